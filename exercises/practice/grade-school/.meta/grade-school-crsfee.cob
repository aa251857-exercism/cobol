000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CRSFEE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  COURSE FEE ASSESSMENT.  LAB, ART AND SHOP FEES
001100*                 WERE BILLED BY EACH TEACHER FROM THEIR OWN CLASS
001200*                 LISTS.  THE CFPARM CARD NAMES THE TERM; EVERY
001300*                 STUSCHED ROW FOR A CRSCATLG COURSE WITH A
001400*                 CAT-FEE POSTS ONE FEELEDGR CHARGE (FL-SOURCE
001500*                 "CRSFEE", FL-REASON THE COURSE CODE), OR A ZERO
001600*                 W WAIVER ROW WHEN THE HOUSEHOLD HAS AN F OR R
001700*                 MEALELIG DETERMINATION IN EFFECT.  CRSFEELG
001800*                 REMEMBERS EVERY STUDENT, COURSE AND TERM
001900*                 ASSESSED, SO A RERUN NEVER CHARGES TWICE; A
002000*                 CHARGED COURSE NO LONGER ON STUSCHED IS REVERSED
002100*                 WITH A W ROW FOR THE AMOUNT.  ROSTERF IS CHECKED
002200*                 AGAINST LAYOUTCT.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARM-FILE ASSIGN TO "CFPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SCH-STATUS.
004300
004400     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CAT-STATUS.
004700
004800     SELECT ELIGIBILITY-FILE ASSIGN TO "MEALELIG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ME-STATUS.
005100
005200     SELECT ASSESSMENT-LOG ASSIGN TO "CRSFEELG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AL-STATUS.
005500
005600     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FEE-STATUS.
005900
006000     SELECT FEE-REPORT ASSIGN TO "CRSFRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-LC-STATUS.
006600
006700     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LU-STATUS.
007000
007100     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-OPS-LOG-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PARM-FILE.
007800*----------------------------------------------------------------
007900* ONE CARD: THE TERM BEING ASSESSED, AS CRSGRADE CARRIES IT.
008000*----------------------------------------------------------------
008100 01  PARM-RECORD.
008200     05 PARM-TERM             PIC X(06).
008300
008400 FD  ROSTER-FILE.
008500*----------------------------------------------------------------
008600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008700*----------------------------------------------------------------
008800 01  ROSTER-RECORD.
008900     05 FR-STUDENT-ID         PIC 9(09).
009000     05 FR-NAME               PIC X(60).
009100     05 FR-GRADE              PIC 9(02).
009200     05 FR-TEACHER            PIC X(30).
009300     05 FR-SECTION            PIC 9(01).
009400     05 FR-HOUSEHOLD-ID       PIC 9(09).
009500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009600     05 FR-IEP-FLAG           PIC X(01).
009700     05 FR-DOB                PIC 9(08).
009800     05 FR-SCHOOL-CODE        PIC 9(02).
009900     05 FR-GENDER             PIC X(01).
010000     05 FR-RACE-ETH           PIC X(01).
010100
010200 FD  STUDENT-SCHEDULE.
010300*----------------------------------------------------------------
010400* LAYOUT MUST MATCH GRADE-SCHOOL'S STUDENT-SCHEDULE-RECORD.
010500*----------------------------------------------------------------
010600 01  STUDENT-SCHEDULE-RECORD.
010700     05 SCH-STUDENT-ID        PIC 9(09).
010800     05 SCH-COURSE-CODE       PIC X(20).
010900     05 SCH-PERIOD            PIC 9(01).
011000
011100 FD  COURSE-CATALOG.
011200*----------------------------------------------------------------
011300* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.  ONLY THE
011400* COURSE CODE AND THE FEE ARE USED HERE.
011500*----------------------------------------------------------------
011600 01  CATALOG-RECORD.
011700     05 CAT-COURSE-CODE       PIC X(20).
011800     05 CAT-TITLE             PIC X(40).
011900     05 CAT-MIN-GRADE         PIC 9(02).
012000     05 CAT-MAX-GRADE         PIC 9(02).
012100     05 CAT-WEIGHT            PIC 9V99.
012200     05 CAT-SESSION           PIC X(01).
012300     05 CAT-SUBJECT           PIC X(04).
012400     05 CAT-CREDITS           PIC 9V99.
012500     05 CAT-CERT-AREA         PIC X(04).
012600     05 CAT-FEE               PIC 9(03)V99.
012700
012800 FD  ELIGIBILITY-FILE.
012900*----------------------------------------------------------------
013000* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S ELIGIBILITY-RECORD.
013100*----------------------------------------------------------------
013200 01  ELIGIBILITY-RECORD.
013300     05 ME-HOUSEHOLD-ID       PIC 9(09).
013400     05 ME-DETERMINATION      PIC X(01).
013500     05 ME-EFF-FROM           PIC 9(08).
013600     05 ME-EFF-TO             PIC 9(08).
013700     05 ME-SOURCE             PIC X(01).
013800
013900 FD  ASSESSMENT-LOG.
014000*----------------------------------------------------------------
014100* ONE ROW PER STUDENT, COURSE AND TERM EVER ASSESSED: C CHARGED,
014200* W WAIVED (F OR R HOUSEHOLD), R CHARGED AND THEN REVERSED ON A
014300* DROP.  THE RERUN GUARD -- A ROW HERE IS NEVER ASSESSED AGAIN.
014400*----------------------------------------------------------------
014500 01  ASSESSMENT-LOG-RECORD.
014600     05 AL-STUDENT-ID         PIC 9(09).
014700     05 AL-COURSE-CODE        PIC X(20).
014800     05 AL-TERM               PIC X(06).
014900     05 AL-STATUS             PIC X(01).
015000        88 AL-CHARGED                   VALUE "C".
015100        88 AL-WAIVED                    VALUE "W".
015200        88 AL-REVERSED                  VALUE "R".
015300     05 AL-AMOUNT             PIC 9(03)V99.
015400     05 AL-DATE               PIC 9(08).
015500
015600 FD  FEE-LEDGER.
015700*----------------------------------------------------------------
015800* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' FEE-LEDGER-RECORD.
015900*----------------------------------------------------------------
016000 01  FEE-LEDGER-RECORD.
016100     05 FL-STUDENT-ID         PIC 9(09).
016200     05 FL-DATE               PIC 9(08).
016300     05 FL-TYPE               PIC X(01).
016400     05 FL-AMOUNT             PIC 9(05)V99.
016500     05 FL-REASON             PIC X(12).
016600     05 FL-SOURCE             PIC X(08).
016700
016800 FD  FEE-REPORT.
016900 01  RPT-LINE                 PIC X(100).
017000
017100 FD  LAYOUT-CONTROL.
017200*----------------------------------------------------------------
017300* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
017400* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017500*----------------------------------------------------------------
017600 01  LAYOUT-CONTROL-RECORD.
017700     05 LC-DATASET            PIC X(08).
017800     05 LC-VERSION            PIC 9(03).
017900     05 LC-LENGTH             PIC 9(05).
018000     05 LC-EFFECTIVE-DATE     PIC 9(08).
018100
018200 FD  LAYOUT-USAGE-LOG.
018300*----------------------------------------------------------------
018400* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018500* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018600*----------------------------------------------------------------
018700 01  LAYOUT-USAGE-RECORD.
018800     05 LU-TIMESTAMP          PIC 9(14).
018900     05 LU-PROGRAM            PIC X(24).
019000     05 LU-DATASET            PIC X(08).
019100     05 LU-VERSION            PIC 9(03).
019200     05 LU-LENGTH             PIC 9(05).
019300     05 LU-RESULT             PIC X(08).
019400
019500 FD  OPS-ERROR-LOG.
019600*----------------------------------------------------------------
019700* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
019800* SHARED SHOP-WIDE ERROR LOG.
019900*----------------------------------------------------------------
020000 01  OPS-ERROR-RECORD.
020100     05 OE-TIMESTAMP          PIC 9(14).
020200     05 OE-PROGRAM            PIC X(20).
020300     05 OE-FILE-NAME          PIC X(08).
020400     05 OE-OPERATION          PIC X(08).
020500     05 OE-STATUS             PIC XX.
020600
020700 WORKING-STORAGE SECTION.
020800 01 WS-PARM-STATUS             PIC XX.
020900 01 WS-FILE-STATUS             PIC XX.
021000 01 WS-SCH-STATUS              PIC XX.
021100 01 WS-CAT-STATUS              PIC XX.
021200 01 WS-ME-STATUS               PIC XX.
021300 01 WS-AL-STATUS               PIC XX.
021400 01 WS-FEE-STATUS              PIC XX.
021500 01 WS-TERM                    PIC X(06).
021600 01 WS-TODAY                   PIC 9(08).
021700 01 WS-FEE                     PIC 9(03)V99.
021800 01 WS-CHARGE-COUNT            PIC 9(05) COMP VALUE ZERO.
021900 01 WS-WAIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
022000 01 WS-REVERSE-COUNT           PIC 9(05) COMP VALUE ZERO.
022100 01 WS-NOTFOUND-COUNT          PIC 9(05) COMP VALUE ZERO.
022200 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
022300 01 WS-CHARGE-TOTAL            PIC 9(07)V99 VALUE ZERO.
022400 01 WS-WAIVE-TOTAL             PIC 9(07)V99 VALUE ZERO.
022500 01 WS-REVERSE-TOTAL           PIC 9(07)V99 VALUE ZERO.
022600 01 WS-AMOUNT-EDIT             PIC ZZ9.99.
022700 01 WS-TOTAL-EDIT              PIC Z,ZZZ,ZZ9.99.
022800 01 WS-COUNT-EDIT              PIC ZZZZ9.
022900 01 WS-ACTION                  PIC X(20).
023000 01 WS-RPT-COURSE              PIC X(20).
023100 01 WS-MEAL-SWITCH             PIC X(01).
023200     88 MEAL-WAIVER                      VALUE "Y".
023300     88 NO-MEAL-WAIVER                   VALUE "N".
023400 01 WS-SCHED-SWITCH            PIC X(01).
023500     88 STILL-SCHEDULED                  VALUE "Y".
023600     88 NOT-SCHEDULED                    VALUE "N".
023700 01 I                          PIC 9(05) COMP.
023800 01 J                          PIC 9(05) COMP.
023900 01 K                          PIC 9(05) COMP.
024000
024100*----------------------------------------------------------------
024200* THE FEE-BEARING CRSCATLG COURSES.
024300*----------------------------------------------------------------
024400 01 WS-CF-COUNT                PIC 9(04) COMP VALUE ZERO.
024500 01 COURSE-FEE-TABLE.
024600     02 CF-ROW                OCCURS 1 TO 500 TIMES
024700                                 DEPENDING ON WS-CF-COUNT.
024800        05 CF-T-COURSE        PIC X(20).
024900        05 CF-T-FEE           PIC 9(03)V99.
025000
025100*----------------------------------------------------------------
025200* STUSCHED AS LOADED, BY STUDENT AND COURSE, FEE COURSES ONLY.
025300*----------------------------------------------------------------
025400 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
025500 01 SCHEDULE-TABLE.
025600     02 SCHT-ROW              OCCURS 1 TO 40000 TIMES
025700                                 DEPENDING ON WS-SCH-COUNT.
025800        05 SCHT-STUDENT-ID    PIC 9(09).
025900        05 SCHT-COURSE        PIC X(20).
026000        05 SCHT-FEE           PIC 9(03)V99.
026100
026200 01 WS-ELIG-COUNT              PIC 9(04) COMP VALUE ZERO.
026300 01 ELIGIBILITY-TABLE.
026400     02 ME-ROW                OCCURS 1 TO 2000 TIMES
026500                                 DEPENDING ON WS-ELIG-COUNT.
026600        05 ME-T-HOUSEHOLD-ID  PIC 9(09).
026700        05 ME-T-DETERMINATION PIC X(01).
026800        05 ME-T-EFF-FROM      PIC 9(08).
026900        05 ME-T-EFF-TO        PIC 9(08).
027000
027100*----------------------------------------------------------------
027200* CRSFEELG AS LOADED; NEW ROWS ARE ADDED AT THE END AND THE WHOLE
027300* TABLE IS WRITTEN BACK.
027400*----------------------------------------------------------------
027500 01 WS-AL-COUNT                PIC 9(05) COMP VALUE ZERO.
027600 01 WS-AL-LOADED               PIC 9(05) COMP VALUE ZERO.
027700 01 WS-AL-INDX                 PIC 9(05) COMP.
027800 01 ASSESSMENT-TABLE.
027900     02 AL-ROW                OCCURS 1 TO 60000 TIMES
028000                                 DEPENDING ON WS-AL-COUNT.
028100        05 AL-T-STUDENT-ID    PIC 9(09).
028200        05 AL-T-COURSE        PIC X(20).
028300        05 AL-T-TERM          PIC X(06).
028400        05 AL-T-STATUS        PIC X(01).
028500        05 AL-T-AMOUNT        PIC 9(03)V99.
028600        05 AL-T-DATE          PIC 9(08).
028700
028800*----------------------------------------------------------------
028900* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
029000* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
029100*----------------------------------------------------------------
029200 01 WS-LC-STATUS               PIC XX.
029300 01 WS-LU-STATUS               PIC XX.
029400 01 WS-OPS-LOG-STATUS          PIC XX.
029500 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
029600     88 LAYOUT-MISMATCH                  VALUE "Y".
029700 01 WS-LK-DATASET              PIC X(08).
029800 01 WS-LK-VERSION              PIC 9(03).
029900 01 WS-LK-LENGTH               PIC 9(05).
030000 01 WS-LK-RESULT               PIC X(08).
030100 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
030200 01 WS-LC-INDX                 PIC 9(03) COMP.
030300 01 LAYOUT-CONTROL-TABLE.
030400     02 LCT-ROW               OCCURS 50 TIMES.
030500        05 LCT-DATASET        PIC X(08).
030600        05 LCT-VERSION        PIC 9(03).
030700        05 LCT-LENGTH         PIC 9(05).
030800
030900 PROCEDURE DIVISION.
031000
031100 0000-MAINLINE.
031200     PERFORM 9800-CHECK-LAYOUTS
031300     IF LAYOUT-MISMATCH
031400        MOVE 16 TO RETURN-CODE
031500        GOBACK
031600     END-IF
031700     PERFORM 1000-INITIALIZE
031800     IF WS-TERM = SPACES
031900        DISPLAY "GRADE-SCHOOL-CRSFEE NO TERM ON CFPARM"
032000        MOVE 8 TO RETURN-CODE
032100        GOBACK
032200     END-IF
032300     PERFORM 1100-LOAD-CATALOG
032400     PERFORM 1200-LOAD-SCHEDULE
032500     PERFORM 1300-LOAD-ELIGIBILITY
032600     PERFORM 1400-LOAD-ASSESSMENTS
032700     IF WS-OVERFLOW-COUNT > 0
032800        DISPLAY "GRADE-SCHOOL-CRSFEE TABLE FULL -- NOTHING POSTED"
032900        MOVE 8 TO RETURN-CODE
033000        GOBACK
033100     END-IF
033200     PERFORM 2000-ASSESS-FEES
033300     PERFORM 5000-TERMINATE
033400     GOBACK.
033500
033600 1000-INITIALIZE.
033700     MOVE SPACES TO WS-TERM.
033800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
033900     OPEN INPUT PARM-FILE.
034000     IF WS-PARM-STATUS = "00"
034100        READ PARM-FILE
034200            AT END CONTINUE
034300        END-READ
034400        IF WS-PARM-STATUS = "00"
034500           MOVE PARM-TERM TO WS-TERM
034600        END-IF
034700        CLOSE PARM-FILE
034800     END-IF.
034900
035000 1100-LOAD-CATALOG.
035100     OPEN INPUT COURSE-CATALOG.
035200     IF WS-CAT-STATUS NOT = "00"
035300        MOVE "10" TO WS-CAT-STATUS
035400        EXIT PARAGRAPH
035500     END-IF.
035600     PERFORM UNTIL WS-CAT-STATUS NOT = "00"
035700        READ COURSE-CATALOG
035800            AT END MOVE "10" TO WS-CAT-STATUS
035900        END-READ
036000        IF WS-CAT-STATUS = "00"
036100           AND CAT-FEE IS NUMERIC
036200           AND CAT-FEE > 0
036300           IF WS-CF-COUNT < 500
036400              ADD 1 TO WS-CF-COUNT
036500              MOVE CAT-COURSE-CODE TO CF-T-COURSE(WS-CF-COUNT)
036600              MOVE CAT-FEE TO CF-T-FEE(WS-CF-COUNT)
036700           ELSE
036800              ADD 1 TO WS-OVERFLOW-COUNT
036900           END-IF
037000        END-IF
037100     END-PERFORM.
037200     CLOSE COURSE-CATALOG.
037300
037400*----------------------------------------------------------------
037500* ONLY FEE COURSES ARE KEPT.  A COURSE TAKEN IN TWO PERIODS IS
037600* ONE ROW -- THE FEE IS PER COURSE, NOT PER PERIOD.
037700*----------------------------------------------------------------
037800 1200-LOAD-SCHEDULE.
037900     OPEN INPUT STUDENT-SCHEDULE.
038000     IF WS-SCH-STATUS NOT = "00"
038100        MOVE "10" TO WS-SCH-STATUS
038200        EXIT PARAGRAPH
038300     END-IF.
038400     PERFORM UNTIL WS-SCH-STATUS NOT = "00"
038500        READ STUDENT-SCHEDULE
038600            AT END MOVE "10" TO WS-SCH-STATUS
038700        END-READ
038800        IF WS-SCH-STATUS = "00"
038900           PERFORM 1210-KEEP-FEE-COURSE
039000        END-IF
039100     END-PERFORM.
039200     CLOSE STUDENT-SCHEDULE.
039300     IF WS-SCH-COUNT > 1
039400        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID SCHT-COURSE
039500     END-IF.
039600
039700 1210-KEEP-FEE-COURSE.
039800     MOVE 0 TO WS-FEE.
039900     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CF-COUNT
040000        IF CF-T-COURSE(K) = SCH-COURSE-CODE
040100           MOVE CF-T-FEE(K) TO WS-FEE
040200        END-IF
040300     END-PERFORM.
040400     IF WS-FEE = 0
040500        EXIT PARAGRAPH
040600     END-IF.
040700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SCH-COUNT
040800        IF SCHT-STUDENT-ID(K) = SCH-STUDENT-ID
040900           AND SCHT-COURSE(K) = SCH-COURSE-CODE
041000           EXIT PARAGRAPH
041100        END-IF
041200     END-PERFORM.
041300     IF WS-SCH-COUNT >= 40000
041400        ADD 1 TO WS-OVERFLOW-COUNT
041500        EXIT PARAGRAPH
041600     END-IF.
041700     ADD 1 TO WS-SCH-COUNT.
041800     MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT).
041900     MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT).
042000     MOVE WS-FEE TO SCHT-FEE(WS-SCH-COUNT).
042100
042200*----------------------------------------------------------------
042300* MIRRORS GRADE-SCHOOL-MEAL'S 1100-LOAD-ELIGIBILITY.
042400*----------------------------------------------------------------
042500 1300-LOAD-ELIGIBILITY.
042600     OPEN INPUT ELIGIBILITY-FILE.
042700     IF WS-ME-STATUS NOT = "00"
042800        MOVE "10" TO WS-ME-STATUS
042900     ELSE
043000        PERFORM UNTIL WS-ME-STATUS NOT = "00"
043100           READ ELIGIBILITY-FILE
043200               AT END MOVE "10" TO WS-ME-STATUS
043300           END-READ
043400           IF WS-ME-STATUS = "00"
043500              AND WS-ELIG-COUNT < 2000
043600              ADD 1 TO WS-ELIG-COUNT
043700              MOVE ME-HOUSEHOLD-ID
043800                  TO ME-T-HOUSEHOLD-ID(WS-ELIG-COUNT)
043900              MOVE ME-DETERMINATION
044000                  TO ME-T-DETERMINATION(WS-ELIG-COUNT)
044100              MOVE ME-EFF-FROM TO ME-T-EFF-FROM(WS-ELIG-COUNT)
044200              MOVE ME-EFF-TO TO ME-T-EFF-TO(WS-ELIG-COUNT)
044300           END-IF
044400        END-PERFORM
044500        CLOSE ELIGIBILITY-FILE
044600     END-IF.
044700
044800 1400-LOAD-ASSESSMENTS.
044900     OPEN INPUT ASSESSMENT-LOG.
045000     IF WS-AL-STATUS NOT = "00"
045100        MOVE "10" TO WS-AL-STATUS
045200        EXIT PARAGRAPH
045300     END-IF.
045400     PERFORM UNTIL WS-AL-STATUS NOT = "00"
045500        READ ASSESSMENT-LOG
045600            AT END MOVE "10" TO WS-AL-STATUS
045700        END-READ
045800        IF WS-AL-STATUS = "00"
045900           IF WS-AL-COUNT < 60000
046000              ADD 1 TO WS-AL-COUNT
046100              MOVE AL-STUDENT-ID TO AL-T-STUDENT-ID(WS-AL-COUNT)
046200              MOVE AL-COURSE-CODE TO AL-T-COURSE(WS-AL-COUNT)
046300              MOVE AL-TERM TO AL-T-TERM(WS-AL-COUNT)
046400              MOVE AL-STATUS TO AL-T-STATUS(WS-AL-COUNT)
046500              MOVE AL-AMOUNT TO AL-T-AMOUNT(WS-AL-COUNT)
046600              MOVE AL-DATE TO AL-T-DATE(WS-AL-COUNT)
046700           ELSE
046800              ADD 1 TO WS-OVERFLOW-COUNT
046900           END-IF
047000        END-IF
047100     END-PERFORM.
047200     CLOSE ASSESSMENT-LOG.
047300     MOVE WS-AL-COUNT TO WS-AL-LOADED.
047400
047500*----------------------------------------------------------------
047600* NEW ASSESSMENTS FIRST, THEN REVERSALS OF THIS TERM'S CHARGES
047700* FOR COURSES DROPPED SINCE.  CRSFEELG IS WRITTEN BACK LAST.
047800*----------------------------------------------------------------
047900 2000-ASSESS-FEES.
048000     OPEN INPUT ROSTER-FILE.
048100     OPEN EXTEND FEE-LEDGER.
048200     IF WS-FEE-STATUS = "35"
048300        OPEN OUTPUT FEE-LEDGER
048400     END-IF.
048500     OPEN OUTPUT FEE-REPORT.
048600     PERFORM 2050-REPORT-HEADING.
048700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCH-COUNT
048800        PERFORM 2100-ASSESS-ONE
048900     END-PERFORM.
049000     PERFORM VARYING WS-AL-INDX FROM 1 BY 1
049100              UNTIL WS-AL-INDX > WS-AL-LOADED
049200        IF AL-T-TERM(WS-AL-INDX) = WS-TERM
049300           AND AL-T-STATUS(WS-AL-INDX) = "C"
049400           PERFORM 2300-CHECK-DROP
049500        END-IF
049600     END-PERFORM.
049700     PERFORM 2600-REPORT-TOTALS.
049800     PERFORM 2700-REWRITE-LOG.
049900     CLOSE ROSTER-FILE.
050000     CLOSE FEE-LEDGER.
050100     CLOSE FEE-REPORT.
050200
050300 2050-REPORT-HEADING.
050400     MOVE SPACES TO RPT-LINE.
050500     STRING "COURSE FEE ASSESSMENT -- TERM " DELIMITED BY SIZE
050600         WS-TERM DELIMITED BY SIZE
050700         "  RUN " DELIMITED BY SIZE
050800         WS-TODAY DELIMITED BY SIZE
050900         INTO RPT-LINE
051000     END-STRING.
051100     WRITE RPT-LINE.
051200     MOVE SPACES TO RPT-LINE.
051300     WRITE RPT-LINE.
051400     MOVE SPACES TO RPT-LINE.
051500     MOVE "STUDENT" TO RPT-LINE(1:7).
051600     MOVE "NAME" TO RPT-LINE(12:4).
051700     MOVE "COURSE" TO RPT-LINE(44:6).
051800     MOVE "AMOUNT" TO RPT-LINE(66:6).
051900     MOVE "ACTION" TO RPT-LINE(74:6).
052000     WRITE RPT-LINE.
052100
052200*----------------------------------------------------------------
052300* A STUDENT, COURSE AND TERM ALREADY ON CRSFEELG IS LEFT ALONE,
052400* WHATEVER BECAME OF IT -- THAT IS THE RERUN GUARD.
052500*----------------------------------------------------------------
052600 2100-ASSESS-ONE.
052700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AL-COUNT
052800        IF AL-T-STUDENT-ID(K) = SCHT-STUDENT-ID(J)
052900           AND AL-T-COURSE(K) = SCHT-COURSE(J)
053000           AND AL-T-TERM(K) = WS-TERM
053100           EXIT PARAGRAPH
053200        END-IF
053300     END-PERFORM.
053400     MOVE SCHT-COURSE(J) TO WS-RPT-COURSE.
053500     MOVE SCHT-STUDENT-ID(J) TO FR-STUDENT-ID.
053600     READ ROSTER-FILE
053700         INVALID KEY CONTINUE
053800     END-READ.
053900     IF WS-FILE-STATUS NOT = "00"
054000        MOVE "00" TO WS-FILE-STATUS
054100        ADD 1 TO WS-NOTFOUND-COUNT
054200        MOVE SCHT-STUDENT-ID(J) TO FR-STUDENT-ID
054300        MOVE SPACES TO FR-NAME
054400        MOVE "NOT ON ROSTER" TO WS-ACTION
054500        MOVE SCHT-FEE(J) TO WS-FEE
054600        PERFORM 2500-REPORT-LINE
054700        EXIT PARAGRAPH
054800     END-IF.
054900     PERFORM 2150-CHECK-MEAL-WAIVER.
055000     IF WS-AL-COUNT >= 60000
055100        ADD 1 TO WS-OVERFLOW-COUNT
055200        EXIT PARAGRAPH
055300     END-IF.
055400     ADD 1 TO WS-AL-COUNT.
055500     MOVE SCHT-STUDENT-ID(J) TO AL-T-STUDENT-ID(WS-AL-COUNT).
055600     MOVE SCHT-COURSE(J) TO AL-T-COURSE(WS-AL-COUNT).
055700     MOVE WS-TERM TO AL-T-TERM(WS-AL-COUNT).
055800     MOVE SCHT-FEE(J) TO AL-T-AMOUNT(WS-AL-COUNT).
055900     MOVE WS-TODAY TO AL-T-DATE(WS-AL-COUNT).
056000     MOVE SCHT-STUDENT-ID(J) TO FL-STUDENT-ID.
056100     MOVE WS-TODAY TO FL-DATE.
056200     MOVE SCHT-COURSE(J) TO FL-REASON.
056300     MOVE "CRSFEE" TO FL-SOURCE.
056400     MOVE SCHT-FEE(J) TO WS-FEE.
056500     IF MEAL-WAIVER
056600        MOVE "W" TO AL-T-STATUS(WS-AL-COUNT)
056700        MOVE "W" TO FL-TYPE
056800        MOVE 0 TO FL-AMOUNT
056900        ADD 1 TO WS-WAIVE-COUNT
057000        ADD WS-FEE TO WS-WAIVE-TOTAL
057100        MOVE "WAIVED -- MEAL F/R" TO WS-ACTION
057200     ELSE
057300        MOVE "C" TO AL-T-STATUS(WS-AL-COUNT)
057400        MOVE "C" TO FL-TYPE
057500        MOVE WS-FEE TO FL-AMOUNT
057600        ADD 1 TO WS-CHARGE-COUNT
057700        ADD WS-FEE TO WS-CHARGE-TOTAL
057800        MOVE "CHARGED" TO WS-ACTION
057900     END-IF.
058000     WRITE FEE-LEDGER-RECORD.
058100     PERFORM 2500-REPORT-LINE.
058200
058300*----------------------------------------------------------------
058400* AN F OR R DETERMINATION IN EFFECT ON THE RUN DATE WAIVES THE
058500* FEE.
058600*----------------------------------------------------------------
058700 2150-CHECK-MEAL-WAIVER.
058800     SET NO-MEAL-WAIVER TO TRUE.
058900     IF FR-HOUSEHOLD-ID = 0
059000        EXIT PARAGRAPH
059100     END-IF.
059200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ELIG-COUNT
059300        IF ME-T-HOUSEHOLD-ID(I) = FR-HOUSEHOLD-ID
059400           AND ME-T-EFF-FROM(I) <= WS-TODAY
059500           AND ME-T-EFF-TO(I) >= WS-TODAY
059600           AND (ME-T-DETERMINATION(I) = "F"
059700                OR ME-T-DETERMINATION(I) = "R")
059800           SET MEAL-WAIVER TO TRUE
059900        END-IF
060000     END-PERFORM.
060100
060200*----------------------------------------------------------------
060300* A CHARGED COURSE NO LONGER ON THE STUDENT'S SCHEDULE WAS
060400* DROPPED: A W ROW FOR THE FULL CHARGE CANCELS IT, AND THE
060500* CRSFEELG ROW GOES TO R SO IT IS NEVER REVERSED TWICE.
060600*----------------------------------------------------------------
060700 2300-CHECK-DROP.
060800     SET NOT-SCHEDULED TO TRUE.
060900     PERFORM VARYING K FROM 1 BY 1
061000              UNTIL K > WS-SCH-COUNT OR STILL-SCHEDULED
061100        IF SCHT-STUDENT-ID(K) = AL-T-STUDENT-ID(WS-AL-INDX)
061200           AND SCHT-COURSE(K) = AL-T-COURSE(WS-AL-INDX)
061300           SET STILL-SCHEDULED TO TRUE
061400        END-IF
061500     END-PERFORM.
061600     IF STILL-SCHEDULED
061700        EXIT PARAGRAPH
061800     END-IF.
061900     MOVE "R" TO AL-T-STATUS(WS-AL-INDX).
062000     MOVE AL-T-STUDENT-ID(WS-AL-INDX) TO FL-STUDENT-ID.
062100     MOVE WS-TODAY TO FL-DATE.
062200     MOVE "W" TO FL-TYPE.
062300     MOVE AL-T-AMOUNT(WS-AL-INDX) TO FL-AMOUNT.
062400     MOVE AL-T-COURSE(WS-AL-INDX) TO FL-REASON.
062500     MOVE "CRSFEE" TO FL-SOURCE.
062600     WRITE FEE-LEDGER-RECORD.
062700     ADD 1 TO WS-REVERSE-COUNT.
062800     ADD AL-T-AMOUNT(WS-AL-INDX) TO WS-REVERSE-TOTAL.
062900     MOVE AL-T-STUDENT-ID(WS-AL-INDX) TO FR-STUDENT-ID.
063000     READ ROSTER-FILE
063100         INVALID KEY CONTINUE
063200     END-READ.
063300     IF WS-FILE-STATUS NOT = "00"
063400        MOVE "00" TO WS-FILE-STATUS
063500        MOVE "(LEFT THE ROSTER)" TO FR-NAME
063600     END-IF.
063700     MOVE AL-T-COURSE(WS-AL-INDX) TO WS-RPT-COURSE.
063800     MOVE AL-T-AMOUNT(WS-AL-INDX) TO WS-FEE.
063900     MOVE "REVERSED -- DROPPED" TO WS-ACTION.
064000     PERFORM 2500-REPORT-LINE.
064100
064200 2500-REPORT-LINE.
064300     MOVE SPACES TO RPT-LINE.
064400     MOVE FR-STUDENT-ID TO RPT-LINE(1:9).
064500     MOVE FR-NAME(1:30) TO RPT-LINE(12:30).
064600     MOVE WS-RPT-COURSE TO RPT-LINE(44:20).
064700     MOVE WS-FEE TO WS-AMOUNT-EDIT.
064800     MOVE WS-AMOUNT-EDIT TO RPT-LINE(66:6).
064900     MOVE WS-ACTION TO RPT-LINE(74:20).
065000     WRITE RPT-LINE.
065100
065200 2600-REPORT-TOTALS.
065300     MOVE SPACES TO RPT-LINE.
065400     WRITE RPT-LINE.
065500     MOVE WS-CHARGE-COUNT TO WS-COUNT-EDIT.
065600     MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDIT.
065700     MOVE SPACES TO RPT-LINE.
065800     STRING "CHARGED:   " DELIMITED BY SIZE
065900         WS-COUNT-EDIT DELIMITED BY SIZE
066000         "  " DELIMITED BY SIZE
066100         WS-TOTAL-EDIT DELIMITED BY SIZE
066200         INTO RPT-LINE
066300     END-STRING.
066400     WRITE RPT-LINE.
066500     MOVE WS-WAIVE-COUNT TO WS-COUNT-EDIT.
066600     MOVE WS-WAIVE-TOTAL TO WS-TOTAL-EDIT.
066700     MOVE SPACES TO RPT-LINE.
066800     STRING "WAIVED:    " DELIMITED BY SIZE
066900         WS-COUNT-EDIT DELIMITED BY SIZE
067000         "  " DELIMITED BY SIZE
067100         WS-TOTAL-EDIT DELIMITED BY SIZE
067200         INTO RPT-LINE
067300     END-STRING.
067400     WRITE RPT-LINE.
067500     MOVE WS-REVERSE-COUNT TO WS-COUNT-EDIT.
067600     MOVE WS-REVERSE-TOTAL TO WS-TOTAL-EDIT.
067700     MOVE SPACES TO RPT-LINE.
067800     STRING "REVERSED:  " DELIMITED BY SIZE
067900         WS-COUNT-EDIT DELIMITED BY SIZE
068000         "  " DELIMITED BY SIZE
068100         WS-TOTAL-EDIT DELIMITED BY SIZE
068200         INTO RPT-LINE
068300     END-STRING.
068400     WRITE RPT-LINE.
068500
068600 2700-REWRITE-LOG.
068700     OPEN OUTPUT ASSESSMENT-LOG.
068800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AL-COUNT
068900        MOVE AL-T-STUDENT-ID(K) TO AL-STUDENT-ID
069000        MOVE AL-T-COURSE(K) TO AL-COURSE-CODE
069100        MOVE AL-T-TERM(K) TO AL-TERM
069200        MOVE AL-T-STATUS(K) TO AL-STATUS
069300        MOVE AL-T-AMOUNT(K) TO AL-AMOUNT
069400        MOVE AL-T-DATE(K) TO AL-DATE
069500        WRITE ASSESSMENT-LOG-RECORD
069600     END-PERFORM.
069700     CLOSE ASSESSMENT-LOG.
069800
069900 5000-TERMINATE.
070000     DISPLAY "GRADE-SCHOOL-CRSFEE TERM " WS-TERM.
070100     DISPLAY "  FEE COURSES ON CRSCATLG: " WS-CF-COUNT.
070200     DISPLAY "  CHARGED:                 " WS-CHARGE-COUNT.
070300     DISPLAY "  WAIVED (MEAL F/R):       " WS-WAIVE-COUNT.
070400     DISPLAY "  REVERSED (DROPPED):      " WS-REVERSE-COUNT.
070500     DISPLAY "  NOT ON ROSTER:           " WS-NOTFOUND-COUNT.
070600     IF WS-NOTFOUND-COUNT > 0
070700        MOVE 4 TO RETURN-CODE
070800     END-IF.
070900     IF WS-OVERFLOW-COUNT > 0
071000        DISPLAY "  TABLE FULL:              " WS-OVERFLOW-COUNT
071100        MOVE 8 TO RETURN-CODE
071200     END-IF.
071300
071400*----------------------------------------------------------------
071500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
071600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
071700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
071800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
071900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
072000*----------------------------------------------------------------
072100 9800-CHECK-LAYOUTS.
072200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
072300     OPEN EXTEND LAYOUT-USAGE-LOG.
072400     IF WS-LU-STATUS = "35"
072500        OPEN OUTPUT LAYOUT-USAGE-LOG
072600     END-IF.
072700     MOVE "ROSTERF" TO WS-LK-DATASET.
072800     MOVE 3 TO WS-LK-VERSION.
072900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
073000     PERFORM 9820-CHECK-ONE-LAYOUT.
073100     CLOSE LAYOUT-USAGE-LOG.
073200
073300 9810-LOAD-LAYOUT-CONTROL.
073400     MOVE 0 TO WS-LC-COUNT.
073500     OPEN INPUT LAYOUT-CONTROL.
073600     IF WS-LC-STATUS NOT = "00"
073700        EXIT PARAGRAPH
073800     END-IF.
073900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
074000        READ LAYOUT-CONTROL
074100            AT END MOVE "10" TO WS-LC-STATUS
074200        END-READ
074300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
074400           ADD 1 TO WS-LC-COUNT
074500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
074600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
074700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
074800        END-IF
074900     END-PERFORM.
075000     CLOSE LAYOUT-CONTROL.
075100
075200*----------------------------------------------------------------
075300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
075400* AS NOCTL.
075500*----------------------------------------------------------------
075600 9820-CHECK-ONE-LAYOUT.
075700     MOVE "NOCTL" TO WS-LK-RESULT.
075800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
075900             UNTIL WS-LC-INDX > WS-LC-COUNT
076000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
076100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
076200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
076300              MOVE "CURRENT" TO WS-LK-RESULT
076400           ELSE
076500              MOVE "MISMATCH" TO WS-LK-RESULT
076600           END-IF
076700        END-IF
076800     END-PERFORM.
076900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
077000     MOVE "GRADE-SCHOOL-CRSFEE" TO LU-PROGRAM.
077100     MOVE WS-LK-DATASET TO LU-DATASET.
077200     MOVE WS-LK-VERSION TO LU-VERSION.
077300     MOVE WS-LK-LENGTH TO LU-LENGTH.
077400     MOVE WS-LK-RESULT TO LU-RESULT.
077500     WRITE LAYOUT-USAGE-RECORD.
077600     IF WS-LK-RESULT NOT = "MISMATCH"
077700        EXIT PARAGRAPH
077800     END-IF.
077900     SET LAYOUT-MISMATCH TO TRUE.
078000     DISPLAY "GRADE-SCHOOL-CRSFEE HALTED: " WS-LK-DATASET
078100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
078200         " DOES NOT MATCH LAYOUTCT".
078300     OPEN EXTEND OPS-ERROR-LOG.
078400     IF WS-OPS-LOG-STATUS = "35"
078500        OPEN OUTPUT OPS-ERROR-LOG
078600     END-IF.
078700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
078800     MOVE "GRADE-SCHOOL-CRSFEE" TO OE-PROGRAM.
078900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
079000     MOVE "LAYOUT" TO OE-OPERATION.
079100     MOVE "16" TO OE-STATUS.
079200     WRITE OPS-ERROR-RECORD.
079300     CLOSE OPS-ERROR-LOG.
