000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-TSGROW.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  YEAR-OVER-YEAR SCORE GROWTH.  FOR ONE TESTSCOR
001100*                 SUBJECT, PAIRS EACH STUDENT'S SCALE SCORE FOR
001200*                 THE YEAR WITH THE PRIOR YEAR'S IN THE SAME
001300*                 SUBJECT, AND PRINTS THE CHANGE AND THE BAND
001400*                 MOVEMENT (UP, SAME, DOWN) BY STUDENT, GROUPED
001500*                 BY THE TEACHER AND SECTION WHO HAS THE STUDENT
001600*                 FOR THAT SUBJECT THIS YEAR.  STUDENTS WITH NO
001700*                 PRIOR SCORE ARE LISTED ON THEIR OWN, AND EACH
001800*                 BUILDING CLOSES WITH A PRINTED SUMMARY.
001825* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001850*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001875*                 LAYOUT VERSION 3.
001883* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE NOW; SAME ROWS,
001891*                 THE NEW COLUMN IS UNUSED HERE.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 REPOSITORY.
002300     FUNCTION ALL INTRINSIC.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PARM-FILE ASSIGN TO "TGPARM"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-PARM-STATUS.
002900
003000     SELECT SCORE-MASTER ASSIGN TO "TESTSCOR"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TS-STATUS.
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
004400     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SEC-STATUS.
004700
004800     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CAT-STATUS.
005100
005200     SELECT GROWTH-REPORT ASSIGN TO "TGRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-LC-STATUS.
005800
005900     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LU-STATUS.
006200
006300     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-OPS-LOG-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARM-FILE.
007000*----------------------------------------------------------------
007100* ONE CARD: THE YEAR (CCYY; ZERO MEANS THIS YEAR), THE TESTSCOR
007200* SUBJECT, AND THE CRSCATLG SUBJECT AREA WHOSE COURSE TEACHER
007300* THE STUDENT IS GROUPED UNDER (BLANK MEANS THE FIRST FOUR
007400* CHARACTERS OF THE SUBJECT).
007500*----------------------------------------------------------------
007600 01  PARM-RECORD.
007700     05 PARM-YEAR             PIC 9(04).
007800     05 FILLER                PIC X(01).
007900     05 PARM-SUBJECT          PIC X(08).
008000     05 FILLER                PIC X(01).
008100     05 PARM-AREA             PIC X(04).
008200
008300* LAYOUT MUST MATCH GRADE-SCHOOL-TESTLOAD'S SCORE-RECORD.
008400 FD  SCORE-MASTER.
008500 01  SCORE-RECORD.
008600     05 TS-STUDENT-ID         PIC 9(09).
008700     05 TS-SUBJECT            PIC X(08).
008800     05 TS-SCALE-SCORE        PIC 9(04).
008900     05 TS-BAND               PIC X(01).
009000     05 TS-LOAD-DATE          PIC 9(08).
009100
009200 FD  ROSTER-FILE.
009300*----------------------------------------------------------------
009400* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009500*----------------------------------------------------------------
009600 01  ROSTER-RECORD.
009700     05 FR-STUDENT-ID         PIC 9(09).
009800     05 FR-NAME               PIC X(60).
009900     05 FR-GRADE              PIC 9(02).
010000     05 FR-TEACHER            PIC X(30).
010100     05 FR-SECTION            PIC 9(01).
010200     05 FR-HOUSEHOLD-ID       PIC 9(09).
010300*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010400     05 FR-IEP-FLAG           PIC X(01).
010500     05 FR-DOB                PIC 9(08).
010600     05 FR-SCHOOL-CODE        PIC 9(02).
010633     05 FR-GENDER             PIC X(01).
010666     05 FR-RACE-ETH           PIC X(01).
010700
010800 FD  STUDENT-SCHEDULE.
010900*----------------------------------------------------------------
011000* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
011100*----------------------------------------------------------------
011200 01  SCHEDULE-RECORD.
011300     05 SCH-STUDENT-ID        PIC 9(09).
011400     05 SCH-COURSE-CODE       PIC X(20).
011500     05 SCH-PERIOD            PIC 9(01).
011600
011700 FD  SECTION-MASTER.
011800*----------------------------------------------------------------
011900* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
012000*----------------------------------------------------------------
012100 01  SECTION-RECORD.
012200     05 SEC-COURSE-CODE       PIC X(20).
012300     05 SEC-PERIOD            PIC 9(01).
012400     05 SEC-ROOM              PIC X(05).
012500     05 SEC-TEACHER           PIC X(30).
012600     05 SEC-SEAT-CAP          PIC 9(02).
012700
012800 FD  COURSE-CATALOG.
012900*----------------------------------------------------------------
013000* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD; ONLY THE
013100* CODE AND THE SUBJECT AREA MATTER HERE.
013200*----------------------------------------------------------------
013300 01  CATALOG-RECORD.
013400     05 CAT-COURSE-CODE       PIC X(20).
013500     05 CAT-TITLE             PIC X(40).
013600     05 CAT-MIN-GRADE         PIC 9(02).
013700     05 CAT-MAX-GRADE         PIC 9(02).
013800     05 CAT-WEIGHT            PIC 9V99.
013900     05 CAT-SESSION           PIC X.
014000     05 CAT-SUBJECT           PIC X(04).
014100     05 CAT-CREDITS           PIC 9V99.
014200     05 CAT-CERT-AREA         PIC X(04).
014250     05 CAT-FEE               PIC 9(03)V99.
014300
014400 FD  GROWTH-REPORT.
014500 01  RPT-LINE                 PIC X(132).
014600
014700 FD  LAYOUT-CONTROL.
014800*----------------------------------------------------------------
014900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015000* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015100*----------------------------------------------------------------
015200 01  LAYOUT-CONTROL-RECORD.
015300     05 LC-DATASET            PIC X(08).
015400     05 LC-VERSION            PIC 9(03).
015500     05 LC-LENGTH             PIC 9(05).
015600     05 LC-EFFECTIVE-DATE     PIC 9(08).
015700
015800 FD  LAYOUT-USAGE-LOG.
015900*----------------------------------------------------------------
016000* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
016100* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
016200*----------------------------------------------------------------
016300 01  LAYOUT-USAGE-RECORD.
016400     05 LU-TIMESTAMP          PIC 9(14).
016500     05 LU-PROGRAM            PIC X(24).
016600     05 LU-DATASET            PIC X(08).
016700     05 LU-VERSION            PIC 9(03).
016800     05 LU-LENGTH             PIC 9(05).
016900     05 LU-RESULT             PIC X(08).
017000
017100 FD  OPS-ERROR-LOG.
017200*----------------------------------------------------------------
017300* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
017400* SHARED SHOP-WIDE ERROR LOG.
017500*----------------------------------------------------------------
017600 01  OPS-ERROR-RECORD.
017700     05 OE-TIMESTAMP          PIC 9(14).
017800     05 OE-PROGRAM            PIC X(20).
017900     05 OE-FILE-NAME          PIC X(08).
018000     05 OE-OPERATION          PIC X(08).
018100     05 OE-STATUS             PIC XX.
018200
018300 WORKING-STORAGE SECTION.
018400 01 WS-PARM-STATUS             PIC XX.
018500 01 WS-TS-STATUS               PIC XX.
018600 01 WS-FILE-STATUS             PIC XX.
018700 01 WS-SCH-STATUS              PIC XX.
018800 01 WS-SEC-STATUS              PIC XX.
018900 01 WS-CAT-STATUS              PIC XX.
019000 01 WS-YEAR                    PIC 9(04).
019100 01 WS-PRIOR-YEAR              PIC 9(04).
019200 01 WS-SUBJECT                 PIC X(08).
019300 01 WS-AREA                    PIC X(04).
019400 01 WS-STUDENT-ID              PIC 9(09).
019500 01 WS-CUR-INDX                PIC 9(05) COMP.
019600 01 WS-PRIOR-INDX              PIC 9(05) COMP.
019700 01 WS-NO-ROSTER               PIC 9(05) COMP VALUE ZERO.
019800 01 WS-TABLE-FULL              PIC 9(05) COMP VALUE ZERO.
019900 01 WS-SCH-PTR                 PIC 9(05) COMP VALUE 1.
020000 01 WS-FIND-TEACHER            PIC X(30).
020100 01 WS-FIND-CLASS              PIC X(26).
020200 01 WS-LAST-BUILDING           PIC 9(02).
020300 01 WS-LAST-TEACHER            PIC X(30).
020400 01 WS-LAST-CLASS              PIC X(26).
020500 01 WS-LAST-KIND               PIC X(01).
020600 01 WS-CLASSES-FOR-TEACHER     PIC 9(03) COMP.
020700 01 WS-NOT-SCHEDULED           PIC X(30)
020800                               VALUE "(NO COURSE IN THE AREA)".
020900 01 WS-NO-SECTION              PIC X(30)
021000                               VALUE "(NO CRSSECTN SECTION)".
021100 01 WS-MEAN-EDIT               PIC ZZZ9.9.
021200 01 WS-CHANGE-EDIT             PIC ----9.
021300 01 WS-MEAN-CHANGE-EDIT        PIC ----9.9.
021400 01 WS-SCORE-EDIT              PIC ZZZ9.
021500 01 WS-COUNT-EDIT              PIC ZZZZ9.
021600 01 WS-BUILDING-EDIT           PIC 99.
021700 01 WS-LEVEL                   PIC 9(01) COMP.
021800 01 WS-LEVEL-NAME              PIC X(20).
021900 01 I                          PIC 9(05) COMP.
022000 01 J                          PIC 9(05) COMP.
022100 01 K                          PIC 9(05) COMP.
022200 01 WS-SEC-INDX                PIC 9(04) COMP.
022300
022400 01 WS-CAT-COUNT               PIC 9(04) COMP VALUE ZERO.
022500 01 CATALOG-TABLE.
022600     02 CAT-ROW               OCCURS 1 TO 1000 TIMES
022700                                 DEPENDING ON WS-CAT-COUNT.
022800        05 CAT-T-COURSE       PIC X(20).
022900        05 CAT-T-SUBJECT      PIC X(04).
023000
023100 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
023200 01 SECTION-TABLE.
023300     02 SEC-ROW               OCCURS 1 TO 1000 TIMES
023400                                 DEPENDING ON WS-SEC-COUNT.
023500        05 SEC-T-COURSE       PIC X(20).
023600        05 SEC-T-PERIOD       PIC 9(01).
023700        05 SEC-T-TEACHER      PIC X(30).
023800
023900 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
024000 01 SCHEDULE-TABLE.
024100     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
024200                                 DEPENDING ON WS-SCH-COUNT.
024300        05 SCHT-STUDENT-ID    PIC 9(09).
024400        05 SCHT-COURSE        PIC X(20).
024500        05 SCHT-PERIOD        PIC 9(01).
024600
024700*----------------------------------------------------------------
024800* THE SUBJECT'S TESTSCOR ROWS FOR THE TWO YEARS.  THE YEAR IS THE
024900* YEAR OF TS-LOAD-DATE -- EACH SPRING'S CARTRIDGE IS LOADED THE
025000* SAME CALENDAR YEAR.  SORTED BY STUDENT, YEAR AND LOAD DATE, SO
025100* A RELOADED SCORE'S LATEST ROW IS THE LAST ONE OF ITS YEAR.
025200*----------------------------------------------------------------
025300 01 WS-SC-COUNT                PIC 9(05) COMP VALUE ZERO.
025400 01 SCORE-TABLE.
025500     02 SC-ROW                OCCURS 1 TO 20000 TIMES
025600                                 DEPENDING ON WS-SC-COUNT.
025700        05 SC-STUDENT-ID      PIC 9(09).
025800        05 SC-YEAR            PIC 9(04).
025900        05 SC-LOAD-DATE       PIC 9(08).
026000        05 SC-SCORE           PIC 9(04).
026100        05 SC-BAND            PIC X(01).
026200
026300*----------------------------------------------------------------
026400* ONE ROW PER STUDENT SCORED THIS YEAR.  GR-KIND A HAS A PRIOR
026500* SCORE AND PRINTS IN THE GROWTH DETAIL; B HAS NONE AND PRINTS
026600* IN THE BUILDING'S NO-PRIOR LIST.
026700*----------------------------------------------------------------
026800 01 WS-GR-COUNT                PIC 9(05) COMP VALUE ZERO.
026900 01 GROWTH-TABLE.
027000     02 GR-ROW                OCCURS 1 TO 8000 TIMES
027100                                 DEPENDING ON WS-GR-COUNT.
027200        05 GR-BUILDING        PIC 9(02).
027300        05 GR-KIND            PIC X(01).
027400        05 GR-TEACHER         PIC X(30).
027500        05 GR-CLASS           PIC X(26).
027600        05 GR-NAME            PIC X(60).
027700        05 GR-STUDENT-ID      PIC 9(09).
027800        05 GR-PRIOR-SCORE     PIC 9(04).
027900        05 GR-PRIOR-BAND      PIC X(01).
028000        05 GR-CUR-SCORE       PIC 9(04).
028100        05 GR-CUR-BAND        PIC X(01).
028200        05 GR-CHANGE          PIC S9(04).
028300        05 GR-MOVE            PIC X(04).
028400
028500*----------------------------------------------------------------
028600* RUNNING TOTALS: 1 THE CLASS, 2 THE TEACHER, 3 THE BUILDING.
028700*----------------------------------------------------------------
028800 01 GROWTH-TOTALS.
028900     02 GT-ROW                OCCURS 3 TIMES.
029000        05 GT-PAIRED          PIC 9(05) COMP.
029100        05 GT-PRIOR-TOTAL     PIC 9(09) COMP.
029200        05 GT-CUR-TOTAL       PIC 9(09) COMP.
029300        05 GT-CHANGE-TOTAL    PIC S9(09) COMP.
029400        05 GT-UP              PIC 9(05) COMP.
029500        05 GT-SAME            PIC 9(05) COMP.
029600        05 GT-DOWN            PIC 9(05) COMP.
029700        05 GT-NO-PRIOR        PIC 9(05) COMP.
029800
029900*----------------------------------------------------------------
030000* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
030100* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
030200*----------------------------------------------------------------
030300 01 WS-LC-STATUS               PIC XX.
030400 01 WS-LU-STATUS               PIC XX.
030500 01 WS-OPS-LOG-STATUS          PIC XX.
030600 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
030700     88 LAYOUT-MISMATCH                  VALUE "Y".
030800 01 WS-LK-DATASET              PIC X(08).
030900 01 WS-LK-VERSION              PIC 9(03).
031000 01 WS-LK-LENGTH               PIC 9(05).
031100 01 WS-LK-RESULT               PIC X(08).
031200 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
031300 01 WS-LC-INDX                 PIC 9(03) COMP.
031400 01 LAYOUT-CONTROL-TABLE.
031500     02 LCT-ROW               OCCURS 50 TIMES.
031600        05 LCT-DATASET        PIC X(08).
031700        05 LCT-VERSION        PIC 9(03).
031800        05 LCT-LENGTH         PIC 9(05).
031900
032000 PROCEDURE DIVISION.
032100
032200 0000-MAINLINE.
032300     PERFORM 9800-CHECK-LAYOUTS
032400     IF LAYOUT-MISMATCH
032500        MOVE 16 TO RETURN-CODE
032600        GOBACK
032700     END-IF
032800     PERFORM 1000-INITIALIZE
032900     IF WS-SUBJECT = SPACES
033000        DISPLAY "GRADE-SCHOOL-TSGROW NO SUBJECT ON TGPARM"
033100        MOVE 8 TO RETURN-CODE
033200        GOBACK
033300     END-IF
033400     PERFORM 2000-LOAD-SCORES
033500     PERFORM 3000-PAIR-SCORES
033600     PERFORM 4000-PRINT-GROWTH
033700     PERFORM 5000-TERMINATE
033800     GOBACK.
033900
034000 1000-INITIALIZE.
034100     MOVE 0 TO WS-YEAR.
034200     MOVE SPACES TO WS-SUBJECT.
034300     MOVE SPACES TO WS-AREA.
034400     OPEN INPUT PARM-FILE.
034500     IF WS-PARM-STATUS = "00"
034600        READ PARM-FILE
034700            AT END CONTINUE
034800        END-READ
034900        IF WS-PARM-STATUS = "00"
035000           IF PARM-YEAR IS NUMERIC
035100              MOVE PARM-YEAR TO WS-YEAR
035200           END-IF
035300           MOVE PARM-SUBJECT TO WS-SUBJECT
035400           MOVE PARM-AREA TO WS-AREA
035500        END-IF
035600        CLOSE PARM-FILE
035700     END-IF.
035800     IF WS-YEAR = 0
035900        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
036000     END-IF.
036100     COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1.
036200     IF WS-AREA = SPACES
036300        MOVE WS-SUBJECT(1:4) TO WS-AREA
036400     END-IF.
036500     PERFORM 1100-LOAD-CATALOG.
036600     PERFORM 1200-LOAD-SECTIONS.
036700     PERFORM 1300-LOAD-SCHEDULE.
036800
036900 1100-LOAD-CATALOG.
037000     OPEN INPUT COURSE-CATALOG.
037100     IF WS-CAT-STATUS NOT = "00"
037200        MOVE "10" TO WS-CAT-STATUS
037300     ELSE
037400        PERFORM UNTIL WS-CAT-STATUS NOT = "00"
037500           READ COURSE-CATALOG
037600               AT END MOVE "10" TO WS-CAT-STATUS
037700           END-READ
037800           IF WS-CAT-STATUS = "00"
037900              AND WS-CAT-COUNT < 1000
038000              ADD 1 TO WS-CAT-COUNT
038100              MOVE CAT-COURSE-CODE TO CAT-T-COURSE(WS-CAT-COUNT)
038200              MOVE CAT-SUBJECT TO CAT-T-SUBJECT(WS-CAT-COUNT)
038300           END-IF
038400        END-PERFORM
038500        CLOSE COURSE-CATALOG
038600     END-IF.
038700
038800 1200-LOAD-SECTIONS.
038900     OPEN INPUT SECTION-MASTER.
039000     IF WS-SEC-STATUS NOT = "00"
039100        MOVE "10" TO WS-SEC-STATUS
039200     ELSE
039300        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
039400           READ SECTION-MASTER
039500               AT END MOVE "10" TO WS-SEC-STATUS
039600           END-READ
039700           IF WS-SEC-STATUS = "00"
039800              AND SEC-PERIOD IS NUMERIC
039900              AND WS-SEC-COUNT < 1000
040000              ADD 1 TO WS-SEC-COUNT
040100              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
040200              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
040300              MOVE SEC-TEACHER TO SEC-T-TEACHER(WS-SEC-COUNT)
040400           END-IF
040500        END-PERFORM
040600        CLOSE SECTION-MASTER
040700     END-IF.
040800
040900 1300-LOAD-SCHEDULE.
041000     OPEN INPUT STUDENT-SCHEDULE.
041100     IF WS-SCH-STATUS NOT = "00"
041200        MOVE "10" TO WS-SCH-STATUS
041300     ELSE
041400        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
041500           READ STUDENT-SCHEDULE
041600               AT END MOVE "10" TO WS-SCH-STATUS
041700           END-READ
041800           IF WS-SCH-STATUS = "00"
041900              AND SCH-PERIOD IS NUMERIC
042000              AND WS-SCH-COUNT < 12000
042100              ADD 1 TO WS-SCH-COUNT
042200              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
042300              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
042400              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
042500           END-IF
042600        END-PERFORM
042700        CLOSE STUDENT-SCHEDULE
042800     END-IF.
042900     IF WS-SCH-COUNT > 0
043000        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID
043100     END-IF.
043200
043300 2000-LOAD-SCORES.
043400     OPEN INPUT SCORE-MASTER.
043500     IF WS-TS-STATUS NOT = "00"
043600        MOVE "10" TO WS-TS-STATUS
043700        EXIT PARAGRAPH
043800     END-IF.
043900     PERFORM UNTIL WS-TS-STATUS NOT = "00"
044000        READ SCORE-MASTER
044100            AT END MOVE "10" TO WS-TS-STATUS
044200        END-READ
044300        IF WS-TS-STATUS = "00"
044400           AND TS-SUBJECT = WS-SUBJECT
044500           AND (TS-LOAD-DATE(1:4) = WS-YEAR
044600                OR TS-LOAD-DATE(1:4) = WS-PRIOR-YEAR)
044700           IF WS-SC-COUNT < 20000
044800              ADD 1 TO WS-SC-COUNT
044900              MOVE TS-STUDENT-ID TO SC-STUDENT-ID(WS-SC-COUNT)
045000              MOVE TS-LOAD-DATE(1:4) TO SC-YEAR(WS-SC-COUNT)
045100              MOVE TS-LOAD-DATE TO SC-LOAD-DATE(WS-SC-COUNT)
045200              MOVE TS-SCALE-SCORE TO SC-SCORE(WS-SC-COUNT)
045300              MOVE TS-BAND TO SC-BAND(WS-SC-COUNT)
045400           ELSE
045500              ADD 1 TO WS-TABLE-FULL
045600           END-IF
045700        END-IF
045800     END-PERFORM.
045900     CLOSE SCORE-MASTER.
046000     IF WS-SC-COUNT > 0
046100        SORT SC-ROW ASCENDING SC-STUDENT-ID SC-YEAR SC-LOAD-DATE
046200     END-IF.
046300
046400*----------------------------------------------------------------
046500* ONE STUDENT AT A TIME THROUGH THE SORTED SCORES: THE LAST ROW
046600* OF EACH YEAR IS THE ONE THAT COUNTS.  A STUDENT WITH NO SCORE
046700* THIS YEAR IS NOT PART OF THIS YEAR'S GROWTH.
046800*----------------------------------------------------------------
046900 3000-PAIR-SCORES.
047000     OPEN INPUT ROSTER-FILE.
047100     MOVE 1 TO I.
047200     PERFORM UNTIL I > WS-SC-COUNT
047300        MOVE SC-STUDENT-ID(I) TO WS-STUDENT-ID
047400        MOVE 0 TO WS-CUR-INDX
047500        MOVE 0 TO WS-PRIOR-INDX
047600        PERFORM UNTIL I > WS-SC-COUNT
047700                 OR SC-STUDENT-ID(I) NOT = WS-STUDENT-ID
047800           IF SC-YEAR(I) = WS-YEAR
047900              MOVE I TO WS-CUR-INDX
048000           ELSE
048100              MOVE I TO WS-PRIOR-INDX
048200           END-IF
048300           ADD 1 TO I
048400        END-PERFORM
048500        IF WS-CUR-INDX > 0
048600           PERFORM 3100-ADD-STUDENT
048700        END-IF
048800     END-PERFORM.
048900     CLOSE ROSTER-FILE.
049000
049100 3100-ADD-STUDENT.
049200     MOVE WS-STUDENT-ID TO FR-STUDENT-ID.
049300     READ ROSTER-FILE
049400         INVALID KEY CONTINUE
049500     END-READ.
049600     IF WS-FILE-STATUS NOT = "00"
049700        MOVE "00" TO WS-FILE-STATUS
049800        ADD 1 TO WS-NO-ROSTER
049900        EXIT PARAGRAPH
050000     END-IF.
050100     IF WS-GR-COUNT >= 8000
050200        ADD 1 TO WS-TABLE-FULL
050300        EXIT PARAGRAPH
050400     END-IF.
050500     PERFORM 3200-FIND-CLASS.
050600     ADD 1 TO WS-GR-COUNT.
050700     MOVE FR-SCHOOL-CODE TO GR-BUILDING(WS-GR-COUNT).
050800     MOVE WS-FIND-TEACHER TO GR-TEACHER(WS-GR-COUNT).
050900     MOVE WS-FIND-CLASS TO GR-CLASS(WS-GR-COUNT).
051000     MOVE FR-NAME TO GR-NAME(WS-GR-COUNT).
051100     MOVE WS-STUDENT-ID TO GR-STUDENT-ID(WS-GR-COUNT).
051200     MOVE SC-SCORE(WS-CUR-INDX) TO GR-CUR-SCORE(WS-GR-COUNT).
051300     MOVE SC-BAND(WS-CUR-INDX) TO GR-CUR-BAND(WS-GR-COUNT).
051400     IF WS-PRIOR-INDX = 0
051500        MOVE "B" TO GR-KIND(WS-GR-COUNT)
051600        MOVE 0 TO GR-PRIOR-SCORE(WS-GR-COUNT)
051700        MOVE SPACE TO GR-PRIOR-BAND(WS-GR-COUNT)
051800        MOVE 0 TO GR-CHANGE(WS-GR-COUNT)
051900        MOVE SPACES TO GR-MOVE(WS-GR-COUNT)
052000        EXIT PARAGRAPH
052100     END-IF.
052200     MOVE "A" TO GR-KIND(WS-GR-COUNT).
052300     MOVE SC-SCORE(WS-PRIOR-INDX) TO GR-PRIOR-SCORE(WS-GR-COUNT).
052400     MOVE SC-BAND(WS-PRIOR-INDX) TO GR-PRIOR-BAND(WS-GR-COUNT).
052500     COMPUTE GR-CHANGE(WS-GR-COUNT) =
052600         SC-SCORE(WS-CUR-INDX) - SC-SCORE(WS-PRIOR-INDX).
052700     EVALUATE TRUE
052800         WHEN SC-BAND(WS-CUR-INDX) > SC-BAND(WS-PRIOR-INDX)
052900             MOVE "UP" TO GR-MOVE(WS-GR-COUNT)
053000         WHEN SC-BAND(WS-CUR-INDX) < SC-BAND(WS-PRIOR-INDX)
053100             MOVE "DOWN" TO GR-MOVE(WS-GR-COUNT)
053200         WHEN OTHER
053300             MOVE "SAME" TO GR-MOVE(WS-GR-COUNT)
053400     END-EVALUATE.
053500
053600*----------------------------------------------------------------
053700* THE TEACHER WHO HAS THE STUDENT FOR THE SUBJECT THIS YEAR: THE
053800* CRSSECTN TEACHER OF THE STUDENT'S FIRST STUSCHED COURSE IN THE
053900* SUBJECT AREA, OR -- FOR A STUDENT WITH NO STUSCHED ROWS -- THE
054000* HOMEROOM TEACHER AND SECTION ON ROSTERF.
054100*----------------------------------------------------------------
054200 3200-FIND-CLASS.
054300     PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
054400              OR SCHT-STUDENT-ID(WS-SCH-PTR) >= WS-STUDENT-ID
054500        ADD 1 TO WS-SCH-PTR
054600     END-PERFORM.
054700     MOVE SPACES TO WS-FIND-CLASS.
054800     IF WS-SCH-PTR > WS-SCH-COUNT
054900        OR SCHT-STUDENT-ID(WS-SCH-PTR) NOT = WS-STUDENT-ID
055000        MOVE FR-TEACHER TO WS-FIND-TEACHER
055100        STRING "HOMEROOM SECTION " DELIMITED BY SIZE
055200            FR-SECTION DELIMITED BY SIZE
055300            INTO WS-FIND-CLASS
055400        END-STRING
055500        EXIT PARAGRAPH
055600     END-IF.
055700     MOVE WS-NOT-SCHEDULED TO WS-FIND-TEACHER.
055800     PERFORM VARYING J FROM WS-SCH-PTR BY 1
055900              UNTIL J > WS-SCH-COUNT
056000                 OR SCHT-STUDENT-ID(J) NOT = WS-STUDENT-ID
056100                 OR WS-FIND-CLASS NOT = SPACES
056200        PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAT-COUNT
056300           IF CAT-T-COURSE(K) = SCHT-COURSE(J)
056400              AND CAT-T-SUBJECT(K) = WS-AREA
056500              STRING SCHT-COURSE(J) DELIMITED BY SIZE
056600                  " P" DELIMITED BY SIZE
056700                  SCHT-PERIOD(J) DELIMITED BY SIZE
056800                  INTO WS-FIND-CLASS
056900              END-STRING
057000              MOVE WS-NO-SECTION TO WS-FIND-TEACHER
057100              PERFORM 3210-FIND-SECTION-TEACHER
057200              MOVE WS-CAT-COUNT TO K
057300           END-IF
057400        END-PERFORM
057500     END-PERFORM.
057600
057700 3210-FIND-SECTION-TEACHER.
057800     PERFORM VARYING WS-SEC-INDX FROM 1 BY 1
057900              UNTIL WS-SEC-INDX > WS-SEC-COUNT
058000        IF SEC-T-COURSE(WS-SEC-INDX) = SCHT-COURSE(J)
058100           AND SEC-T-PERIOD(WS-SEC-INDX) = SCHT-PERIOD(J)
058200           MOVE SEC-T-TEACHER(WS-SEC-INDX) TO WS-FIND-TEACHER
058300        END-IF
058400     END-PERFORM.
058500
058600*----------------------------------------------------------------
058700* BY BUILDING: EACH TEACHER'S CLASSES WITH THEIR STUDENTS, A CLASS
058800* TOTAL AND -- FOR A TEACHER WITH MORE THAN ONE CLASS -- A TEACHER
058900* TOTAL; THEN THE STUDENTS WITH NO PRIOR SCORE; THEN THE BUILDING
059000* SUMMARY.
059100*----------------------------------------------------------------
059200 4000-PRINT-GROWTH.
059300     IF WS-GR-COUNT > 0
059400        SORT GR-ROW ASCENDING GR-BUILDING GR-KIND GR-TEACHER
059500                              GR-CLASS GR-NAME
059600     END-IF.
059700     OPEN OUTPUT GROWTH-REPORT.
059800     MOVE SPACES TO RPT-LINE.
059900     STRING "SCORE GROWTH -- " DELIMITED BY SIZE
060000         WS-SUBJECT DELIMITED BY SPACE
060100         "  " DELIMITED BY SIZE
060200         WS-PRIOR-YEAR DELIMITED BY SIZE
060300         " TO " DELIMITED BY SIZE
060400         WS-YEAR DELIMITED BY SIZE
060500         "   GROUPED BY " DELIMITED BY SIZE
060600         WS-AREA DELIMITED BY SIZE
060700         " COURSE TEACHER" DELIMITED BY SIZE
060800         INTO RPT-LINE
060900     END-STRING.
061000     WRITE RPT-LINE.
061100     IF WS-GR-COUNT = 0
061200        MOVE "NO SCORES FOR THE SUBJECT THIS YEAR" TO RPT-LINE
061300        WRITE RPT-LINE
061400        CLOSE GROWTH-REPORT
061500        EXIT PARAGRAPH
061600     END-IF.
061700     MOVE 99 TO WS-LAST-BUILDING.
061800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GR-COUNT
061900        IF I > 1 AND GR-BUILDING(I) NOT = WS-LAST-BUILDING
062000           PERFORM 4400-CLOSE-BUILDING
062100        END-IF
062200        IF I = 1 OR GR-BUILDING(I) NOT = WS-LAST-BUILDING
062300           PERFORM 4100-OPEN-BUILDING
062400        END-IF
062500        IF GR-KIND(I) = "A"
062600           PERFORM 4200-PRINT-PAIRED
062700        ELSE
062800           PERFORM 4300-PRINT-NO-PRIOR
062900        END-IF
063000     END-PERFORM.
063100     PERFORM 4400-CLOSE-BUILDING.
063200     CLOSE GROWTH-REPORT.
063300
063400 4100-OPEN-BUILDING.
063500     MOVE GR-BUILDING(I) TO WS-LAST-BUILDING.
063600     MOVE SPACES TO WS-LAST-TEACHER.
063700     MOVE SPACES TO WS-LAST-CLASS.
063800     MOVE SPACE TO WS-LAST-KIND.
063900     MOVE 0 TO WS-CLASSES-FOR-TEACHER.
064000     INITIALIZE GROWTH-TOTALS.
064100     MOVE SPACES TO RPT-LINE.
064200     WRITE RPT-LINE.
064300     MOVE GR-BUILDING(I) TO WS-BUILDING-EDIT.
064400     STRING "BUILDING " DELIMITED BY SIZE
064500         WS-BUILDING-EDIT DELIMITED BY SIZE
064600         INTO RPT-LINE
064700     END-STRING.
064800     WRITE RPT-LINE.
064900     MOVE SPACES TO RPT-LINE.
065000     MOVE "STUDENT" TO RPT-LINE(5:7).
065100     MOVE "ID" TO RPT-LINE(47:2).
065200     MOVE "PRIOR" TO RPT-LINE(58:5).
065300     MOVE "BAND" TO RPT-LINE(64:4).
065400     MOVE "NOW" TO RPT-LINE(71:3).
065500     MOVE "BAND" TO RPT-LINE(75:4).
065600     MOVE "CHANGE" TO RPT-LINE(80:6).
065700     MOVE "MOVE" TO RPT-LINE(88:4).
065800     WRITE RPT-LINE.
065900
066000 4200-PRINT-PAIRED.
066100     IF GR-TEACHER(I) NOT = WS-LAST-TEACHER
066200        OR GR-CLASS(I) NOT = WS-LAST-CLASS
066300        IF WS-LAST-CLASS NOT = SPACES
066400           PERFORM 4210-CLOSE-CLASS
066500        END-IF
066600        IF GR-TEACHER(I) NOT = WS-LAST-TEACHER
066700           IF WS-LAST-TEACHER NOT = SPACES
066800              PERFORM 4220-CLOSE-TEACHER
066900           END-IF
067000           MOVE GR-TEACHER(I) TO WS-LAST-TEACHER
067100        END-IF
067200        MOVE GR-CLASS(I) TO WS-LAST-CLASS
067300        ADD 1 TO WS-CLASSES-FOR-TEACHER
067400        MOVE SPACES TO RPT-LINE
067500        WRITE RPT-LINE
067600        MOVE GR-TEACHER(I) TO RPT-LINE(3:30)
067700        MOVE GR-CLASS(I) TO RPT-LINE(35:26)
067800        WRITE RPT-LINE
067900     END-IF.
068000     MOVE SPACES TO RPT-LINE.
068100     MOVE GR-NAME(I) TO RPT-LINE(5:40).
068200     MOVE GR-STUDENT-ID(I) TO RPT-LINE(47:9).
068300     MOVE GR-PRIOR-SCORE(I) TO WS-SCORE-EDIT.
068400     MOVE WS-SCORE-EDIT TO RPT-LINE(59:4).
068500     MOVE GR-PRIOR-BAND(I) TO RPT-LINE(66:1).
068600     MOVE GR-CUR-SCORE(I) TO WS-SCORE-EDIT.
068700     MOVE WS-SCORE-EDIT TO RPT-LINE(70:4).
068800     MOVE GR-CUR-BAND(I) TO RPT-LINE(77:1).
068900     MOVE GR-CHANGE(I) TO WS-CHANGE-EDIT.
069000     MOVE WS-CHANGE-EDIT TO RPT-LINE(81:5).
069100     MOVE GR-MOVE(I) TO RPT-LINE(88:4).
069200     WRITE RPT-LINE.
069300     PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
069400        ADD 1 TO GT-PAIRED(WS-LEVEL)
069500        ADD GR-PRIOR-SCORE(I) TO GT-PRIOR-TOTAL(WS-LEVEL)
069600        ADD GR-CUR-SCORE(I) TO GT-CUR-TOTAL(WS-LEVEL)
069700        ADD GR-CHANGE(I) TO GT-CHANGE-TOTAL(WS-LEVEL)
069800        EVALUATE GR-MOVE(I)
069900            WHEN "UP"
070000                ADD 1 TO GT-UP(WS-LEVEL)
070100            WHEN "DOWN"
070200                ADD 1 TO GT-DOWN(WS-LEVEL)
070300            WHEN OTHER
070400                ADD 1 TO GT-SAME(WS-LEVEL)
070500        END-EVALUATE
070600     END-PERFORM.
070700
070800 4210-CLOSE-CLASS.
070900     MOVE 1 TO WS-LEVEL.
071000     MOVE "CLASS TOTAL" TO WS-LEVEL-NAME.
071100     PERFORM 4500-PRINT-TOTAL-LINE.
071200     INITIALIZE GT-ROW(1).
071300
071400 4220-CLOSE-TEACHER.
071500     IF WS-CLASSES-FOR-TEACHER > 1
071600        MOVE 2 TO WS-LEVEL
071700        MOVE "TEACHER TOTAL" TO WS-LEVEL-NAME
071800        PERFORM 4500-PRINT-TOTAL-LINE
071900     END-IF.
072000     INITIALIZE GT-ROW(2).
072100     MOVE 0 TO WS-CLASSES-FOR-TEACHER.
072200
072300*----------------------------------------------------------------
072400* THE NO-PRIOR ROWS SORT AFTER THE PAIRED ONES IN THE BUILDING;
072500* THE FIRST ONE CLOSES THE LAST CLASS AND STARTS THE LIST.
072600*----------------------------------------------------------------
072700 4300-PRINT-NO-PRIOR.
072800     IF WS-LAST-KIND NOT = "B"
072900        IF WS-LAST-CLASS NOT = SPACES
073000           PERFORM 4210-CLOSE-CLASS
073100           PERFORM 4220-CLOSE-TEACHER
073200           MOVE SPACES TO WS-LAST-CLASS
073300           MOVE SPACES TO WS-LAST-TEACHER
073400        END-IF
073500        MOVE "B" TO WS-LAST-KIND
073600        MOVE SPACES TO RPT-LINE
073700        WRITE RPT-LINE
073800        MOVE "  NO PRIOR-YEAR SCORE -- NOT IN THE GROWTH FIGURES"
073900            TO RPT-LINE
074000        WRITE RPT-LINE
074100     END-IF.
074200     MOVE SPACES TO RPT-LINE.
074300     MOVE GR-NAME(I) TO RPT-LINE(5:40).
074400     MOVE GR-STUDENT-ID(I) TO RPT-LINE(47:9).
074500     MOVE GR-CUR-SCORE(I) TO WS-SCORE-EDIT.
074600     MOVE WS-SCORE-EDIT TO RPT-LINE(70:4).
074700     MOVE GR-CUR-BAND(I) TO RPT-LINE(77:1).
074800     MOVE GR-CLASS(I) TO RPT-LINE(81:26).
074900     MOVE GR-TEACHER(I)(1:24) TO RPT-LINE(109:24).
075000     WRITE RPT-LINE.
075100     ADD 1 TO GT-NO-PRIOR(3).
075200
075300 4400-CLOSE-BUILDING.
075400     IF WS-LAST-CLASS NOT = SPACES
075500        PERFORM 4210-CLOSE-CLASS
075600        PERFORM 4220-CLOSE-TEACHER
075700     END-IF.
075800     MOVE SPACES TO RPT-LINE.
075900     WRITE RPT-LINE.
076000     MOVE WS-LAST-BUILDING TO WS-BUILDING-EDIT.
076100     STRING "BUILDING " DELIMITED BY SIZE
076200         WS-BUILDING-EDIT DELIMITED BY SIZE
076300         " SUMMARY" DELIMITED BY SIZE
076400         INTO RPT-LINE
076500     END-STRING.
076600     WRITE RPT-LINE.
076700     MOVE 3 TO WS-LEVEL.
076800     MOVE "  STUDENTS PAIRED" TO WS-LEVEL-NAME.
076900     PERFORM 4500-PRINT-TOTAL-LINE.
077000     MOVE SPACES TO RPT-LINE.
077100     MOVE GT-NO-PRIOR(3) TO WS-COUNT-EDIT.
077200     STRING "  NO PRIOR-YEAR SCORE: " DELIMITED BY SIZE
077300         WS-COUNT-EDIT DELIMITED BY SIZE
077400         INTO RPT-LINE
077500     END-STRING.
077600     WRITE RPT-LINE.
077700
077800*----------------------------------------------------------------
077900* ONE TOTAL LINE FOR GT-ROW(WS-LEVEL): COUNT, MEAN PRIOR AND
078000* CURRENT SCORE, MEAN CHANGE AND THE UP / SAME / DOWN COUNTS.
078100*----------------------------------------------------------------
078200 4500-PRINT-TOTAL-LINE.
078300     MOVE SPACES TO RPT-LINE.
078400     MOVE WS-LEVEL-NAME TO RPT-LINE(5:20).
078500     MOVE GT-PAIRED(WS-LEVEL) TO WS-COUNT-EDIT.
078600     MOVE WS-COUNT-EDIT TO RPT-LINE(26:5).
078700     IF GT-PAIRED(WS-LEVEL) = 0
078800        WRITE RPT-LINE
078900        EXIT PARAGRAPH
079000     END-IF.
079100     COMPUTE WS-MEAN-EDIT ROUNDED =
079200         GT-PRIOR-TOTAL(WS-LEVEL) / GT-PAIRED(WS-LEVEL).
079300     MOVE WS-MEAN-EDIT TO RPT-LINE(57:6).
079400     COMPUTE WS-MEAN-EDIT ROUNDED =
079500         GT-CUR-TOTAL(WS-LEVEL) / GT-PAIRED(WS-LEVEL).
079600     MOVE WS-MEAN-EDIT TO RPT-LINE(68:6).
079700     COMPUTE WS-MEAN-CHANGE-EDIT ROUNDED =
079800         GT-CHANGE-TOTAL(WS-LEVEL) / GT-PAIRED(WS-LEVEL).
079900     MOVE WS-MEAN-CHANGE-EDIT TO RPT-LINE(79:7).
080000     MOVE "UP" TO RPT-LINE(88:2).
080100     MOVE GT-UP(WS-LEVEL) TO WS-COUNT-EDIT.
080200     MOVE WS-COUNT-EDIT TO RPT-LINE(90:5).
080300     MOVE "SAME" TO RPT-LINE(97:4).
080400     MOVE GT-SAME(WS-LEVEL) TO WS-COUNT-EDIT.
080500     MOVE WS-COUNT-EDIT TO RPT-LINE(101:5).
080600     MOVE "DOWN" TO RPT-LINE(108:4).
080700     MOVE GT-DOWN(WS-LEVEL) TO WS-COUNT-EDIT.
080800     MOVE WS-COUNT-EDIT TO RPT-LINE(112:5).
080900     WRITE RPT-LINE.
081000
081100 5000-TERMINATE.
081200     DISPLAY "GRADE-SCHOOL-TSGROW " WS-SUBJECT " " WS-PRIOR-YEAR
081300         " TO " WS-YEAR.
081400     DISPLAY "  STUDENTS SCORED THIS YEAR: " WS-GR-COUNT.
081500     DISPLAY "  SCORES NOT ON ROSTERF:     " WS-NO-ROSTER.
081600     IF WS-TABLE-FULL > 0
081700        DISPLAY "  TABLE FULL -- ROWS SKIPPED: " WS-TABLE-FULL
081800        MOVE 4 TO RETURN-CODE
081900     END-IF.
082000
082100*----------------------------------------------------------------
082200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
082300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
082400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
082500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
082600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
082700*----------------------------------------------------------------
082800 9800-CHECK-LAYOUTS.
082900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
083000     OPEN EXTEND LAYOUT-USAGE-LOG.
083100     IF WS-LU-STATUS = "35"
083200        OPEN OUTPUT LAYOUT-USAGE-LOG
083300     END-IF.
083400     MOVE "ROSTERF" TO WS-LK-DATASET.
083500     MOVE 3 TO WS-LK-VERSION.
083600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
083700     PERFORM 9820-CHECK-ONE-LAYOUT.
083800     CLOSE LAYOUT-USAGE-LOG.
083900
084000 9810-LOAD-LAYOUT-CONTROL.
084100     MOVE 0 TO WS-LC-COUNT.
084200     OPEN INPUT LAYOUT-CONTROL.
084300     IF WS-LC-STATUS NOT = "00"
084400        EXIT PARAGRAPH
084500     END-IF.
084600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
084700        READ LAYOUT-CONTROL
084800            AT END MOVE "10" TO WS-LC-STATUS
084900        END-READ
085000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
085100           ADD 1 TO WS-LC-COUNT
085200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
085300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
085400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
085500        END-IF
085600     END-PERFORM.
085700     CLOSE LAYOUT-CONTROL.
085800
085900*----------------------------------------------------------------
086000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
086100* AS NOCTL.
086200*----------------------------------------------------------------
086300 9820-CHECK-ONE-LAYOUT.
086400     MOVE "NOCTL" TO WS-LK-RESULT.
086500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
086600             UNTIL WS-LC-INDX > WS-LC-COUNT
086700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
086800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
086900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
087000              MOVE "CURRENT" TO WS-LK-RESULT
087100           ELSE
087200              MOVE "MISMATCH" TO WS-LK-RESULT
087300           END-IF
087400        END-IF
087500     END-PERFORM.
087600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
087700     MOVE "GRADE-SCHOOL-TSGROW" TO LU-PROGRAM.
087800     MOVE WS-LK-DATASET TO LU-DATASET.
087900     MOVE WS-LK-VERSION TO LU-VERSION.
088000     MOVE WS-LK-LENGTH TO LU-LENGTH.
088100     MOVE WS-LK-RESULT TO LU-RESULT.
088200     WRITE LAYOUT-USAGE-RECORD.
088300     IF WS-LK-RESULT NOT = "MISMATCH"
088400        EXIT PARAGRAPH
088500     END-IF.
088600     SET LAYOUT-MISMATCH TO TRUE.
088700     DISPLAY "GRADE-SCHOOL-TSGROW HALTED: " WS-LK-DATASET
088800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
088900         " DOES NOT MATCH LAYOUTCT".
089000     OPEN EXTEND OPS-ERROR-LOG.
089100     IF WS-OPS-LOG-STATUS = "35"
089200        OPEN OUTPUT OPS-ERROR-LOG
089300     END-IF.
089400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
089500     MOVE "GRADE-SCHOOL-TSGROW" TO OE-PROGRAM.
089600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
089700     MOVE "LAYOUT" TO OE-OPERATION.
089800     MOVE "16" TO OE-STATUS.
089900     WRITE OPS-ERROR-RECORD.
090000     CLOSE OPS-ERROR-LOG.
