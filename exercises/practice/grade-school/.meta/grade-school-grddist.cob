000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-GRDDIST.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  GRADE DISTRIBUTION ANALYSIS.  EVERY CRSGRADE ROW
001100*                 FOR THE TERM ON THE GDPARM CARD IS LETTERED OFF
001200*                 GRADSCAL BY THE FIND-LETTER-FOR-POINTS RULE AND
001300*                 JOINED THROUGH STUSCHED TO ITS CRSSECTN SECTION
001400*                 AND TEACHER.  PRINTS BY COURSE, BY SECTION AND
001500*                 BY TEACHER THE COUNT AND PERCENT OF EACH LETTER,
001600*                 THE MEAN GRADE POINTS AND THE D/F RATE; FLAGS A
001700*                 SECTION WHOSE MEAN IS MORE THAN THE CARD'S
001800*                 THRESHOLD FROM ITS COURSE MEAN; SETS EACH
001900*                 TEACHER AGAINST THE PRIOR TERM ON THE CARD; AND
002000*                 SPLITS EACH COURSE BY IEP STATUS THROUGH THE
002100*                 LOGGED RESTRICTED LOOKUP.  ROSTERF AND CRSGRADE
002200*                 ARE CHECKED AGAINST LAYOUTCT AT START.
002225* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002250*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002275*                 LAYOUT VERSION 3.
002281* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002287*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002293*                 VERSION 2.
002295* 2026-10-15 KAP  TRANSFER-CREDIT GRADES ARE LEFT OUT; THEY WERE
002297*                 NOT EARNED UNDER ANY OF OUR TEACHERS.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARM-FILE ASSIGN TO "GDPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS CG-KEY
004400         FILE STATUS IS WS-CG-FILE-STATUS.
004500
004600     SELECT GRADING-SCALE ASSIGN TO "GRADSCAL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-GS-STATUS.
004900
005000     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SEC-STATUS.
005300
005400     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SCH-STATUS.
005700
005800     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-IEP-LOG-STATUS.
006100
006200     SELECT DISTRIBUTION-REPORT ASSIGN TO "GDRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LC-STATUS.
006800
006900     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-LU-STATUS.
007200
007300     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OPS-LOG-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARM-FILE.
008000*----------------------------------------------------------------
008100* ONE CARD: THE TERM TO ANALYZE (THE X(6) VALUE CRSGRADE CARRIES),
008200* THE PRIOR TERM TO COMPARE TEACHERS AGAINST (BLANK SKIPS THE
008300* COMPARISON), AND THE SECTION FLAG THRESHOLD IN HUNDREDTHS OF A
008400* GRADE POINT (050 = 0.50; BLANK OR ZERO TAKES THE 0.50 DEFAULT).
008500*----------------------------------------------------------------
008600 01  PARM-RECORD.
008700     05 PARM-TERM             PIC X(06).
008800     05 FILLER                PIC X(01).
008900     05 PARM-PRIOR-TERM       PIC X(06).
009000     05 FILLER                PIC X(01).
009100     05 PARM-FLAG-POINTS      PIC 9V99.
009200
009300 FD  ROSTER-FILE.
009400*----------------------------------------------------------------
009500* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009600*----------------------------------------------------------------
009700 01  ROSTER-RECORD.
009800     05 FR-STUDENT-ID         PIC 9(09).
009900     05 FR-NAME               PIC X(60).
010000     05 FR-GRADE              PIC 9(02).
010100     05 FR-TEACHER            PIC X(30).
010200     05 FR-SECTION            PIC 9(01).
010300     05 FR-HOUSEHOLD-ID       PIC 9(09).
010400*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010500     05 FR-IEP-FLAG           PIC X(01).
010600     05 FR-DOB                PIC 9(08).
010700     05 FR-SCHOOL-CODE        PIC 9(02).
010733     05 FR-GENDER             PIC X(01).
010766     05 FR-RACE-ETH           PIC X(01).
010800
010900 FD  COURSE-GRADE-FILE.
011000*----------------------------------------------------------------
011100* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-COURSE-GRADE OUTPUT.
011200*----------------------------------------------------------------
011300 01  CG-RECORD.
011400     05 CG-KEY.
011500        10 CG-STUDENT-ID      PIC 9(09).
011600        10 CG-COURSE          PIC X(20).
011700        10 CG-TERM            PIC X(06).
011800     05 CG-GRADE-POINTS       PIC 9V99.
011833     05 CG-CREDIT-TYPE        PIC X(01).
011866        88 CG-TRANSFER-CREDIT           VALUE "T".
011900
012000 FD  GRADING-SCALE.
012100*----------------------------------------------------------------
012200* LAYOUT MUST MATCH GRADE-SCHOOL'S GRADING-SCALE-RECORD.
012300*----------------------------------------------------------------
012400 01  GRADING-SCALE-RECORD.
012500     05 GS-LETTER             PIC X(02).
012600     05 GS-POINTS             PIC 9V99.
012700     05 GS-PASSING            PIC X(01).
012800     05 GS-MIN-PERCENT        PIC 9(03).
012900
013000 FD  SECTION-MASTER.
013100*----------------------------------------------------------------
013200* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
013300*----------------------------------------------------------------
013400 01  SECTION-RECORD.
013500     05 SEC-COURSE-CODE       PIC X(20).
013600     05 SEC-PERIOD            PIC 9(01).
013700     05 SEC-ROOM              PIC X(05).
013800     05 SEC-TEACHER           PIC X(30).
013900     05 SEC-SEAT-CAP          PIC 9(02).
014000
014100 FD  STUDENT-SCHEDULE.
014200*----------------------------------------------------------------
014300* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
014400*----------------------------------------------------------------
014500 01  SCHEDULE-RECORD.
014600     05 SCH-STUDENT-ID        PIC 9(09).
014700     05 SCH-COURSE-CODE       PIC X(20).
014800     05 SCH-PERIOD            PIC 9(01).
014900
015000*----------------------------------------------------------------
015100* LAYOUT MUST MATCH GRADE-SCHOOL'S IEP-ACCESS-RECORD.
015200* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE RECORD PER LOOKUP,
015300* INCLUDING EVERY "NO", SO THE COORDINATOR'S ACCESS REPORT IS
015400* COMPLETE.
015500*----------------------------------------------------------------
015600 FD  IEP-ACCESS-LOG.
015700 01  IEP-ACCESS-RECORD.
015800     05 IA-TIMESTAMP          PIC 9(14).
015900     05 IA-REQUESTOR          PIC X(08).
016000     05 IA-STUDENT-ID         PIC 9(09).
016100     05 IA-RESULT             PIC X(01).
016200
016300 FD  DISTRIBUTION-REPORT.
016400 01  RPT-LINE                 PIC X(132).
016500
016600 FD  LAYOUT-CONTROL.
016700*----------------------------------------------------------------
016800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016900* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017000*----------------------------------------------------------------
017100 01  LAYOUT-CONTROL-RECORD.
017200     05 LC-DATASET            PIC X(08).
017300     05 LC-VERSION            PIC 9(03).
017400     05 LC-LENGTH             PIC 9(05).
017500     05 LC-EFFECTIVE-DATE     PIC 9(08).
017600
017700 FD  LAYOUT-USAGE-LOG.
017800*----------------------------------------------------------------
017900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018000* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018100*----------------------------------------------------------------
018200 01  LAYOUT-USAGE-RECORD.
018300     05 LU-TIMESTAMP          PIC 9(14).
018400     05 LU-PROGRAM            PIC X(24).
018500     05 LU-DATASET            PIC X(08).
018600     05 LU-VERSION            PIC 9(03).
018700     05 LU-LENGTH             PIC 9(05).
018800     05 LU-RESULT             PIC X(08).
018900
019000 FD  OPS-ERROR-LOG.
019100*----------------------------------------------------------------
019200* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
019300* SHARED SHOP-WIDE ERROR LOG.
019400*----------------------------------------------------------------
019500 01  OPS-ERROR-RECORD.
019600     05 OE-TIMESTAMP          PIC 9(14).
019700     05 OE-PROGRAM            PIC X(20).
019800     05 OE-FILE-NAME          PIC X(08).
019900     05 OE-OPERATION          PIC X(08).
020000     05 OE-STATUS             PIC XX.
020100
020200 WORKING-STORAGE SECTION.
020300 01 WS-PARM-STATUS             PIC XX.
020400 01 WS-FILE-STATUS             PIC XX.
020500 01 WS-CG-FILE-STATUS          PIC XX.
020600 01 WS-GS-STATUS               PIC XX.
020700 01 WS-SEC-STATUS              PIC XX.
020800 01 WS-SCH-STATUS              PIC XX.
020900 01 WS-IEP-LOG-STATUS          PIC XX.
021000 01 WS-ACCESS-USER             PIC X(08) VALUE "GRDDIST".
021100 01 WS-IEP-RESULT              PIC X(01).
021200    88 IEP-RESULT-YES          VALUE "Y".
021300    88 IEP-RESULT-NO           VALUE "N".
021400 01 WS-IEP-STUDENT-ID          PIC 9(09) VALUE ZERO.
021500 01 WS-REPORT-TERM             PIC X(06).
021600 01 WS-PRIOR-TERM              PIC X(06).
021700 01 WS-FLAG-POINTS             PIC 9V99 VALUE 0.50.
021800 01 WS-MIN-IEP-GROUP           PIC 9(03) COMP VALUE 5.
021900 01 WS-NOT-SCHEDULED           PIC X(30)
022000                               VALUE "(NOT ON STUSCHED)".
022100 01 WS-NO-SECTION              PIC X(30)
022200                               VALUE "(NO CRSSECTN SECTION)".
022300 01 WS-NOT-SPLIT               PIC X(35) VALUE
022400        "FEWER THAN THE MINIMUM -- NOT SPLIT".
022500 01 WS-GRADES-READ             PIC 9(07) COMP VALUE ZERO.
022600 01 WS-GRADES-USED             PIC 9(07) COMP VALUE ZERO.
022700 01 WS-PRIOR-USED              PIC 9(07) COMP VALUE ZERO.
022800 01 WS-UNSCHEDULED-COUNT       PIC 9(07) COMP VALUE ZERO.
022900 01 WS-NO-SECTION-COUNT        PIC 9(07) COMP VALUE ZERO.
023000 01 WS-IEP-LOOKUPS             PIC 9(07) COMP VALUE ZERO.
023100 01 WS-FLAGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
023200 01 WS-TABLE-FULL-COUNT        PIC 9(07) COMP VALUE ZERO.
023300 01 WS-FOUND-SWITCH            PIC X(01).
023400    88 COURSE-FOUND                      VALUE "Y".
023500    88 COURSE-NOT-FOUND                  VALUE "N".
023600 01 WS-ROW-TEACHER             PIC X(30).
023700 01 WS-ROW-PERIOD              PIC 9(01).
023800 01 WS-ROW-DF                  PIC X(01).
023900 01 WS-SCALE-INDX              PIC 99 COMP.
024000 01 WS-SCALE-FOUND             PIC 99 COMP.
024100 01 WS-SCH-PTR                 PIC 9(05) COMP VALUE 1.
024200
024300*----------------------------------------------------------------
024400* THE GROUP A GRADE ROW IS BEING POSTED TO -- SEE GROUP-TABLE.
024500*----------------------------------------------------------------
024600 01 WS-POST-KIND               PIC X(01).
024700 01 WS-POST-COURSE             PIC X(20).
024800 01 WS-POST-TEACHER            PIC X(30).
024900 01 WS-POST-PERIOD             PIC 9(01).
025000 01 WS-POST-IEP                PIC X(01).
025100 01 WS-POST-SLOT               PIC X(01).
025200    88 SLOT-PRIOR                        VALUE "1".
025300    88 SLOT-CURRENT                      VALUE "2".
025400 01 WS-GT-FOUND                PIC 9(05) COMP.
025500
025600*----------------------------------------------------------------
025700* PRINT WORK.  WS-STAT-ROW IS THE GROUP-TABLE ROW BEING PRINTED;
025800* WS-BLOCK-POS IS THE COLUMN ITS N / MEAN / D/F BLOCK STARTS IN.
025900*----------------------------------------------------------------
026000 01 WS-STAT-ROW                PIC 9(05) COMP.
026100 01 WS-PRIOR-ROW               PIC 9(05) COMP.
026200 01 WS-CURRENT-ROW             PIC 9(05) COMP.
026300 01 WS-IEP-ROW                 PIC 9(05) COMP.
026400 01 WS-NON-IEP-ROW             PIC 9(05) COMP.
026500 01 WS-BLOCK-POS               PIC 9(03) COMP.
026600 01 WS-FIELD-POS               PIC 9(03) COMP.
026700 01 WS-LINE-PTR                PIC 9(03) COMP.
026800 01 WS-MEAN                    PIC 9V99.
026900 01 WS-RATE                    PIC 9(03)V9.
027000 01 WS-PCT                     PIC 9(03)V9.
027100 01 WS-COURSE-MEAN             PIC 9V99.
027200 01 WS-PRIOR-MEAN              PIC 9V99.
027300 01 WS-PRIOR-RATE              PIC 9(03)V9.
027400 01 WS-DIFF                    PIC S9V99.
027500 01 WS-RATE-DIFF               PIC S9(03)V9.
027600 01 WS-COUNT-EDIT              PIC ZZZZ9.
027700 01 WS-MEAN-EDIT               PIC 9.99.
027800 01 WS-RATE-EDIT               PIC ZZ9.9.
027900 01 WS-PCT-EDIT                PIC ZZ9.9.
028000 01 WS-DIFF-EDIT               PIC +9.99.
028100 01 WS-RATE-DIFF-EDIT          PIC +++9.9.
028200 01 WS-FLAG-EDIT               PIC 9.99.
028300 01 WS-MIN-EDIT                PIC ZZ9.
028400 01 WS-GROUP-NAME              PIC X(54).
028500 01 WS-LAST-COURSE             PIC X(20).
028600 01 I                          PIC 9(05) COMP.
028700 01 J                          PIC 9(05) COMP.
028800 01 K                          PIC 9(05) COMP.
028900
029000 01 WS-SCALE-COUNT             PIC 99 COMP VALUE ZERO.
029100 01 GRADING-SCALE-TABLE.
029200     02 GS-ROW                OCCURS 1 TO 15 TIMES
029300                                 DEPENDING ON WS-SCALE-COUNT.
029400        05 GS-T-LETTER        PIC X(02).
029500        05 GS-T-POINTS        PIC 9V99.
029600        05 GS-T-PASSING       PIC X(01).
029700
029800 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
029900 01 SECTION-TABLE.
030000     02 SEC-ROW               OCCURS 1 TO 1000 TIMES
030100                                 DEPENDING ON WS-SEC-COUNT.
030200        05 SEC-T-COURSE       PIC X(20).
030300        05 SEC-T-PERIOD       PIC 9(01).
030400        05 SEC-T-TEACHER      PIC X(30).
030500
030600 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
030700 01 SCHEDULE-TABLE.
030800     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
030900                                 DEPENDING ON WS-SCH-COUNT.
031000        05 SCHT-STUDENT-ID    PIC 9(09).
031100        05 SCHT-COURSE        PIC X(20).
031200        05 SCHT-PERIOD        PIC 9(01).
031300
031400*----------------------------------------------------------------
031500* ONE ROW PER REPORTING GROUP.  GT-KIND SAYS WHICH:
031600*   C  ONE COURSE, THE TERM ON THE CARD
031700*   S  ONE SECTION (COURSE, PERIOD, TEACHER), THE TERM ON THE CARD
031800*   T  ONE TEACHER -- GT-SLOT 2 THE TERM ON THE CARD, 1 THE PRIOR
031900*   I  ONE COURSE SPLIT BY IEP STATUS (GT-IEP Y OR N) -- TOTALS
032000*      ONLY; NO ROW HERE EVER NAMES A STUDENT.
032100* GT-LETTER-COUNT RUNS PARALLEL TO GRADING-SCALE-TABLE.
032200*----------------------------------------------------------------
032300 01 WS-GT-COUNT                PIC 9(05) COMP VALUE ZERO.
032400 01 GROUP-TABLE.
032500     02 GT-ROW                OCCURS 1 TO 4000 TIMES
032600                                 DEPENDING ON WS-GT-COUNT.
032700        05 GT-KIND            PIC X(01).
032800        05 GT-COURSE          PIC X(20).
032900        05 GT-TEACHER         PIC X(30).
033000        05 GT-PERIOD          PIC 9(01).
033100        05 GT-IEP             PIC X(01).
033200        05 GT-SLOT            PIC X(01).
033300        05 GT-COUNT           PIC 9(05).
033400        05 GT-POINTS          PIC 9(07)V99.
033500        05 GT-DF-COUNT        PIC 9(05).
033600        05 GT-LETTER-COUNT    PIC 9(05) OCCURS 15 TIMES.
033700
033800*----------------------------------------------------------------
033900* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
034000* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
034100*----------------------------------------------------------------
034200 01 WS-LC-STATUS               PIC XX.
034300 01 WS-LU-STATUS               PIC XX.
034400 01 WS-OPS-LOG-STATUS          PIC XX.
034500 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
034600     88 LAYOUT-MISMATCH                  VALUE "Y".
034700 01 WS-LK-DATASET              PIC X(08).
034800 01 WS-LK-VERSION              PIC 9(03).
034900 01 WS-LK-LENGTH               PIC 9(05).
035000 01 WS-LK-RESULT               PIC X(08).
035100 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
035200 01 WS-LC-INDX                 PIC 9(03) COMP.
035300 01 LAYOUT-CONTROL-TABLE.
035400     02 LCT-ROW               OCCURS 50 TIMES.
035500        05 LCT-DATASET        PIC X(08).
035600        05 LCT-VERSION        PIC 9(03).
035700        05 LCT-LENGTH         PIC 9(05).
035800
035900 PROCEDURE DIVISION.
036000
036100 0000-MAINLINE.
036200     PERFORM 9800-CHECK-LAYOUTS
036300     IF LAYOUT-MISMATCH
036400        MOVE 16 TO RETURN-CODE
036500        GOBACK
036600     END-IF
036700     PERFORM 1000-INITIALIZE
036800     IF WS-REPORT-TERM = SPACES
036900        DISPLAY "GRADE-SCHOOL-GRDDIST: NO TERM ON THE GDPARM CARD"
037000        MOVE 8 TO RETURN-CODE
037100        GOBACK
037200     END-IF
037300     IF WS-SCALE-COUNT = 0
037400        DISPLAY "GRADE-SCHOOL-GRDDIST: NO GRADSCAL ROWS -- "
037500            "GRADES CANNOT BE LETTERED"
037600        MOVE 8 TO RETURN-CODE
037700        GOBACK
037800     END-IF
037900     PERFORM 2000-TALLY-GRADES
038000     PERFORM 3000-PRINT-DISTRIBUTION
038100     PERFORM 4000-TERMINATE
038200     GOBACK.
038300
038400 1000-INITIALIZE.
038500     PERFORM 1100-READ-PARM.
038600     PERFORM 1200-LOAD-GRADING-SCALE.
038700     PERFORM 1300-LOAD-SECTIONS.
038800     PERFORM 1400-LOAD-SCHEDULE.
038900
039000 1100-READ-PARM.
039100     MOVE SPACES TO WS-REPORT-TERM.
039200     MOVE SPACES TO WS-PRIOR-TERM.
039300     OPEN INPUT PARM-FILE.
039400     IF WS-PARM-STATUS = "00"
039500        READ PARM-FILE
039600            AT END CONTINUE
039700        END-READ
039800        IF WS-PARM-STATUS = "00"
039900           MOVE PARM-TERM TO WS-REPORT-TERM
040000           MOVE PARM-PRIOR-TERM TO WS-PRIOR-TERM
040100           IF PARM-FLAG-POINTS IS NUMERIC
040200              AND PARM-FLAG-POINTS > 0
040300              MOVE PARM-FLAG-POINTS TO WS-FLAG-POINTS
040400           END-IF
040500        END-IF
040600        CLOSE PARM-FILE
040700     END-IF.
040800     IF WS-PRIOR-TERM = WS-REPORT-TERM
040900        MOVE SPACES TO WS-PRIOR-TERM
041000     END-IF.
041100
041200 1200-LOAD-GRADING-SCALE.
041300     OPEN INPUT GRADING-SCALE.
041400     IF WS-GS-STATUS NOT = "00"
041500        MOVE "10" TO WS-GS-STATUS
041600     ELSE
041700        PERFORM UNTIL WS-GS-STATUS NOT = "00"
041800           READ GRADING-SCALE
041900               AT END MOVE "10" TO WS-GS-STATUS
042000           END-READ
042100           IF WS-GS-STATUS = "00"
042200              AND GS-POINTS IS NUMERIC
042300              AND WS-SCALE-COUNT < 15
042400              ADD 1 TO WS-SCALE-COUNT
042500              MOVE GS-LETTER TO GS-T-LETTER(WS-SCALE-COUNT)
042600              MOVE GS-POINTS TO GS-T-POINTS(WS-SCALE-COUNT)
042700              MOVE GS-PASSING TO GS-T-PASSING(WS-SCALE-COUNT)
042800           END-IF
042900        END-PERFORM
043000        CLOSE GRADING-SCALE
043100     END-IF.
043200
043300 1300-LOAD-SECTIONS.
043400     OPEN INPUT SECTION-MASTER.
043500     IF WS-SEC-STATUS NOT = "00"
043600        MOVE "10" TO WS-SEC-STATUS
043700     ELSE
043800        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
043900           READ SECTION-MASTER
044000               AT END MOVE "10" TO WS-SEC-STATUS
044100           END-READ
044200           IF WS-SEC-STATUS = "00"
044300              AND SEC-PERIOD IS NUMERIC
044400              AND WS-SEC-COUNT < 1000
044500              ADD 1 TO WS-SEC-COUNT
044600              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
044700              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
044800              MOVE SEC-TEACHER TO SEC-T-TEACHER(WS-SEC-COUNT)
044900           END-IF
045000        END-PERFORM
045100        CLOSE SECTION-MASTER
045200     END-IF.
045300
045400 1400-LOAD-SCHEDULE.
045500     OPEN INPUT STUDENT-SCHEDULE.
045600     IF WS-SCH-STATUS NOT = "00"
045700        MOVE "10" TO WS-SCH-STATUS
045800     ELSE
045900        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
046000           READ STUDENT-SCHEDULE
046100               AT END MOVE "10" TO WS-SCH-STATUS
046200           END-READ
046300           IF WS-SCH-STATUS = "00"
046400              AND SCH-PERIOD IS NUMERIC
046500              AND WS-SCH-COUNT < 12000
046600              ADD 1 TO WS-SCH-COUNT
046700              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
046800              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
046900              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
047000           END-IF
047100        END-PERFORM
047200        CLOSE STUDENT-SCHEDULE
047300     END-IF.
047400     IF WS-SCH-COUNT > 0
047500        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID
047600     END-IF.
047700
047800*----------------------------------------------------------------
047900* CRSGRADE IN KEY ORDER (STUDENT/COURSE/TERM).  ONLY THE TERM ON
048000* THE CARD AND THE PRIOR TERM ARE TALLIED; THE STUSCHED POINTER
048100* ONLY EVER MOVES FORWARD.
048200*----------------------------------------------------------------
048300 2000-TALLY-GRADES.
048400     OPEN INPUT ROSTER-FILE.
048500     OPEN INPUT COURSE-GRADE-FILE.
048600     IF WS-CG-FILE-STATUS NOT = "00"
048700        MOVE "10" TO WS-CG-FILE-STATUS
048800     ELSE
048900        PERFORM UNTIL WS-CG-FILE-STATUS NOT = "00"
049000           READ COURSE-GRADE-FILE
049100               AT END MOVE "10" TO WS-CG-FILE-STATUS
049200           END-READ
049300           IF WS-CG-FILE-STATUS = "00"
049400              ADD 1 TO WS-GRADES-READ
049500              IF (CG-TERM = WS-REPORT-TERM
049600                  OR (CG-TERM = WS-PRIOR-TERM
049700                      AND WS-PRIOR-TERM NOT = SPACES))
049750                 AND NOT CG-TRANSFER-CREDIT
049800                 PERFORM 2100-TALLY-ONE-GRADE
049900              END-IF
050000           END-IF
050100        END-PERFORM
050200        CLOSE COURSE-GRADE-FILE
050300     END-IF.
050400     CLOSE ROSTER-FILE.
050500
050600 2100-TALLY-ONE-GRADE.
050700     PERFORM 2200-FIND-LETTER.
050800     PERFORM 2300-FIND-SECTION.
050900     IF CG-TERM NOT = WS-REPORT-TERM
051000        SET SLOT-PRIOR TO TRUE
051100        ADD 1 TO WS-PRIOR-USED
051200        MOVE "T" TO WS-POST-KIND
051300        MOVE SPACES TO WS-POST-COURSE
051400        MOVE WS-ROW-TEACHER TO WS-POST-TEACHER
051500        MOVE 0 TO WS-POST-PERIOD
051600        MOVE SPACE TO WS-POST-IEP
051700        PERFORM 2500-POST-GROUP
051800        EXIT PARAGRAPH
051900     END-IF.
052000     SET SLOT-CURRENT TO TRUE.
052100     ADD 1 TO WS-GRADES-USED.
052200     MOVE "C" TO WS-POST-KIND.
052300     MOVE CG-COURSE TO WS-POST-COURSE.
052400     MOVE SPACES TO WS-POST-TEACHER.
052500     MOVE 0 TO WS-POST-PERIOD.
052600     MOVE SPACE TO WS-POST-IEP.
052700     PERFORM 2500-POST-GROUP.
052800     MOVE "S" TO WS-POST-KIND.
052900     MOVE WS-ROW-TEACHER TO WS-POST-TEACHER.
053000     MOVE WS-ROW-PERIOD TO WS-POST-PERIOD.
053100     PERFORM 2500-POST-GROUP.
053200     MOVE "T" TO WS-POST-KIND.
053300     MOVE SPACES TO WS-POST-COURSE.
053400     MOVE 0 TO WS-POST-PERIOD.
053500     PERFORM 2500-POST-GROUP.
053600     PERFORM 2400-GET-STUDENT-IEP.
053700     MOVE "I" TO WS-POST-KIND.
053800     MOVE CG-COURSE TO WS-POST-COURSE.
053900     MOVE SPACES TO WS-POST-TEACHER.
054000     MOVE WS-IEP-RESULT TO WS-POST-IEP.
054100     PERFORM 2500-POST-GROUP.
054200
054300*----------------------------------------------------------------
054400* THE SCALE ROW WITH THE HIGHEST POINT VALUE NOT ABOVE THE COURSE
054500* POINTS DECIDES -- THE SAME RULE GRADE-SCHOOL'S
054600* FIND-LETTER-FOR-POINTS APPLIES.  POINTS BELOW EVERY ROW TAKE THE
054700* LOWEST ROW.  A D LETTER, OR A ROW GS-PASSING DOES NOT MARK "Y",
054800* COUNTS TOWARD THE D/F RATE.
054900*----------------------------------------------------------------
055000 2200-FIND-LETTER.
055100     MOVE 0 TO WS-SCALE-FOUND.
055200     PERFORM VARYING WS-SCALE-INDX FROM 1 BY 1
055300              UNTIL WS-SCALE-INDX > WS-SCALE-COUNT
055400        IF GS-T-POINTS(WS-SCALE-INDX) <= CG-GRADE-POINTS
055500           IF WS-SCALE-FOUND = 0
055600              OR GS-T-POINTS(WS-SCALE-INDX)
055700                 > GS-T-POINTS(WS-SCALE-FOUND)
055800              MOVE WS-SCALE-INDX TO WS-SCALE-FOUND
055900           END-IF
056000        END-IF
056100     END-PERFORM.
056200     IF WS-SCALE-FOUND = 0
056300        MOVE 1 TO WS-SCALE-FOUND
056400        PERFORM VARYING WS-SCALE-INDX FROM 2 BY 1
056500                 UNTIL WS-SCALE-INDX > WS-SCALE-COUNT
056600           IF GS-T-POINTS(WS-SCALE-INDX)
056700              < GS-T-POINTS(WS-SCALE-FOUND)
056800              MOVE WS-SCALE-INDX TO WS-SCALE-FOUND
056900           END-IF
057000        END-PERFORM
057100     END-IF.
057200     MOVE "N" TO WS-ROW-DF.
057300     IF GS-T-LETTER(WS-SCALE-FOUND)(1:1) = "D"
057400        OR GS-T-PASSING(WS-SCALE-FOUND) NOT = "Y"
057500        MOVE "Y" TO WS-ROW-DF
057600     END-IF.
057700
057800*----------------------------------------------------------------
057900* STUDENT AND COURSE TO PERIOD THROUGH STUSCHED, THEN COURSE AND
058000* PERIOD TO TEACHER THROUGH CRSSECTN.  STUSCHED CARRIES NO TERM,
058100* SO A PRIOR-TERM ROW IS CREDITED TO THE SECTION THE STUDENT IS IN
058200* NOW; A COURSE THE STUDENT IS NO LONGER SCHEDULED INTO GOES UNDER
058300* (NOT ON STUSCHED).
058400*----------------------------------------------------------------
058500 2300-FIND-SECTION.
058600     MOVE 0 TO WS-ROW-PERIOD.
058700     MOVE WS-NOT-SCHEDULED TO WS-ROW-TEACHER.
058800     PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
058900              OR SCHT-STUDENT-ID(WS-SCH-PTR) >= CG-STUDENT-ID
059000        ADD 1 TO WS-SCH-PTR
059100     END-PERFORM.
059200     SET COURSE-NOT-FOUND TO TRUE.
059300     PERFORM VARYING J FROM WS-SCH-PTR BY 1
059400              UNTIL J > WS-SCH-COUNT
059500                 OR COURSE-FOUND
059600                 OR SCHT-STUDENT-ID(J) NOT = CG-STUDENT-ID
059700        IF SCHT-COURSE(J) = CG-COURSE
059800           SET COURSE-FOUND TO TRUE
059900           MOVE SCHT-PERIOD(J) TO WS-ROW-PERIOD
060000        END-IF
060100     END-PERFORM.
060200     IF COURSE-NOT-FOUND
060300        ADD 1 TO WS-UNSCHEDULED-COUNT
060400        EXIT PARAGRAPH
060500     END-IF.
060600     MOVE WS-NO-SECTION TO WS-ROW-TEACHER.
060700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEC-COUNT
060800        IF SEC-T-COURSE(J) = CG-COURSE
060900           AND SEC-T-PERIOD(J) = WS-ROW-PERIOD
061000           MOVE SEC-T-TEACHER(J) TO WS-ROW-TEACHER
061100        END-IF
061200     END-PERFORM.
061300     IF WS-ROW-TEACHER = WS-NO-SECTION
061400        ADD 1 TO WS-NO-SECTION-COUNT
061500     END-IF.
061600
061700*----------------------------------------------------------------
061800* ONE RESTRICTED LOOKUP PER STUDENT, NOT PER GRADE ROW -- CRSGRADE
061900* IS IN STUDENT ORDER, SO THE LAST ANSWER STANDS UNTIL THE STUDENT
062000* CHANGES.  ONLY THE TERM ON THE CARD ASKS; THE PRIOR TERM IS NOT
062100* SPLIT BY IEP STATUS.  A STUDENT NO LONGER ON ROSTERF IS A "NO".
062200*----------------------------------------------------------------
062300 2400-GET-STUDENT-IEP.
062400     IF CG-STUDENT-ID = WS-IEP-STUDENT-ID
062500        EXIT PARAGRAPH
062600     END-IF.
062700     MOVE CG-STUDENT-ID TO WS-IEP-STUDENT-ID.
062800     MOVE CG-STUDENT-ID TO FR-STUDENT-ID.
062900     READ ROSTER-FILE
063000         INVALID KEY MOVE "N" TO FR-IEP-FLAG
063100     END-READ.
063200     IF WS-FILE-STATUS NOT = "00"
063300        MOVE "N" TO FR-IEP-FLAG
063400     END-IF.
063500     ADD 1 TO WS-IEP-LOOKUPS.
063600     PERFORM 2410-GET-IEP-STATUS.
063700
063800*----------------------------------------------------------------
063900* RESTRICTED -- STUDENT-PRIVACY STATUTE.  THE ONLY PARAGRAPH IN
064000* THIS PROGRAM CLEARED TO READ FR-IEP-FLAG, AND EVERY ANSWER IT
064100* GIVES -- "NO" INCLUDED -- GOES TO IEPLOG THE SAME WAY
064200* GET-IEP-STATUS LOGS IT.
064300*----------------------------------------------------------------
064400 2410-GET-IEP-STATUS.
064500     SET IEP-RESULT-NO TO TRUE.
064600     IF FR-IEP-FLAG = "Y"
064700        SET IEP-RESULT-YES TO TRUE
064800     END-IF.
064900     OPEN EXTEND IEP-ACCESS-LOG.
065000     IF WS-IEP-LOG-STATUS = "35"
065100        OPEN OUTPUT IEP-ACCESS-LOG
065200     END-IF.
065300     MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP.
065400     MOVE WS-ACCESS-USER TO IA-REQUESTOR.
065500     MOVE WS-IEP-STUDENT-ID TO IA-STUDENT-ID.
065600     MOVE WS-IEP-RESULT TO IA-RESULT.
065700     WRITE IEP-ACCESS-RECORD.
065800     CLOSE IEP-ACCESS-LOG.
065900
066000 2500-POST-GROUP.
066100     MOVE 0 TO WS-GT-FOUND.
066200     PERFORM VARYING K FROM 1 BY 1
066300              UNTIL K > WS-GT-COUNT OR WS-GT-FOUND > 0
066400        IF GT-KIND(K) = WS-POST-KIND
066500           AND GT-COURSE(K) = WS-POST-COURSE
066600           AND GT-TEACHER(K) = WS-POST-TEACHER
066700           AND GT-PERIOD(K) = WS-POST-PERIOD
066800           AND GT-IEP(K) = WS-POST-IEP
066900           AND GT-SLOT(K) = WS-POST-SLOT
067000           MOVE K TO WS-GT-FOUND
067100        END-IF
067200     END-PERFORM.
067300     IF WS-GT-FOUND = 0
067400        IF WS-GT-COUNT >= 4000
067500           ADD 1 TO WS-TABLE-FULL-COUNT
067600           EXIT PARAGRAPH
067700        END-IF
067800        ADD 1 TO WS-GT-COUNT
067900        MOVE WS-GT-COUNT TO WS-GT-FOUND
068000        INITIALIZE GT-ROW(WS-GT-FOUND)
068100        MOVE WS-POST-KIND TO GT-KIND(WS-GT-FOUND)
068200        MOVE WS-POST-COURSE TO GT-COURSE(WS-GT-FOUND)
068300        MOVE WS-POST-TEACHER TO GT-TEACHER(WS-GT-FOUND)
068400        MOVE WS-POST-PERIOD TO GT-PERIOD(WS-GT-FOUND)
068500        MOVE WS-POST-IEP TO GT-IEP(WS-GT-FOUND)
068600        MOVE WS-POST-SLOT TO GT-SLOT(WS-GT-FOUND)
068700     END-IF.
068800     ADD 1 TO GT-COUNT(WS-GT-FOUND).
068900     ADD CG-GRADE-POINTS TO GT-POINTS(WS-GT-FOUND).
069000     ADD 1 TO GT-LETTER-COUNT(WS-GT-FOUND, WS-SCALE-FOUND).
069100     IF WS-ROW-DF = "Y"
069200        ADD 1 TO GT-DF-COUNT(WS-GT-FOUND)
069300     END-IF.
069400
069500*----------------------------------------------------------------
069600* THE GROUP TABLE SORTS KIND, COURSE, TEACHER, PERIOD, IEP, SLOT,
069700* SO EACH PART OF THE REPORT IS ONE ORDERED RUN OF ROWS, A
069800* TEACHER'S PRIOR TERM SITS JUST AHEAD OF THE CURRENT ONE, AND A
069900* COURSE'S NON-IEP ROW JUST AHEAD OF ITS IEP ROW.
070000*----------------------------------------------------------------
070100 3000-PRINT-DISTRIBUTION.
070200     IF WS-GT-COUNT > 0
070300        SORT GT-ROW ASCENDING GT-KIND GT-COURSE GT-TEACHER
070400                              GT-PERIOD GT-IEP GT-SLOT
070500     END-IF.
070600     OPEN OUTPUT DISTRIBUTION-REPORT.
070700     MOVE WS-FLAG-POINTS TO WS-FLAG-EDIT.
070800     MOVE SPACES TO RPT-LINE.
070900     STRING "GRADE DISTRIBUTION ANALYSIS -- TERM "
071000             DELIMITED BY SIZE
071100         WS-REPORT-TERM DELIMITED BY SIZE
071200         INTO RPT-LINE
071300     END-STRING.
071400     IF WS-PRIOR-TERM NOT = SPACES
071500        MOVE "COMPARED WITH TERM" TO RPT-LINE(46:18)
071600        MOVE WS-PRIOR-TERM TO RPT-LINE(65:6)
071700     END-IF.
071800     WRITE RPT-LINE.
071900     MOVE SPACES TO RPT-LINE.
072000     STRING "SECTIONS MORE THAN " DELIMITED BY SIZE
072100         WS-FLAG-EDIT DELIMITED BY SIZE
072200         " GRADE POINTS FROM THEIR COURSE MEAN ARE FLAGGED"
072300             DELIMITED BY SIZE
072400         INTO RPT-LINE
072500     END-STRING.
072600     WRITE RPT-LINE.
072700     PERFORM 3100-PRINT-BY-COURSE.
072800     PERFORM 3200-PRINT-BY-SECTION.
072900     PERFORM 3300-PRINT-BY-TEACHER.
073000     IF WS-PRIOR-TERM NOT = SPACES
073100        PERFORM 3400-PRINT-TERM-OVER-TERM
073200     END-IF.
073300     PERFORM 3500-PRINT-BY-IEP.
073400     MOVE SPACES TO RPT-LINE.
073500     WRITE RPT-LINE.
073600     MOVE WS-GRADES-USED TO WS-COUNT-EDIT.
073700     MOVE SPACES TO RPT-LINE.
073800     STRING "GRADES ANALYZED: " DELIMITED BY SIZE
073900         WS-COUNT-EDIT DELIMITED BY SIZE
074000         "   SECTIONS FLAGGED: " DELIMITED BY SIZE
074100         INTO RPT-LINE
074200     END-STRING.
074300     MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
074400     MOVE WS-COUNT-EDIT TO RPT-LINE(44:5).
074500     WRITE RPT-LINE.
074600     CLOSE DISTRIBUTION-REPORT.
074700
074800 3100-PRINT-BY-COURSE.
074900     MOVE "BY COURSE" TO WS-GROUP-NAME.
075000     PERFORM 3800-PRINT-PART-HEADING.
075100     WRITE RPT-LINE.
075200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GT-COUNT
075300        IF GT-KIND(I) = "C"
075400           MOVE SPACES TO RPT-LINE
075500           MOVE GT-COURSE(I) TO RPT-LINE(3:20)
075600           MOVE I TO WS-STAT-ROW
075700           MOVE 60 TO WS-BLOCK-POS
075800           PERFORM 3940-PUT-STAT-BLOCK
075900           WRITE RPT-LINE
076000           PERFORM 3910-PRINT-LETTERS
076100        END-IF
076200     END-PERFORM.
076300
076400*----------------------------------------------------------------
076500* EACH SECTION AGAINST ITS OWN COURSE'S MEAN.  A SECTION MORE THAN
076600* THE FLAG THRESHOLD ABOVE OR BELOW IT IS FLAGGED FOR REVIEW.
076700*----------------------------------------------------------------
076800 3200-PRINT-BY-SECTION.
076900     MOVE "BY SECTION AND TEACHER" TO WS-GROUP-NAME.
077000     PERFORM 3800-PRINT-PART-HEADING.
077100     MOVE "VS COURSE" TO RPT-LINE(82:9).
077200     WRITE RPT-LINE.
077300     MOVE SPACES TO WS-LAST-COURSE.
077400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GT-COUNT
077500        IF GT-KIND(I) = "S"
077600           PERFORM 3210-PRINT-ONE-SECTION
077700        END-IF
077800     END-PERFORM.
077900
078000 3210-PRINT-ONE-SECTION.
078100     IF GT-COURSE(I) NOT = WS-LAST-COURSE
078200        MOVE GT-COURSE(I) TO WS-LAST-COURSE
078300        MOVE SPACES TO RPT-LINE
078400        WRITE RPT-LINE
078500     END-IF.
078600     PERFORM 3930-FIND-COURSE-MEAN.
078700     MOVE SPACES TO RPT-LINE.
078800     MOVE SPACES TO WS-GROUP-NAME.
078900     STRING GT-COURSE(I) DELIMITED BY SIZE
079000         " P" DELIMITED BY SIZE
079100         GT-PERIOD(I) DELIMITED BY SIZE
079200         " " DELIMITED BY SIZE
079300         GT-TEACHER(I) DELIMITED BY SIZE
079400         INTO WS-GROUP-NAME
079500     END-STRING.
079600     MOVE WS-GROUP-NAME TO RPT-LINE(3:54).
079700     MOVE I TO WS-STAT-ROW.
079800     MOVE 60 TO WS-BLOCK-POS.
079900     PERFORM 3940-PUT-STAT-BLOCK.
080000     COMPUTE WS-DIFF = WS-MEAN - WS-COURSE-MEAN.
080100     MOVE WS-DIFF TO WS-DIFF-EDIT.
080200     MOVE WS-DIFF-EDIT TO RPT-LINE(84:5).
080300     IF WS-DIFF > WS-FLAG-POINTS
080400        OR WS-DIFF + WS-FLAG-POINTS < 0
080500        MOVE "** OUTSIDE COURSE MEAN **" TO RPT-LINE(92:25)
080600        ADD 1 TO WS-FLAGGED-COUNT
080700     END-IF.
080800     WRITE RPT-LINE.
080900     PERFORM 3910-PRINT-LETTERS.
081000
081100 3300-PRINT-BY-TEACHER.
081200     MOVE "BY TEACHER" TO WS-GROUP-NAME.
081300     PERFORM 3800-PRINT-PART-HEADING.
081400     WRITE RPT-LINE.
081500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GT-COUNT
081600        IF GT-KIND(I) = "T" AND GT-SLOT(I) = "2"
081700           MOVE SPACES TO RPT-LINE
081800           MOVE GT-TEACHER(I) TO RPT-LINE(3:30)
081900           MOVE I TO WS-STAT-ROW
082000           MOVE 60 TO WS-BLOCK-POS
082100           PERFORM 3940-PUT-STAT-BLOCK
082200           WRITE RPT-LINE
082300           PERFORM 3910-PRINT-LETTERS
082400        END-IF
082500     END-PERFORM.
082600
082700*----------------------------------------------------------------
082800* EACH TEACHER'S PRIOR TERM BESIDE THE TERM ON THE CARD; A TEACHER
082900* WITH GRADES IN ONLY ONE OF THE TWO TERMS PRINTS THAT TERM ALONE.
083000*----------------------------------------------------------------
083100 3400-PRINT-TERM-OVER-TERM.
083200     MOVE SPACES TO RPT-LINE.
083300     WRITE RPT-LINE.
083400     MOVE "TERM OVER TERM BY TEACHER" TO RPT-LINE.
083500     WRITE RPT-LINE.
083600     MOVE SPACES TO RPT-LINE.
083700     MOVE "---- TERM" TO RPT-LINE(35:9).
083800     MOVE WS-PRIOR-TERM TO RPT-LINE(45:6).
083900     MOVE "---" TO RPT-LINE(52:3).
084000     MOVE "---- TERM" TO RPT-LINE(57:9).
084100     MOVE WS-REPORT-TERM TO RPT-LINE(67:6).
084200     MOVE "---" TO RPT-LINE(74:3).
084300     MOVE "--- CHANGE ---" TO RPT-LINE(79:14).
084400     WRITE RPT-LINE.
084500     MOVE SPACES TO RPT-LINE.
084600     MOVE "TEACHER" TO RPT-LINE(3:7).
084700     MOVE 35 TO WS-BLOCK-POS.
084800     PERFORM 3950-PUT-BLOCK-LABELS.
084900     MOVE 57 TO WS-BLOCK-POS.
085000     PERFORM 3950-PUT-BLOCK-LABELS.
085100     MOVE "MEAN" TO RPT-LINE(80:4).
085200     MOVE "D/F" TO RPT-LINE(89:3).
085300     WRITE RPT-LINE.
085400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GT-COUNT
085500        IF GT-KIND(I) = "T"
085600           PERFORM 3410-PAIR-TEACHER-TERMS
085700        END-IF
085800     END-PERFORM.
085900
086000 3410-PAIR-TEACHER-TERMS.
086100     MOVE 0 TO WS-PRIOR-ROW.
086200     MOVE 0 TO WS-CURRENT-ROW.
086300     IF GT-SLOT(I) = "1"
086400        MOVE I TO WS-PRIOR-ROW
086500        IF I < WS-GT-COUNT
086600           IF GT-KIND(I + 1) = "T"
086700              AND GT-TEACHER(I + 1) = GT-TEACHER(I)
086800              EXIT PARAGRAPH
086900           END-IF
087000        END-IF
087100     ELSE
087200        MOVE I TO WS-CURRENT-ROW
087300        IF I > 1
087400           IF GT-KIND(I - 1) = "T"
087500              AND GT-TEACHER(I - 1) = GT-TEACHER(I)
087600              COMPUTE WS-PRIOR-ROW = I - 1
087700           END-IF
087800        END-IF
087900     END-IF.
088000     MOVE SPACES TO RPT-LINE.
088100     MOVE GT-TEACHER(I) TO RPT-LINE(3:30).
088200     IF WS-PRIOR-ROW > 0
088300        MOVE WS-PRIOR-ROW TO WS-STAT-ROW
088400        MOVE 35 TO WS-BLOCK-POS
088500        PERFORM 3940-PUT-STAT-BLOCK
088600        MOVE WS-MEAN TO WS-PRIOR-MEAN
088700        MOVE WS-RATE TO WS-PRIOR-RATE
088800     ELSE
088900        MOVE "NO GRADES" TO RPT-LINE(37:9)
089000     END-IF.
089100     IF WS-CURRENT-ROW > 0
089200        MOVE WS-CURRENT-ROW TO WS-STAT-ROW
089300        MOVE 57 TO WS-BLOCK-POS
089400        PERFORM 3940-PUT-STAT-BLOCK
089500     ELSE
089600        MOVE "NO GRADES" TO RPT-LINE(59:9)
089700     END-IF.
089800     IF WS-PRIOR-ROW > 0 AND WS-CURRENT-ROW > 0
089900        COMPUTE WS-DIFF = WS-MEAN - WS-PRIOR-MEAN
090000        COMPUTE WS-RATE-DIFF = WS-RATE - WS-PRIOR-RATE
090100        MOVE WS-DIFF TO WS-DIFF-EDIT
090200        MOVE WS-RATE-DIFF TO WS-RATE-DIFF-EDIT
090300        MOVE WS-DIFF-EDIT TO RPT-LINE(79:5)
090400        MOVE WS-RATE-DIFF-EDIT TO RPT-LINE(86:6)
090500     END-IF.
090600     WRITE RPT-LINE.
090700
090800*----------------------------------------------------------------
090900* EACH COURSE SPLIT BY IEP STATUS, TOTALS ONLY.  WHEN EITHER SIDE
091000* HOLDS FEWER THAN WS-MIN-IEP-GROUP STUDENTS NEITHER SIDE PRINTS,
091100* SINCE THE COURSE TOTAL ABOVE WOULD GIVE THE HIDDEN SIDE AWAY.
091200*----------------------------------------------------------------
091300 3500-PRINT-BY-IEP.
091400     MOVE SPACES TO RPT-LINE.
091500     WRITE RPT-LINE.
091600     MOVE "BY COURSE AND IEP STATUS -- RESTRICTED" TO RPT-LINE.
091700     WRITE RPT-LINE.
091800     MOVE SPACES TO RPT-LINE.
091900     MOVE "------ IEP ------" TO RPT-LINE(25:17).
092000     MOVE "---- NOT IEP ----" TO RPT-LINE(47:17).
092100     WRITE RPT-LINE.
092200     MOVE SPACES TO RPT-LINE.
092300     MOVE "COURSE" TO RPT-LINE(3:6).
092400     MOVE 25 TO WS-BLOCK-POS.
092500     PERFORM 3950-PUT-BLOCK-LABELS.
092600     MOVE 47 TO WS-BLOCK-POS.
092700     PERFORM 3950-PUT-BLOCK-LABELS.
092800     WRITE RPT-LINE.
092900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GT-COUNT
093000        IF GT-KIND(I) = "I"
093100           PERFORM 3510-PAIR-IEP-GROUPS
093200        END-IF
093300     END-PERFORM.
093400     MOVE WS-MIN-IEP-GROUP TO WS-MIN-EDIT.
093500     MOVE SPACES TO RPT-LINE.
093600     STRING "  A COURSE WITH FEWER THAN" DELIMITED BY SIZE
093700         WS-MIN-EDIT DELIMITED BY SIZE
093800         " STUDENTS ON EITHER SIDE IS NOT SPLIT."
093850             DELIMITED BY SIZE
093900         INTO RPT-LINE
094000     END-STRING.
094100     WRITE RPT-LINE.
094200
094300 3510-PAIR-IEP-GROUPS.
094400     MOVE 0 TO WS-IEP-ROW.
094500     MOVE 0 TO WS-NON-IEP-ROW.
094600     IF GT-IEP(I) = "N"
094700        MOVE I TO WS-NON-IEP-ROW
094800        IF I < WS-GT-COUNT
094900           IF GT-KIND(I + 1) = "I"
095000              AND GT-COURSE(I + 1) = GT-COURSE(I)
095100              EXIT PARAGRAPH
095200           END-IF
095300        END-IF
095400     ELSE
095500        MOVE I TO WS-IEP-ROW
095600        IF I > 1
095700           IF GT-KIND(I - 1) = "I"
095800              AND GT-COURSE(I - 1) = GT-COURSE(I)
095900              COMPUTE WS-NON-IEP-ROW = I - 1
096000           END-IF
096100        END-IF
096200     END-IF.
096300     MOVE SPACES TO RPT-LINE.
096400     MOVE GT-COURSE(I) TO RPT-LINE(3:20).
096500     IF WS-IEP-ROW > 0
096600        IF GT-COUNT(WS-IEP-ROW) < WS-MIN-IEP-GROUP
096700           MOVE WS-NOT-SPLIT TO RPT-LINE(25:35)
096800           WRITE RPT-LINE
096900           EXIT PARAGRAPH
097000        END-IF
097100     END-IF.
097200     IF WS-NON-IEP-ROW > 0
097300        IF GT-COUNT(WS-NON-IEP-ROW) < WS-MIN-IEP-GROUP
097400           MOVE WS-NOT-SPLIT TO RPT-LINE(25:35)
097500           WRITE RPT-LINE
097600           EXIT PARAGRAPH
097700        END-IF
097800     END-IF.
097900     IF WS-IEP-ROW > 0
098000        MOVE WS-IEP-ROW TO WS-STAT-ROW
098100        MOVE 25 TO WS-BLOCK-POS
098200        PERFORM 3940-PUT-STAT-BLOCK
098300     ELSE
098400        MOVE "NONE" TO RPT-LINE(27:4)
098500     END-IF.
098600     IF WS-NON-IEP-ROW > 0
098700        MOVE WS-NON-IEP-ROW TO WS-STAT-ROW
098800        MOVE 47 TO WS-BLOCK-POS
098900        PERFORM 3940-PUT-STAT-BLOCK
099000     ELSE
099100        MOVE "NONE" TO RPT-LINE(49:4)
099200     END-IF.
099300     WRITE RPT-LINE.
099400
099500 3800-PRINT-PART-HEADING.
099600     MOVE SPACES TO RPT-LINE.
099700     WRITE RPT-LINE.
099800     MOVE WS-GROUP-NAME TO RPT-LINE.
099900     WRITE RPT-LINE.
100000     MOVE SPACES TO RPT-LINE.
100100     MOVE 60 TO WS-BLOCK-POS.
100200     PERFORM 3950-PUT-BLOCK-LABELS.
100300
100400 3900-COMPUTE-STATS.
100500     MOVE 0 TO WS-MEAN.
100600     MOVE 0 TO WS-RATE.
100700     IF GT-COUNT(WS-STAT-ROW) > 0
100800        COMPUTE WS-MEAN ROUNDED =
100900            GT-POINTS(WS-STAT-ROW) / GT-COUNT(WS-STAT-ROW)
101000        COMPUTE WS-RATE ROUNDED =
101100            GT-DF-COUNT(WS-STAT-ROW) * 100 / GT-COUNT(WS-STAT-ROW)
101200     END-IF.
101300
101400*----------------------------------------------------------------
101500* ONE LINE PER SIX SCALE LETTERS, IN GRADSCAL ORDER: THE LETTER,
101600* HOW MANY IN THE GROUP EARNED IT, AND WHAT PERCENT OF THE GROUP
101700* THAT IS.
101800*----------------------------------------------------------------
101900 3910-PRINT-LETTERS.
102000     MOVE SPACES TO RPT-LINE.
102100     MOVE 9 TO WS-LINE-PTR.
102200     PERFORM VARYING WS-SCALE-INDX FROM 1 BY 1
102300              UNTIL WS-SCALE-INDX > WS-SCALE-COUNT
102400        IF WS-LINE-PTR > 110
102500           WRITE RPT-LINE
102600           MOVE SPACES TO RPT-LINE
102700           MOVE 9 TO WS-LINE-PTR
102800        END-IF
102900        MOVE GT-LETTER-COUNT(I, WS-SCALE-INDX) TO WS-COUNT-EDIT
103000        COMPUTE WS-PCT ROUNDED =
103100            GT-LETTER-COUNT(I, WS-SCALE-INDX) * 100 / GT-COUNT(I)
103200        MOVE WS-PCT TO WS-PCT-EDIT
103300        STRING GS-T-LETTER(WS-SCALE-INDX) DELIMITED BY SIZE
103400            " " DELIMITED BY SIZE
103500            WS-COUNT-EDIT DELIMITED BY SIZE
103600            " " DELIMITED BY SIZE
103700            WS-PCT-EDIT DELIMITED BY SIZE
103800            "%   " DELIMITED BY SIZE
103900            INTO RPT-LINE WITH POINTER WS-LINE-PTR
104000        END-STRING
104100     END-PERFORM.
104200     WRITE RPT-LINE.
104300
104400 3930-FIND-COURSE-MEAN.
104500     MOVE 0 TO WS-COURSE-MEAN.
104600     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GT-COUNT
104700        IF GT-KIND(K) = "C" AND GT-COURSE(K) = GT-COURSE(I)
104800           MOVE K TO WS-STAT-ROW
104900           PERFORM 3900-COMPUTE-STATS
105000           MOVE WS-MEAN TO WS-COURSE-MEAN
105100        END-IF
105200     END-PERFORM.
105300
105400*----------------------------------------------------------------
105500* THE N / MEAN / D/F BLOCK FOR GROUP ROW WS-STAT-ROW, STARTING AT
105600* PRINT COLUMN WS-BLOCK-POS; 3950 PUTS ITS COLUMN LABELS.
105700*----------------------------------------------------------------
105800 3940-PUT-STAT-BLOCK.
105900     PERFORM 3900-COMPUTE-STATS.
106000     MOVE GT-COUNT(WS-STAT-ROW) TO WS-COUNT-EDIT.
106100     MOVE WS-MEAN TO WS-MEAN-EDIT.
106200     MOVE WS-RATE TO WS-RATE-EDIT.
106300     MOVE WS-COUNT-EDIT TO RPT-LINE(WS-BLOCK-POS:5).
106400     COMPUTE WS-FIELD-POS = WS-BLOCK-POS + 7.
106500     MOVE WS-MEAN-EDIT TO RPT-LINE(WS-FIELD-POS:4).
106600     COMPUTE WS-FIELD-POS = WS-BLOCK-POS + 13.
106700     MOVE WS-RATE-EDIT TO RPT-LINE(WS-FIELD-POS:5).
106800     COMPUTE WS-FIELD-POS = WS-BLOCK-POS + 18.
106900     MOVE "%" TO RPT-LINE(WS-FIELD-POS:1).
107000
107100 3950-PUT-BLOCK-LABELS.
107200     MOVE "    N" TO RPT-LINE(WS-BLOCK-POS:5).
107300     COMPUTE WS-FIELD-POS = WS-BLOCK-POS + 7.
107400     MOVE "MEAN" TO RPT-LINE(WS-FIELD-POS:4).
107500     COMPUTE WS-FIELD-POS = WS-BLOCK-POS + 15.
107600     MOVE "D/F" TO RPT-LINE(WS-FIELD-POS:3).
107700
107800 4000-TERMINATE.
107900     DISPLAY "GRADE-SCHOOL-GRDDIST CRSGRADE ROWS READ: "
108000         WS-GRADES-READ.
108100     DISPLAY "  TERM " WS-REPORT-TERM " GRADES:      "
108200         WS-GRADES-USED.
108300     DISPLAY "  PRIOR TERM GRADES:        " WS-PRIOR-USED.
108400     DISPLAY "  NOT ON STUSCHED:          " WS-UNSCHEDULED-COUNT.
108500     DISPLAY "  NO CRSSECTN SECTION:      " WS-NO-SECTION-COUNT.
108600     DISPLAY "  IEP LOOKUPS LOGGED:       " WS-IEP-LOOKUPS.
108700     DISPLAY "  SECTIONS FLAGGED:         " WS-FLAGGED-COUNT.
108800     IF WS-TABLE-FULL-COUNT > 0
108900        DISPLAY "  GROUP TABLE FULL -- ROWS NOT TALLIED: "
109000            WS-TABLE-FULL-COUNT
109100        MOVE 4 TO RETURN-CODE
109200     END-IF.
109300     IF WS-GRADES-USED = 0
109400        DISPLAY "  NO CRSGRADE ROWS FOR TERM " WS-REPORT-TERM
109500        MOVE 4 TO RETURN-CODE
109600     END-IF.
109700     IF WS-FLAGGED-COUNT > 0
109800        MOVE 4 TO RETURN-CODE
109900     END-IF.
110000
110100*----------------------------------------------------------------
110200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
110300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
110400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
110500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
110600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
110700*----------------------------------------------------------------
110800 9800-CHECK-LAYOUTS.
110900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
111000     OPEN EXTEND LAYOUT-USAGE-LOG.
111100     IF WS-LU-STATUS = "35"
111200        OPEN OUTPUT LAYOUT-USAGE-LOG
111300     END-IF.
111400     MOVE "ROSTERF" TO WS-LK-DATASET.
111500     MOVE 3 TO WS-LK-VERSION.
111600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
111700     PERFORM 9820-CHECK-ONE-LAYOUT.
111800     MOVE "CRSGRADE" TO WS-LK-DATASET.
111900     MOVE 2 TO WS-LK-VERSION.
112000     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
112100     PERFORM 9820-CHECK-ONE-LAYOUT.
112200     CLOSE LAYOUT-USAGE-LOG.
112300
112400 9810-LOAD-LAYOUT-CONTROL.
112500     MOVE 0 TO WS-LC-COUNT.
112600     OPEN INPUT LAYOUT-CONTROL.
112700     IF WS-LC-STATUS NOT = "00"
112800        EXIT PARAGRAPH
112900     END-IF.
113000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
113100        READ LAYOUT-CONTROL
113200            AT END MOVE "10" TO WS-LC-STATUS
113300        END-READ
113400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
113500           ADD 1 TO WS-LC-COUNT
113600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
113700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
113800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
113900        END-IF
114000     END-PERFORM.
114100     CLOSE LAYOUT-CONTROL.
114200
114300*----------------------------------------------------------------
114400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
114500* AS NOCTL.
114600*----------------------------------------------------------------
114700 9820-CHECK-ONE-LAYOUT.
114800     MOVE "NOCTL" TO WS-LK-RESULT.
114900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
115000             UNTIL WS-LC-INDX > WS-LC-COUNT
115100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
115200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
115300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
115400              MOVE "CURRENT" TO WS-LK-RESULT
115500           ELSE
115600              MOVE "MISMATCH" TO WS-LK-RESULT
115700           END-IF
115800        END-IF
115900     END-PERFORM.
116000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
116100     MOVE "GRADE-SCHOOL-GRDDIST" TO LU-PROGRAM.
116200     MOVE WS-LK-DATASET TO LU-DATASET.
116300     MOVE WS-LK-VERSION TO LU-VERSION.
116400     MOVE WS-LK-LENGTH TO LU-LENGTH.
116500     MOVE WS-LK-RESULT TO LU-RESULT.
116600     WRITE LAYOUT-USAGE-RECORD.
116700     IF WS-LK-RESULT NOT = "MISMATCH"
116800        EXIT PARAGRAPH
116900     END-IF.
117000     SET LAYOUT-MISMATCH TO TRUE.
117100     DISPLAY "GRADE-SCHOOL-GRDDIST HALTED: " WS-LK-DATASET
117200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
117300         " DOES NOT MATCH LAYOUTCT".
117400     OPEN EXTEND OPS-ERROR-LOG.
117500     IF WS-OPS-LOG-STATUS = "35"
117600        OPEN OUTPUT OPS-ERROR-LOG
117700     END-IF.
117800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
117900     MOVE "GRADE-SCHOOL-GRDDIST" TO OE-PROGRAM.
118000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
118100     MOVE "LAYOUT" TO OE-OPERATION.
118200     MOVE "16" TO OE-STATUS.
118300     WRITE OPS-ERROR-RECORD.
118400     CLOSE OPS-ERROR-LOG.
