001597*                 SESSION CANNOT REWRITE A PROMOTED STUDENT
001598*                 FROM PRE-PROMOTION DATA.  A HELD ENQUEUE
001599*                 HALTS THE RUN WITH RC=8.
001600* 2026-10-15 KAP  NEXT-YEAR HOMEROOMS -- PLACEMNT IS THE
001610*                 PRINCIPAL-APPROVED GRADE-SCHOOL-PLACE PROPOSAL.
001620*                 A PROMOTED OR RETAINED STUDENT LISTED THERE FOR
001630*                 THE NEW GRADE AND THE SAME BUILDING TAKES ITS
001640*                 TEACHER AND SECTION INSTEAD OF CARRYING THE OLD
001650*                 ONES FORWARD.  NO PLACEMNT, NO CHANGE.
001657* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001664*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001671*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001678*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001685*                 OPSERRLG ENTRY.
001686* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001687*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001688*                 LAYOUT VERSION 3.
001689* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
001690*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
001691*                 VERSION 2.
001692*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 REPOSITORY.
003611         RECORD KEY IS NQ-DATASET
003612         FILE STATUS IS WS-NQ-STATUS.
003613
003614     SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
003615         ORGANIZATION IS LINE SEQUENTIAL
003616         FILE STATUS IS WS-PLACEMENT-STATUS.
003617
003626     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003635         ORGANIZATION IS LINE SEQUENTIAL
003644         FILE STATUS IS WS-LC-STATUS.
003653
003663     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003672         ORGANIZATION IS LINE SEQUENTIAL
003681         FILE STATUS IS WS-LU-STATUS.
003690
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ROSTER-FILE.
005200     05 FR-IEP-FLAG           PIC X(01).
005201     05 FR-DOB                PIC 9(08).
005202     05 FR-SCHOOL-CODE        PIC 9(02).
005234     05 FR-GENDER             PIC X(01).
005266     05 FR-RACE-ETH           PIC X(01).
005300
005400 FD  ALUMNI-FILE.
005500 01  ALUMNI-RECORD.
005800     05 ALM-TEACHER           PIC X(30).
005900     05 ALM-GRAD-DATE         PIC 9(08).
006000
006004 FD  LAYOUT-CONTROL.
006008*----------------------------------------------------------------
006012* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006016* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006020*----------------------------------------------------------------
006024 01  LAYOUT-CONTROL-RECORD.
006028     05 LC-DATASET            PIC X(08).
006032     05 LC-VERSION            PIC 9(03).
006036     05 LC-LENGTH             PIC 9(05).
006040     05 LC-EFFECTIVE-DATE     PIC 9(08).
006044
006048 FD  LAYOUT-USAGE-LOG.
006052*----------------------------------------------------------------
006056* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006060* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006064*----------------------------------------------------------------
006068 01  LAYOUT-USAGE-RECORD.
006072     05 LU-TIMESTAMP          PIC 9(14).
006076     05 LU-PROGRAM            PIC X(24).
006080     05 LU-DATASET            PIC X(08).
006084     05 LU-VERSION            PIC 9(03).
006088     05 LU-LENGTH             PIC 9(05).
006092     05 LU-RESULT             PIC X(08).
006096
006100 FD  AUDIT-FILE.
006200*----------------------------------------------------------------
006300* LAYOUT MUST MATCH GRADE-SCHOOL -- THIS PROGRAM APPENDS TO THE
007357        10 CG-COURSE          PIC X(20).
007358        10 CG-TERM            PIC X(06).
007359     05 CG-GRADE-POINTS       PIC 9V99.
007361     05 CG-CREDIT-TYPE        PIC X(01).
007363        88 CG-TRANSFER-CREDIT           VALUE "T".
007365
007370 FD  GRAD-TRANSCRIPT-FILE.
007371*----------------------------------------------------------------
007438     05 NQ-ENQ-STAMP          PIC 9(14).
007439     05 NQ-UPDATE-STAMP       PIC 9(14).
007440
007445 FD  PLACEMENT-FILE.
007450*----------------------------------------------------------------
007455* LAYOUT MUST MATCH GRADE-SCHOOL-PLACE'S PLACEMENT-RECORD.  THE
007460* PRINCIPAL-APPROVED COPY OF ITS PLACEPRP PROPOSAL.
007465*----------------------------------------------------------------
007470 01  PLACEMENT-RECORD.
007475     05 PL-STUDENT-ID         PIC 9(09).
007480     05 PL-SCHOOL-CODE        PIC 9(02).
007485     05 PL-GRADE              PIC 9(02).
007490     05 PL-TEACHER            PIC X(30).
007495     05 PL-SECTION            PIC 9(01).
007497
007500 WORKING-STORAGE SECTION.
007600 01 WS-FILE-STATUS             PIC XX.
007700 01 WS-ALUMNI-STATUS           PIC XX.
008281 01 WS-PRIOR-TERM              PIC X(06).
008282 01 I                          PIC 9(04) COMP.
008283
008284*----------------------------------------------------------------
008285* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
008286* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
008287*----------------------------------------------------------------
008288 01 WS-LC-STATUS               PIC XX.
008289 01 WS-LU-STATUS               PIC XX.
008290 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
008291     88 LAYOUT-MISMATCH                  VALUE "Y".
008292 01 WS-LK-DATASET              PIC X(08).
008293 01 WS-LK-VERSION              PIC 9(03).
008295 01 WS-LK-LENGTH               PIC 9(05).
008296 01 WS-LK-RESULT               PIC X(08).
008297 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
008298 01 WS-LC-INDX                 PIC 9(03) COMP.
008299 01 LAYOUT-CONTROL-TABLE.
008300     02 LCT-ROW               OCCURS 50 TIMES.
008301        05 LCT-DATASET        PIC X(08).
008302        05 LCT-VERSION        PIC 9(03).
008303        05 LCT-LENGTH         PIC 9(05).
008304
008306 01 WS-RETAIN-STATUS           PIC XX.
008308 01 WS-RUNCTL-STATUS           PIC XX.
008310 01 WS-OPS-LOG-STATUS          PIC XX.
008380     88 LOCK-GRANTED                     VALUE "Y".
008382     88 LOCK-REFUSED                     VALUE "N".
008384
008385 01 WS-PLACEMENT-STATUS        PIC XX.
008386 01 WS-PLACED-COUNT            PIC 9(07) COMP VALUE ZERO.
008387 01 WS-PLACE-SWITCH            PIC X(01).
008388     88 PLACEMENT-APPLIED               VALUE "Y".
008389 01 WS-PL-COUNT                PIC 9(05) COMP VALUE ZERO.
008390 01 PLACEMENT-TABLE.
008392     02 PL-ROW                OCCURS 1 TO 5000 TIMES
008393                                 DEPENDING ON WS-PL-COUNT.
008394        05 PL-T-STUDENT-ID    PIC 9(09).
008395        05 PL-T-SCHOOL-CODE   PIC 9(02).
008396        05 PL-T-GRADE         PIC 9(02).
008397        05 PL-T-TEACHER       PIC X(30).
008398        05 PL-T-SECTION       PIC 9(01).
008399
008400 PROCEDURE DIVISION.
008500
008600 0000-MAINLINE.
008610     PERFORM 9800-CHECK-LAYOUTS
008620     IF LAYOUT-MISMATCH
008630        MOVE 16 TO RETURN-CODE
008640        GOBACK
008650     END-IF
008700     PERFORM 1000-INITIALIZE
008800     PERFORM 2000-PROMOTE-ROSTER
008900         UNTIL WS-FILE-STATUS NOT = "00"
009850     OPEN OUTPUT TRANSCRIPT-PRINT.
009860     PERFORM 1100-LOAD-COURSE-GRADES.
009870     PERFORM 1200-LOAD-RETAIN-LIST.
009880     PERFORM 1300-LOAD-PLACEMENTS.
009900     MOVE 0 TO FR-STUDENT-ID.
010000     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
010100         INVALID KEY MOVE "10" TO WS-FILE-STATUS
013500
013600 2300-PROMOTE-STUDENT.
013700     ADD 1 TO FR-GRADE.
013750     PERFORM 2360-APPLY-PLACEMENT.
013800     REWRITE ROSTER-RECORD
013900         INVALID KEY CONTINUE
014000     END-REWRITE.
016315            " CRSGRADE OR RAISE THE TABLE"
016316     END-IF.
016317     DISPLAY "  RETAINED:           " WS-RETAINED-COUNT.
016318     DISPLAY "  NEW HOMEROOMS:      " WS-PLACED-COUNT.
016320
016330*----------------------------------------------------------------
016340* 8000 BUILDS THE GRADUATION TRANSCRIPT FOR THE STUDENT IN THE
017530     MOVE FR-NAME TO AUD-AFTER-NAME.
017540     MOVE FR-GRADE TO AUD-AFTER-GRADE.
017550     PERFORM 2400-WRITE-AUDIT-RECORD.
017552     PERFORM 2360-APPLY-PLACEMENT.
017554     IF PLACEMENT-APPLIED
017556        PERFORM 2370-REWRITE-RETAINED
017558     END-IF.
017560
017570 3100-COUNT-ROSTER-AFTER.
017580     MOVE 0 TO WS-AFTER-COUNT.
018750        END-REWRITE
018760     END-IF.
018770     CLOSE ENQUEUE-CONTROL.
018780
018790*----------------------------------------------------------------
018800* THE APPROVED NEXT-YEAR HOMEROOMS.  A MISSING OR EMPTY PLACEMNT
018810* LEAVES EVERY STUDENT'S TEACHER AND SECTION AS THEY WERE.
018820*----------------------------------------------------------------
018830 1300-LOAD-PLACEMENTS.
018840     OPEN INPUT PLACEMENT-FILE.
018850     IF WS-PLACEMENT-STATUS NOT = "00"
018860        MOVE "10" TO WS-PLACEMENT-STATUS
018870        EXIT PARAGRAPH
018880     END-IF.
018890     PERFORM UNTIL WS-PLACEMENT-STATUS NOT = "00"
018900        READ PLACEMENT-FILE
018910            AT END MOVE "10" TO WS-PLACEMENT-STATUS
018920        END-READ
018930        IF WS-PLACEMENT-STATUS = "00"
018940           AND WS-PL-COUNT < 5000
018950           ADD 1 TO WS-PL-COUNT
018960           MOVE PL-STUDENT-ID TO PL-T-STUDENT-ID(WS-PL-COUNT)
018970           MOVE PL-SCHOOL-CODE TO PL-T-SCHOOL-CODE(WS-PL-COUNT)
018980           MOVE PL-GRADE TO PL-T-GRADE(WS-PL-COUNT)
018990           MOVE PL-TEACHER TO PL-T-TEACHER(WS-PL-COUNT)
019000           MOVE PL-SECTION TO PL-T-SECTION(WS-PL-COUNT)
019010        END-IF
019020     END-PERFORM.
019030     CLOSE PLACEMENT-FILE.
019040
019050*----------------------------------------------------------------
019060* 2360 RUNS ONCE FR-GRADE HOLDS NEXT YEAR'S GRADE.  A PLACEMENT
019070* ROW COUNTS ONLY FOR THAT GRADE IN THE SAME BUILDING -- A
019080* STUDENT RETAINED OR TRANSFERRED SINCE THE PROPOSAL WAS BUILT
019090* KEEPS THE OLD HOMEROOM FOR THE OFFICE TO FIX BY HAND.
019100*----------------------------------------------------------------
019110 2360-APPLY-PLACEMENT.
019120     MOVE "N" TO WS-PLACE-SWITCH.
019130     PERFORM VARYING I FROM 1 BY 1
019140              UNTIL I > WS-PL-COUNT OR PLACEMENT-APPLIED
019150        IF PL-T-STUDENT-ID(I) = FR-STUDENT-ID
019160           AND PL-T-GRADE(I) = FR-GRADE
019170           AND PL-T-SCHOOL-CODE(I) = FR-SCHOOL-CODE
019180           MOVE PL-T-TEACHER(I) TO FR-TEACHER
019190           MOVE PL-T-SECTION(I) TO FR-SECTION
019200           SET PLACEMENT-APPLIED TO TRUE
019210           ADD 1 TO WS-PLACED-COUNT
019220        END-IF
019230     END-PERFORM.
019240
019250 2370-REWRITE-RETAINED.
019260     REWRITE ROSTER-RECORD
019270         INVALID KEY CONTINUE
019280     END-REWRITE.
019290     IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "23"
019300        MOVE "ROSTERF" TO WS-ERR-FILE
019310        MOVE "REWRITE" TO WS-ERR-OPERATION
019320        MOVE WS-FILE-STATUS TO WS-ERR-STATUS
019330        PERFORM 2500-LOG-FILE-ERROR
019340        MOVE "00" TO WS-FILE-STATUS
019350     END-IF.
019400
019500*----------------------------------------------------------------
019600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
019700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
019800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
019900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
020000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
020100*----------------------------------------------------------------
020200 9800-CHECK-LAYOUTS.
020300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
020400     OPEN EXTEND LAYOUT-USAGE-LOG.
020500     IF WS-LU-STATUS = "35"
020600        OPEN OUTPUT LAYOUT-USAGE-LOG
020700     END-IF.
020800     MOVE "ROSTERF" TO WS-LK-DATASET.
020900     MOVE 3 TO WS-LK-VERSION.
021000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
021100     PERFORM 9820-CHECK-ONE-LAYOUT.
021200     MOVE "CRSGRADE" TO WS-LK-DATASET.
021300     MOVE 2 TO WS-LK-VERSION.
021400     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
021500     PERFORM 9820-CHECK-ONE-LAYOUT.
021600     CLOSE LAYOUT-USAGE-LOG.
021700
021800 9810-LOAD-LAYOUT-CONTROL.
021900     MOVE 0 TO WS-LC-COUNT.
022000     OPEN INPUT LAYOUT-CONTROL.
022100     IF WS-LC-STATUS NOT = "00"
022200        EXIT PARAGRAPH
022300     END-IF.
022400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
022500        READ LAYOUT-CONTROL
022600            AT END MOVE "10" TO WS-LC-STATUS
022700        END-READ
022800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
022900           ADD 1 TO WS-LC-COUNT
023000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
023100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
023200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
023300        END-IF
023400     END-PERFORM.
023500     CLOSE LAYOUT-CONTROL.
023600
023700*----------------------------------------------------------------
023800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
023900* AS NOCTL.
024000*----------------------------------------------------------------
024100 9820-CHECK-ONE-LAYOUT.
024200     MOVE "NOCTL" TO WS-LK-RESULT.
024300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
024400             UNTIL WS-LC-INDX > WS-LC-COUNT
024500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
024600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
024700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
024800              MOVE "CURRENT" TO WS-LK-RESULT
024900           ELSE
025000              MOVE "MISMATCH" TO WS-LK-RESULT
025100           END-IF
025200        END-IF
025300     END-PERFORM.
025400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
025500     MOVE "GRADE-SCHOOL-PROMOTE" TO LU-PROGRAM.
025600     MOVE WS-LK-DATASET TO LU-DATASET.
025700     MOVE WS-LK-VERSION TO LU-VERSION.
025800     MOVE WS-LK-LENGTH TO LU-LENGTH.
025900     MOVE WS-LK-RESULT TO LU-RESULT.
026000     WRITE LAYOUT-USAGE-RECORD.
026100     IF WS-LK-RESULT NOT = "MISMATCH"
026200        EXIT PARAGRAPH
026300     END-IF.
026400     SET LAYOUT-MISMATCH TO TRUE.
026500     DISPLAY "GRADE-SCHOOL-PROMOTE HALTED: " WS-LK-DATASET
026600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
026700         " DOES NOT MATCH LAYOUTCT".
026800     OPEN EXTEND OPS-ERROR-LOG.
026900     IF WS-OPS-LOG-STATUS = "35"
027000        OPEN OUTPUT OPS-ERROR-LOG
027100     END-IF.
027200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
027300     MOVE "GRADE-SCHOOL-PROMOTE" TO OE-PROGRAM.
027400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
027500     MOVE "LAYOUT" TO OE-OPERATION.
027600     MOVE "16" TO OE-STATUS.
027700     WRITE OPS-ERROR-RECORD.
027800     CLOSE OPS-ERROR-LOG.
