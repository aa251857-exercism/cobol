000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-EWARN.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  WEEKLY EARLY-WARNING LIST -- THE TRUANCY
001100*                 LETTERS, THE DEFICIENCY NOTICES AND THE
001200*                 DISCIPLINE FOLDER EACH SEE ONE SLICE OF A
001300*                 STRUGGLING STUDENT.  THIS JOB READS ATTNDNCE
001400*                 (LESS THE I/M/B EXCUSES ON ATTEXCUS), DISCIPLN
001500*                 AND CRSGRADE TOGETHER, TESTS EVERY STUDENT ON
001600*                 THE ATTENDANCE-RATE, INCIDENT-COUNT AND
001700*                 FAILING-COURSE THRESHOLDS ON THE EWPARM CARD,
001800*                 AND PRINTS EVERY STUDENT WHO TRIPS ONE BY
001900*                 BUILDING, GRADE AND HOMEROOM TEACHER, RANKED
002000*                 WORST FIRST, WITH THE INDICATORS THAT TRIPPED.
002100*                 A STUDENT SLIPPING ON TWO FRONTS OR MORE IS
002200*                 STARRED FOR THE COUNSELORS.
002220* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002240*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002260*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002280*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002300*                 OPSERRLG ENTRY.
002305* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002310*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002315*                 LAYOUT VERSION 3.
002316* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002317*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002318*                 VERSION 2.
002320*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARM-FILE ASSIGN TO "EWPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ATT-KEY
004400         FILE STATUS IS WS-ATT-FILE-STATUS.
004500
004600     SELECT ABSENCE-EXCUSE-FILE ASSIGN TO "ATTEXCUS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EX-STATUS.
004900
005000     SELECT DISCIPLINE-MASTER ASSIGN TO "DISCIPLN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-DSC-STATUS.
005300
005400     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS CG-KEY
005800         FILE STATUS IS WS-CG-FILE-STATUS.
005900
006000     SELECT WARNING-REPORT ASSIGN TO "EWARNRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006207     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006215         ORGANIZATION IS LINE SEQUENTIAL
006223         FILE STATUS IS WS-LC-STATUS.
006230
006238     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006246         ORGANIZATION IS LINE SEQUENTIAL
006253         FILE STATUS IS WS-LU-STATUS.
006261
006269     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006276         ORGANIZATION IS LINE SEQUENTIAL
006284         FILE STATUS IS WS-OPS-LOG-STATUS.
006292
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARM-FILE.
006600*----------------------------------------------------------------
006700* ONE CARD: THE GRADING TERM, THE DATE THE ATTENDANCE AND
006800* INCIDENT WINDOW OPENS (CCYYMMDD, USUALLY THE FIRST DAY OF
006900* SCHOOL), AND THE DISTRICT'S THREE THRESHOLDS -- A STUDENT
007000* TRIPS ATTENDANCE BELOW THE MINIMUM PERCENT PRESENT, BEHAVIOR
007100* AT THE INCIDENT LIMIT OR ABOVE, AND COURSES WHEN AT LEAST THE
007200* FAIL LIMIT OF THE TERM'S GRADES STAND BELOW THE FLOOR (V99
007300* IMPLIED).  A ZERO OR BLANK FIELD KEEPS THE SHOP DEFAULT.
007400*----------------------------------------------------------------
007500 01  PARM-RECORD.
007600     05 PARM-TERM             PIC X(06).
007700     05 PARM-FROM-DATE        PIC 9(08).
007800     05 PARM-MIN-ATT-PCT      PIC 9(03).
007900     05 PARM-INCIDENT-LIMIT   PIC 9(02).
008000     05 PARM-FAIL-FLOOR       PIC 9V99.
008100     05 PARM-FAIL-LIMIT       PIC 9(02).
008200
008300 FD  ROSTER-FILE.
008400*----------------------------------------------------------------
008500* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008600*----------------------------------------------------------------
008700 01  ROSTER-RECORD.
008800     05 FR-STUDENT-ID         PIC 9(09).
008900     05 FR-NAME               PIC X(60).
009000     05 FR-GRADE              PIC 9(02).
009100     05 FR-TEACHER            PIC X(30).
009200     05 FR-SECTION            PIC 9(01).
009300     05 FR-HOUSEHOLD-ID       PIC 9(09).
009400*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009500     05 FR-IEP-FLAG           PIC X(01).
009600     05 FR-DOB                PIC 9(08).
009700     05 FR-SCHOOL-CODE        PIC 9(02).
009733     05 FR-GENDER             PIC X(01).
009766     05 FR-RACE-ETH           PIC X(01).
009800
009900 FD  ATTENDANCE-FILE.
010000*----------------------------------------------------------------
010100* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
010200*----------------------------------------------------------------
010300 01  ATT-RECORD.
010400     05 ATT-KEY.
010500        10 ATT-STUDENT-ID     PIC 9(09).
010600        10 ATT-DATE           PIC 9(08).
010700        10 ATT-PERIOD         PIC 9(01).
010800     05 ATT-CODE              PIC X(01).
010900
011000 FD  ABSENCE-EXCUSE-FILE.
011100*----------------------------------------------------------------
011200* LAYOUT MUST MATCH GRADE-SCHOOL'S ABSENCE-EXCUSE-RECORD.
011300*----------------------------------------------------------------
011400 01  ABSENCE-EXCUSE-RECORD.
011500     05 EX-STUDENT-ID         PIC 9(09).
011600     05 EX-DATE               PIC 9(08).
011700     05 EX-PERIOD             PIC 9(01).
011800     05 EX-CODE               PIC X(01).
011900     05 EX-NOTE-RECEIVED      PIC X(01).
012000
012100 FD  DISCIPLINE-MASTER.
012200*----------------------------------------------------------------
012300* LAYOUT MUST MATCH GRADE-SCHOOL-DISCIPLN'S DISCIPLINE-RECORD.
012400*----------------------------------------------------------------
012500 01  DISCIPLINE-RECORD.
012600     05 DS-STUDENT-ID         PIC 9(09).
012700     05 DS-DATE               PIC 9(08).
012800     05 DS-INCIDENT-CODE      PIC X(04).
012900     05 DS-ACTION-CODE        PIC X(04).
013000     05 DS-SUSPENSION-DAYS    PIC 9(02).
013100
013200 FD  COURSE-GRADE-FILE.
013300*----------------------------------------------------------------
013400* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED CG-RECORD.
013500*----------------------------------------------------------------
013600 01  CG-RECORD.
013700     05 CG-KEY.
013800        10 CG-STUDENT-ID      PIC 9(09).
013900        10 CG-COURSE          PIC X(20).
014000        10 CG-TERM            PIC X(06).
014100     05 CG-GRADE-POINTS       PIC 9V99.
014133     05 CG-CREDIT-TYPE        PIC X(01).
014166        88 CG-TRANSFER-CREDIT           VALUE "T".
014200
014300 FD  WARNING-REPORT.
014400 01  RPT-LINE                 PIC X(100).
014500
014502 FD  LAYOUT-CONTROL.
014505*----------------------------------------------------------------
014508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014513*----------------------------------------------------------------
014516 01  LAYOUT-CONTROL-RECORD.
014518     05 LC-DATASET            PIC X(08).
014521     05 LC-VERSION            PIC 9(03).
014524     05 LC-LENGTH             PIC 9(05).
014527     05 LC-EFFECTIVE-DATE     PIC 9(08).
014529
014532 FD  LAYOUT-USAGE-LOG.
014535*----------------------------------------------------------------
014537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
014540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
014543*----------------------------------------------------------------
014545 01  LAYOUT-USAGE-RECORD.
014548     05 LU-TIMESTAMP          PIC 9(14).
014551     05 LU-PROGRAM            PIC X(24).
014554     05 LU-DATASET            PIC X(08).
014556     05 LU-VERSION            PIC 9(03).
014559     05 LU-LENGTH             PIC 9(05).
014562     05 LU-RESULT             PIC X(08).
014564
014567 FD  OPS-ERROR-LOG.
014570*----------------------------------------------------------------
014572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014575* SHARED SHOP-WIDE ERROR LOG.
014578*----------------------------------------------------------------
014581 01  OPS-ERROR-RECORD.
014583     05 OE-TIMESTAMP          PIC 9(14).
014586     05 OE-PROGRAM            PIC X(20).
014589     05 OE-FILE-NAME          PIC X(08).
014591     05 OE-OPERATION          PIC X(08).
014594     05 OE-STATUS             PIC XX.
014597
014600 WORKING-STORAGE SECTION.
014700 01 WS-PARM-STATUS             PIC XX.
014800 01 WS-FILE-STATUS             PIC XX.
014900 01 WS-ATT-FILE-STATUS         PIC XX.
015000 01 WS-EX-STATUS               PIC XX.
015100 01 WS-DSC-STATUS              PIC XX.
015200 01 WS-CG-FILE-STATUS          PIC XX.
015300 01 WS-TERM                    PIC X(06).
015400 01 WS-FROM-DATE               PIC 9(08) VALUE ZERO.
015500 01 WS-MIN-ATT-PCT             PIC 9(03) VALUE 90.
015600 01 WS-INCIDENT-LIMIT          PIC 9(02) VALUE 3.
015700 01 WS-FAIL-FLOOR              PIC 9V99 VALUE 1.00.
015800 01 WS-FAIL-LIMIT              PIC 9(02) VALUE 1.
015900 01 WS-SCREENED-COUNT          PIC 9(05) COMP VALUE ZERO.
016000 01 WS-FLAGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
016100 01 WS-MULTI-COUNT             PIC 9(05) COMP VALUE ZERO.
016200 01 WS-ATT-TRIP-COUNT          PIC 9(05) COMP VALUE ZERO.
016300 01 WS-BEH-TRIP-COUNT          PIC 9(05) COMP VALUE ZERO.
016400 01 WS-CRS-TRIP-COUNT          PIC 9(05) COMP VALUE ZERO.
016500 01 WS-COUNT-DISP              PIC ZZZZ9.
016600 01 WS-LOOKUP-ID               PIC 9(09).
016700 01 WS-FOUND-INDX              PIC 9(04) COMP.
016800 01 WS-ST-PTR                  PIC 9(04) COMP.
016900 01 WS-EX-INDX                 PIC 9(05) COMP.
017000 01 WS-EXCUSED-SWITCH          PIC X.
017100     88 ABSENCE-IS-EXCUSED               VALUE "Y".
017200     88 ABSENCE-NOT-EXCUSED              VALUE "N".
017300 01 WS-PRIOR-SCHOOL            PIC 9(02).
017400 01 WS-PRIOR-GRADE             PIC 9(02).
017500 01 WS-PRIOR-TEACHER           PIC X(30).
017600 01 WS-FIRST-SWITCH            PIC X.
017700     88 FIRST-GROUP                      VALUE "Y".
017800     88 NOT-FIRST-GROUP                  VALUE "N".
017900 01 WS-RATE-EDIT               PIC ZZ9.9.
018000 01 WS-PCT-EDIT                PIC ZZ9.
018100 01 WS-INC-EDIT                PIC ZZ9.
018200 01 WS-FAIL-EDIT               PIC Z9.
018300 01 WS-FLOOR-EDIT              PIC 9.99.
018400 01 WS-TRIPPED                 PIC X(12).
018500 01 I                          PIC 9(04) COMP.
018600
018700 01 WS-EX-COUNT                PIC 9(05) COMP VALUE ZERO.
018800 01 EXCUSE-TABLE.
018900     02 EXT-ROW               OCCURS 1 TO 10000 TIMES
019000                                 DEPENDING ON WS-EX-COUNT.
019100        05 EXT-STUDENT-ID     PIC 9(09).
019200        05 EXT-DATE           PIC 9(08).
019300
019400*----------------------------------------------------------------
019500* ONE ROW PER ROSTERED STUDENT, LOADED IN STUDENT-ID ORDER SO THE
019600* KEYED ATTNDNCE AND CRSGRADE FILES CAN BE MATCHED WITH ONE
019700* FORWARD-ONLY POINTER, THEN RE-SORTED FOR PRINTING.
019800*----------------------------------------------------------------
019900 01 WS-ST-COUNT                PIC 9(04) COMP VALUE ZERO.
020000 01 STUDENT-TABLE.
020100     02 ST-ROW                OCCURS 1 TO 2000 TIMES
020200                                 DEPENDING ON WS-ST-COUNT.
020300        05 ST-STUDENT-ID      PIC 9(09).
020400        05 ST-NAME            PIC X(60).
020500        05 ST-GRADE           PIC 9(02).
020600        05 ST-TEACHER         PIC X(30).
020700        05 ST-SCHOOL-CODE     PIC 9(02).
020800        05 ST-MEMBER-DAYS     PIC 9(04).
020900        05 ST-PRESENT-DAYS    PIC 9(04).
021000        05 ST-ATT-RATE        PIC 9(03)V9.
021100        05 ST-INCIDENTS       PIC 9(03).
021200        05 ST-FAILS           PIC 9(02).
021300        05 ST-ATT-FLAG        PIC X(01).
021400        05 ST-BEH-FLAG        PIC X(01).
021500        05 ST-CRS-FLAG        PIC X(01).
021600        05 ST-INDICATORS      PIC 9(01).
021700
021704*----------------------------------------------------------------
021709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
021713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
021718*----------------------------------------------------------------
021722 01 WS-LC-STATUS               PIC XX.
021727 01 WS-LU-STATUS               PIC XX.
021731 01 WS-OPS-LOG-STATUS          PIC XX.
021736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
021740     88 LAYOUT-MISMATCH                  VALUE "Y".
021745 01 WS-LK-DATASET              PIC X(08).
021750 01 WS-LK-VERSION              PIC 9(03).
021754 01 WS-LK-LENGTH               PIC 9(05).
021759 01 WS-LK-RESULT               PIC X(08).
021763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
021768 01 WS-LC-INDX                 PIC 9(03) COMP.
021772 01 LAYOUT-CONTROL-TABLE.
021777     02 LCT-ROW               OCCURS 50 TIMES.
021781        05 LCT-DATASET        PIC X(08).
021786        05 LCT-VERSION        PIC 9(03).
021790        05 LCT-LENGTH         PIC 9(05).
021795
021800 PROCEDURE DIVISION.
021900
022000 0000-MAINLINE.
022010     PERFORM 9800-CHECK-LAYOUTS
022020     IF LAYOUT-MISMATCH
022030        MOVE 16 TO RETURN-CODE
022040        GOBACK
022050     END-IF
022100     PERFORM 1000-INITIALIZE
022200     PERFORM 2000-TALLY-ATTENDANCE
022300     PERFORM 2300-TALLY-INCIDENTS
022400     PERFORM 2400-TALLY-FAILING-COURSES
022500     PERFORM 2500-APPLY-THRESHOLDS
022600     PERFORM 3000-PRINT-WARNINGS
022700     PERFORM 4000-TERMINATE
022800     GOBACK.
022900
023000 1000-INITIALIZE.
023100     PERFORM 1100-READ-PARM.
023200     PERFORM 1200-LOAD-ROSTER.
023300     PERFORM 1300-LOAD-EXCUSES.
023400
023500 1100-READ-PARM.
023600     MOVE SPACES TO WS-TERM.
023700     OPEN INPUT PARM-FILE.
023800     IF WS-PARM-STATUS = "00"
023900        READ PARM-FILE
024000            AT END CONTINUE
024100        END-READ
024200        IF WS-PARM-STATUS = "00"
024300           MOVE PARM-TERM TO WS-TERM
024400           IF PARM-FROM-DATE IS NUMERIC
024500              MOVE PARM-FROM-DATE TO WS-FROM-DATE
024600           END-IF
024700           IF PARM-MIN-ATT-PCT IS NUMERIC
024800              AND PARM-MIN-ATT-PCT > 0
024900              MOVE PARM-MIN-ATT-PCT TO WS-MIN-ATT-PCT
025000           END-IF
025100           IF PARM-INCIDENT-LIMIT IS NUMERIC
025200              AND PARM-INCIDENT-LIMIT > 0
025300              MOVE PARM-INCIDENT-LIMIT TO WS-INCIDENT-LIMIT
025400           END-IF
025500           IF PARM-FAIL-FLOOR IS NUMERIC
025600              AND PARM-FAIL-FLOOR > 0
025700              MOVE PARM-FAIL-FLOOR TO WS-FAIL-FLOOR
025800           END-IF
025900           IF PARM-FAIL-LIMIT IS NUMERIC
026000              AND PARM-FAIL-LIMIT > 0
026100              MOVE PARM-FAIL-LIMIT TO WS-FAIL-LIMIT
026200           END-IF
026300        END-IF
026400        CLOSE PARM-FILE
026500     END-IF.
026600
026700 1200-LOAD-ROSTER.
026800     OPEN INPUT ROSTER-FILE.
026900     MOVE 0 TO FR-STUDENT-ID.
027000     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
027100         INVALID KEY MOVE "10" TO WS-FILE-STATUS
027200     END-START.
027300     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
027400        READ ROSTER-FILE NEXT RECORD
027500            AT END MOVE "10" TO WS-FILE-STATUS
027600        END-READ
027700        IF WS-FILE-STATUS = "00"
027800           AND WS-ST-COUNT < 2000
027900           ADD 1 TO WS-ST-COUNT
028000           MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
028100           MOVE FR-NAME TO ST-NAME(WS-ST-COUNT)
028200           MOVE FR-GRADE TO ST-GRADE(WS-ST-COUNT)
028300           MOVE FR-TEACHER TO ST-TEACHER(WS-ST-COUNT)
028400           MOVE FR-SCHOOL-CODE TO ST-SCHOOL-CODE(WS-ST-COUNT)
028500           MOVE 0 TO ST-MEMBER-DAYS(WS-ST-COUNT)
028600           MOVE 0 TO ST-PRESENT-DAYS(WS-ST-COUNT)
028700           MOVE 0 TO ST-ATT-RATE(WS-ST-COUNT)
028800           MOVE 0 TO ST-INCIDENTS(WS-ST-COUNT)
028900           MOVE 0 TO ST-FAILS(WS-ST-COUNT)
029000           MOVE "N" TO ST-ATT-FLAG(WS-ST-COUNT)
029100           MOVE "N" TO ST-BEH-FLAG(WS-ST-COUNT)
029200           MOVE "N" TO ST-CRS-FLAG(WS-ST-COUNT)
029300           MOVE 0 TO ST-INDICATORS(WS-ST-COUNT)
029400        END-IF
029500     END-PERFORM.
029600     CLOSE ROSTER-FILE.
029700
029800*----------------------------------------------------------------
029900* THE SAME EXCUSES GRADE-SCHOOL-TRULETR HONORS: WHOLE-DAY I/M/B
030000* ROWS ONLY.  AN EXCUSED DAY IS LEFT OUT OF THE RATE ALTOGETHER.
030100*----------------------------------------------------------------
030200 1300-LOAD-EXCUSES.
030300     OPEN INPUT ABSENCE-EXCUSE-FILE.
030400     IF WS-EX-STATUS NOT = "00"
030500        MOVE "10" TO WS-EX-STATUS
030600     ELSE
030700        PERFORM UNTIL WS-EX-STATUS NOT = "00"
030800           READ ABSENCE-EXCUSE-FILE
030900               AT END MOVE "10" TO WS-EX-STATUS
031000           END-READ
031100           IF WS-EX-STATUS = "00"
031200              AND WS-EX-COUNT < 10000
031300              AND EX-PERIOD = 0
031400              AND EX-DATE >= WS-FROM-DATE
031500              AND (EX-CODE = "I" OR EX-CODE = "M"
031600                   OR EX-CODE = "B")
031700              ADD 1 TO WS-EX-COUNT
031800              MOVE EX-STUDENT-ID TO EXT-STUDENT-ID(WS-EX-COUNT)
031900              MOVE EX-DATE TO EXT-DATE(WS-EX-COUNT)
032000           END-IF
032100        END-PERFORM
032200        CLOSE ABSENCE-EXCUSE-FILE
032300     END-IF.
032400
032500*----------------------------------------------------------------
032600* WHOLE-DAY MARKS SINCE THE WINDOW OPENED: EVERY MARK IS A
032700* MEMBERSHIP DAY AND P OR T IS A DAY PRESENT, AS IN
032800* GRADE-SCHOOL-ADA, EXCEPT THAT AN EXCUSED ABSENCE COUNTS AS
032900* NEITHER.
033000*----------------------------------------------------------------
033100 2000-TALLY-ATTENDANCE.
033200     MOVE 1 TO WS-ST-PTR.
033300     OPEN INPUT ATTENDANCE-FILE.
033400     IF WS-ATT-FILE-STATUS NOT = "00"
033500        MOVE "10" TO WS-ATT-FILE-STATUS
033600     ELSE
033700        PERFORM UNTIL WS-ATT-FILE-STATUS NOT = "00"
033800           READ ATTENDANCE-FILE
033900               AT END MOVE "10" TO WS-ATT-FILE-STATUS
034000           END-READ
034100           IF WS-ATT-FILE-STATUS = "00"
034200              AND ATT-PERIOD = 0
034300              AND ATT-DATE >= WS-FROM-DATE
034400              PERFORM 2100-TALLY-ONE-MARK
034500           END-IF
034600        END-PERFORM
034700        CLOSE ATTENDANCE-FILE
034800     END-IF.
034900
035000 2100-TALLY-ONE-MARK.
035100     MOVE ATT-STUDENT-ID TO WS-LOOKUP-ID.
035200     PERFORM 2150-FIND-STUDENT-IN-ORDER.
035300     IF WS-FOUND-INDX = 0
035400        EXIT PARAGRAPH
035500     END-IF.
035600     IF ATT-CODE = "A"
035700        PERFORM 2200-CHECK-EXCUSED
035800        IF ABSENCE-IS-EXCUSED
035900           EXIT PARAGRAPH
036000        END-IF
036100     END-IF.
036200     ADD 1 TO ST-MEMBER-DAYS(WS-FOUND-INDX).
036300     IF ATT-CODE = "P" OR ATT-CODE = "T"
036400        ADD 1 TO ST-PRESENT-DAYS(WS-FOUND-INDX)
036500     END-IF.
036600
036700*----------------------------------------------------------------
036800* KEYED FILES COME IN STUDENT ORDER, SO THE POINTER INTO THE
036900* STUDENT TABLE ONLY EVER MOVES FORWARD.
037000*----------------------------------------------------------------
037100 2150-FIND-STUDENT-IN-ORDER.
037200     PERFORM UNTIL WS-ST-PTR > WS-ST-COUNT
037300              OR ST-STUDENT-ID(WS-ST-PTR) >= WS-LOOKUP-ID
037400        ADD 1 TO WS-ST-PTR
037500     END-PERFORM.
037600     MOVE 0 TO WS-FOUND-INDX.
037700     IF WS-ST-PTR <= WS-ST-COUNT
037800        IF ST-STUDENT-ID(WS-ST-PTR) = WS-LOOKUP-ID
037900           MOVE WS-ST-PTR TO WS-FOUND-INDX
038000        END-IF
038100     END-IF.
038200
038300 2200-CHECK-EXCUSED.
038400     SET ABSENCE-NOT-EXCUSED TO TRUE.
038500     PERFORM VARYING WS-EX-INDX FROM 1 BY 1
038600              UNTIL WS-EX-INDX > WS-EX-COUNT
038700                 OR ABSENCE-IS-EXCUSED
038800        IF EXT-STUDENT-ID(WS-EX-INDX) = ATT-STUDENT-ID
038900           AND EXT-DATE(WS-EX-INDX) = ATT-DATE
039000           SET ABSENCE-IS-EXCUSED TO TRUE
039100        END-IF
039200     END-PERFORM.
039300
039400*----------------------------------------------------------------
039500* DISCIPLN IS IN POSTING ORDER, NOT STUDENT ORDER -- EACH
039600* INCIDENT IS LOOKED UP FROM THE TOP.
039700*----------------------------------------------------------------
039800 2300-TALLY-INCIDENTS.
039900     OPEN INPUT DISCIPLINE-MASTER.
040000     IF WS-DSC-STATUS NOT = "00"
040100        MOVE "10" TO WS-DSC-STATUS
040200     ELSE
040300        PERFORM UNTIL WS-DSC-STATUS NOT = "00"
040400           READ DISCIPLINE-MASTER
040500               AT END MOVE "10" TO WS-DSC-STATUS
040600           END-READ
040700           IF WS-DSC-STATUS = "00"
040800              AND DS-DATE >= WS-FROM-DATE
040900              MOVE 1 TO WS-ST-PTR
041000              MOVE DS-STUDENT-ID TO WS-LOOKUP-ID
041100              PERFORM 2150-FIND-STUDENT-IN-ORDER
041200              IF WS-FOUND-INDX > 0
041300                 AND ST-INCIDENTS(WS-FOUND-INDX) < 999
041400                 ADD 1 TO ST-INCIDENTS(WS-FOUND-INDX)
041500              END-IF
041600           END-IF
041700        END-PERFORM
041800        CLOSE DISCIPLINE-MASTER
041900     END-IF.
042000
042100*----------------------------------------------------------------
042200* THE TERM'S COURSE STANDINGS BELOW THE FLOOR, AS
042300* GRADE-SCHOOL-DEFNOTIC SELECTS THEM.
042400*----------------------------------------------------------------
042500 2400-TALLY-FAILING-COURSES.
042600     MOVE 1 TO WS-ST-PTR.
042700     OPEN INPUT COURSE-GRADE-FILE.
042800     IF WS-CG-FILE-STATUS NOT = "00"
042900        MOVE "10" TO WS-CG-FILE-STATUS
043000     ELSE
043100        PERFORM UNTIL WS-CG-FILE-STATUS NOT = "00"
043200           READ COURSE-GRADE-FILE
043300               AT END MOVE "10" TO WS-CG-FILE-STATUS
043400           END-READ
043500           IF WS-CG-FILE-STATUS = "00"
043600              AND CG-TERM = WS-TERM
043700              AND CG-GRADE-POINTS < WS-FAIL-FLOOR
043800              MOVE CG-STUDENT-ID TO WS-LOOKUP-ID
043900              PERFORM 2150-FIND-STUDENT-IN-ORDER
044000              IF WS-FOUND-INDX > 0
044100                 AND ST-FAILS(WS-FOUND-INDX) < 99
044200                 ADD 1 TO ST-FAILS(WS-FOUND-INDX)
044300              END-IF
044400           END-IF
044500        END-PERFORM
044600        CLOSE COURSE-GRADE-FILE
044700     END-IF.
044800
044900*----------------------------------------------------------------
045000* A STUDENT WITH NO MEMBERSHIP DAYS IN THE WINDOW HAS NO RATE
045100* AND CANNOT TRIP ATTENDANCE.
045200*----------------------------------------------------------------
045300 2500-APPLY-THRESHOLDS.
045400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
045500        ADD 1 TO WS-SCREENED-COUNT
045600        IF ST-MEMBER-DAYS(I) > 0
045700           COMPUTE ST-ATT-RATE(I) ROUNDED =
045800               ST-PRESENT-DAYS(I) * 100 / ST-MEMBER-DAYS(I)
045900           IF ST-ATT-RATE(I) < WS-MIN-ATT-PCT
046000              MOVE "Y" TO ST-ATT-FLAG(I)
046100              ADD 1 TO ST-INDICATORS(I)
046200              ADD 1 TO WS-ATT-TRIP-COUNT
046300           END-IF
046400        END-IF
046500        IF ST-INCIDENTS(I) >= WS-INCIDENT-LIMIT
046600           MOVE "Y" TO ST-BEH-FLAG(I)
046700           ADD 1 TO ST-INDICATORS(I)
046800           ADD 1 TO WS-BEH-TRIP-COUNT
046900        END-IF
047000        IF ST-FAILS(I) >= WS-FAIL-LIMIT
047100           MOVE "Y" TO ST-CRS-FLAG(I)
047200           ADD 1 TO ST-INDICATORS(I)
047300           ADD 1 TO WS-CRS-TRIP-COUNT
047400        END-IF
047500        IF ST-INDICATORS(I) > 0
047600           ADD 1 TO WS-FLAGGED-COUNT
047700        END-IF
047800        IF ST-INDICATORS(I) > 1
047900           ADD 1 TO WS-MULTI-COUNT
048000        END-IF
048100     END-PERFORM.
048200*    WORST FIRST WITHIN EACH HOMEROOM: MOST INDICATORS, THEN THE
048300*    LOWEST RATE, THEN THE MOST INCIDENTS AND FAILING COURSES.
048400     IF WS-ST-COUNT > 1
048500        SORT ST-ROW ASCENDING ST-SCHOOL-CODE ST-GRADE ST-TEACHER
048600            DESCENDING ST-INDICATORS
048700            ASCENDING ST-ATT-RATE
048800            DESCENDING ST-INCIDENTS ST-FAILS
048900     END-IF.
049000
049100 3000-PRINT-WARNINGS.
049200     OPEN OUTPUT WARNING-REPORT.
049300     MOVE SPACES TO RPT-LINE.
049400     STRING "EARLY-WARNING AT-RISK LIST  TERM " DELIMITED BY SIZE
049500         WS-TERM DELIMITED BY SIZE
049600         "  SINCE " DELIMITED BY SIZE
049700         WS-FROM-DATE DELIMITED BY SIZE
049800         INTO RPT-LINE
049900     END-STRING.
050000     WRITE RPT-LINE.
050100     MOVE WS-MIN-ATT-PCT TO WS-PCT-EDIT.
050200     MOVE WS-INCIDENT-LIMIT TO WS-INC-EDIT.
050300     MOVE WS-FAIL-LIMIT TO WS-FAIL-EDIT.
050400     MOVE WS-FAIL-FLOOR TO WS-FLOOR-EDIT.
050500     MOVE SPACES TO RPT-LINE.
050600     STRING "TRIPS AT: ATT BELOW " DELIMITED BY SIZE
050700         WS-PCT-EDIT DELIMITED BY SIZE
050800         "% PRESENT   BEH " DELIMITED BY SIZE
050900         WS-INC-EDIT DELIMITED BY SIZE
051000         "+ INCIDENTS   CRS " DELIMITED BY SIZE
051100         WS-FAIL-EDIT DELIMITED BY SIZE
051200         "+ COURSES BELOW " DELIMITED BY SIZE
051300         WS-FLOOR-EDIT DELIMITED BY SIZE
051400         INTO RPT-LINE
051500     END-STRING.
051600     WRITE RPT-LINE.
051700     MOVE "** = SLIPPING ON TWO FRONTS OR MORE" TO RPT-LINE.
051800     WRITE RPT-LINE.
051900     SET FIRST-GROUP TO TRUE.
052000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
052100        IF ST-INDICATORS(I) > 0
052200           PERFORM 3100-CHECK-GROUP
052300           PERFORM 3200-PRINT-STUDENT
052400        END-IF
052500     END-PERFORM.
052600     MOVE SPACES TO RPT-LINE.
052700     WRITE RPT-LINE.
052800     MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP.
052900     MOVE SPACES TO RPT-LINE.
053000     STRING "STUDENTS FLAGGED:          " DELIMITED BY SIZE
053100         WS-COUNT-DISP DELIMITED BY SIZE
053200         INTO RPT-LINE
053300     END-STRING.
053400     WRITE RPT-LINE.
053500     MOVE WS-MULTI-COUNT TO WS-COUNT-DISP.
053600     MOVE SPACES TO RPT-LINE.
053700     STRING "  ON TWO FRONTS OR MORE:   " DELIMITED BY SIZE
053800         WS-COUNT-DISP DELIMITED BY SIZE
053900         INTO RPT-LINE
054000     END-STRING.
054100     WRITE RPT-LINE.
054200     CLOSE WARNING-REPORT.
054300
054400*----------------------------------------------------------------
054500* A NEW HEADING AT EVERY CHANGE OF BUILDING, GRADE OR HOMEROOM
054600* TEACHER.
054700*----------------------------------------------------------------
054800 3100-CHECK-GROUP.
054900     IF NOT-FIRST-GROUP
055000        AND ST-SCHOOL-CODE(I) = WS-PRIOR-SCHOOL
055100        AND ST-GRADE(I) = WS-PRIOR-GRADE
055200        AND ST-TEACHER(I) = WS-PRIOR-TEACHER
055300        EXIT PARAGRAPH
055400     END-IF.
055500     SET NOT-FIRST-GROUP TO TRUE.
055600     MOVE ST-SCHOOL-CODE(I) TO WS-PRIOR-SCHOOL.
055700     MOVE ST-GRADE(I) TO WS-PRIOR-GRADE.
055800     MOVE ST-TEACHER(I) TO WS-PRIOR-TEACHER.
055900     MOVE SPACES TO RPT-LINE.
056000     WRITE RPT-LINE.
056100     STRING "BUILDING " DELIMITED BY SIZE
056200         WS-PRIOR-SCHOOL DELIMITED BY SIZE
056300         "  GRADE " DELIMITED BY SIZE
056400         WS-PRIOR-GRADE DELIMITED BY SIZE
056500         "  HOMEROOM: " DELIMITED BY SIZE
056600         FUNCTION TRIM(WS-PRIOR-TEACHER) DELIMITED BY SIZE
056700         INTO RPT-LINE
056800     END-STRING.
056900     WRITE RPT-LINE.
057000     MOVE SPACES TO RPT-LINE.
057100     STRING "     STUDENT   NAME                          "
057200             DELIMITED BY SIZE
057300         "   ATT%  INC FAIL  TRIPPED" DELIMITED BY SIZE
057400         INTO RPT-LINE
057500     END-STRING.
057600     WRITE RPT-LINE.
057700
057800 3200-PRINT-STUDENT.
057900     MOVE SPACES TO WS-TRIPPED.
058000     IF ST-ATT-FLAG(I) = "Y"
058100        MOVE "ATT" TO WS-TRIPPED(1:3)
058200     END-IF.
058300     IF ST-BEH-FLAG(I) = "Y"
058400        MOVE "BEH" TO WS-TRIPPED(5:3)
058500     END-IF.
058600     IF ST-CRS-FLAG(I) = "Y"
058700        MOVE "CRS" TO WS-TRIPPED(9:3)
058800     END-IF.
058900     MOVE ST-ATT-RATE(I) TO WS-RATE-EDIT.
059000     MOVE ST-INCIDENTS(I) TO WS-INC-EDIT.
059100     MOVE ST-FAILS(I) TO WS-FAIL-EDIT.
059200     MOVE SPACES TO RPT-LINE.
059300     IF ST-INDICATORS(I) > 1
059400        MOVE "**" TO RPT-LINE(1:2)
059500     END-IF.
059600     STRING ST-STUDENT-ID(I) DELIMITED BY SIZE
059700         " " DELIMITED BY SIZE
059800         ST-NAME(I)(1:30) DELIMITED BY SIZE
059900         "  " DELIMITED BY SIZE
060000         WS-RATE-EDIT DELIMITED BY SIZE
060100         "  " DELIMITED BY SIZE
060200         WS-INC-EDIT DELIMITED BY SIZE
060300         "   " DELIMITED BY SIZE
060400         WS-FAIL-EDIT DELIMITED BY SIZE
060500         "  " DELIMITED BY SIZE
060600         WS-TRIPPED DELIMITED BY SIZE
060700         INTO RPT-LINE(5:96)
060800     END-STRING.
060900*    NO ATTENDANCE MARKS IN THE WINDOW -- THE RATE IS NOT ZERO,
061000*    IT IS UNKNOWN.
061100     IF ST-MEMBER-DAYS(I) = 0
061200        MOVE "  N/A" TO RPT-LINE(47:5)
061300     END-IF.
061400     WRITE RPT-LINE.
061500
061600 4000-TERMINATE.
061700     DISPLAY "GRADE-SCHOOL-EWARN STUDENTS SCREENED: "
061800         WS-SCREENED-COUNT.
061900     DISPLAY "  FLAGGED:                " WS-FLAGGED-COUNT.
062000     DISPLAY "  TWO FRONTS OR MORE:     " WS-MULTI-COUNT.
062100     DISPLAY "  TRIPPED ATTENDANCE:     " WS-ATT-TRIP-COUNT.
062200     DISPLAY "  TRIPPED BEHAVIOR:       " WS-BEH-TRIP-COUNT.
062300     DISPLAY "  TRIPPED COURSES:        " WS-CRS-TRIP-COUNT.
062400     IF WS-TERM = SPACES
062500        DISPLAY "  NO TERM ON EWPARM -- COURSE INDICATOR"
062550            " NOT TESTED"
062600     END-IF.
062700
062800*----------------------------------------------------------------
062900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
063000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
063100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
063200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
063300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
063400*----------------------------------------------------------------
063500 9800-CHECK-LAYOUTS.
063600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
063700     OPEN EXTEND LAYOUT-USAGE-LOG.
063800     IF WS-LU-STATUS = "35"
063900        OPEN OUTPUT LAYOUT-USAGE-LOG
064000     END-IF.
064100     MOVE "ROSTERF" TO WS-LK-DATASET.
064200     MOVE 3 TO WS-LK-VERSION.
064300     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
064400     PERFORM 9820-CHECK-ONE-LAYOUT.
064500     MOVE "CRSGRADE" TO WS-LK-DATASET.
064600     MOVE 2 TO WS-LK-VERSION.
064700     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
064800     PERFORM 9820-CHECK-ONE-LAYOUT.
064900     MOVE "ATTNDNCE" TO WS-LK-DATASET.
065000     MOVE 2 TO WS-LK-VERSION.
065100     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
065200     PERFORM 9820-CHECK-ONE-LAYOUT.
065300     CLOSE LAYOUT-USAGE-LOG.
065400
065500 9810-LOAD-LAYOUT-CONTROL.
065600     MOVE 0 TO WS-LC-COUNT.
065700     OPEN INPUT LAYOUT-CONTROL.
065800     IF WS-LC-STATUS NOT = "00"
065900        EXIT PARAGRAPH
066000     END-IF.
066100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
066200        READ LAYOUT-CONTROL
066300            AT END MOVE "10" TO WS-LC-STATUS
066400        END-READ
066500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
066600           ADD 1 TO WS-LC-COUNT
066700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
066800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
066900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
067000        END-IF
067100     END-PERFORM.
067200     CLOSE LAYOUT-CONTROL.
067300
067400*----------------------------------------------------------------
067500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
067600* AS NOCTL.
067700*----------------------------------------------------------------
067800 9820-CHECK-ONE-LAYOUT.
067900     MOVE "NOCTL" TO WS-LK-RESULT.
068000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
068100             UNTIL WS-LC-INDX > WS-LC-COUNT
068200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
068300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
068400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
068500              MOVE "CURRENT" TO WS-LK-RESULT
068600           ELSE
068700              MOVE "MISMATCH" TO WS-LK-RESULT
068800           END-IF
068900        END-IF
069000     END-PERFORM.
069100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
069200     MOVE "GRADE-SCHOOL-EWARN" TO LU-PROGRAM.
069300     MOVE WS-LK-DATASET TO LU-DATASET.
069400     MOVE WS-LK-VERSION TO LU-VERSION.
069500     MOVE WS-LK-LENGTH TO LU-LENGTH.
069600     MOVE WS-LK-RESULT TO LU-RESULT.
069700     WRITE LAYOUT-USAGE-RECORD.
069800     IF WS-LK-RESULT NOT = "MISMATCH"
069900        EXIT PARAGRAPH
070000     END-IF.
070100     SET LAYOUT-MISMATCH TO TRUE.
070200     DISPLAY "GRADE-SCHOOL-EWARN HALTED: " WS-LK-DATASET
070300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
070400         " DOES NOT MATCH LAYOUTCT".
070500     OPEN EXTEND OPS-ERROR-LOG.
070600     IF WS-OPS-LOG-STATUS = "35"
070700        OPEN OUTPUT OPS-ERROR-LOG
070800     END-IF.
070900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
071000     MOVE "GRADE-SCHOOL-EWARN" TO OE-PROGRAM.
071100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
071200     MOVE "LAYOUT" TO OE-OPERATION.
071300     MOVE "16" TO OE-STATUS.
071400     WRITE OPS-ERROR-RECORD.
071500     CLOSE OPS-ERROR-LOG.
