000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-SUBGRP.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  SUBGROUP REPORT.  BREAKS ENROLLMENT, STUDENTS
001100*                 WITH A DISCIPLINE ACTION (DISCIPLN), CHRONIC
001200*                 ABSENCE (ATTNDNCE) AND THE TERM'S COURSE
001300*                 OUTCOMES (CRSGRADE) DOWN BY THE FEDERAL GENDER
001400*                 AND RACE/ETHNICITY CATEGORIES CARRIED ON
001500*                 ROSTERF.  ANY CELL UNDER THE STATE MINIMUM N ON
001600*                 THE SGPARM CARD PRINTS AS "*", AND A SECOND CELL
001700*                 IS HIDDEN WHERE ONE ALONE COULD BE WORKED OUT
001800*                 FROM THE TOTAL.  ROSTERF, ATTNDNCE AND CRSGRADE
001900*                 ARE CHECKED AGAINST LAYOUTCT AT START.
001925* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
001950*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
001975*                 VERSION 2.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PARM-FILE ASSIGN TO "SGPARM"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000
003100     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS FR-STUDENT-ID
003500         FILE STATUS IS WS-FILE-STATUS.
003600
003700     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ATT-KEY
004100         FILE STATUS IS WS-ATT-FILE-STATUS.
004200
004300     SELECT DISCIPLINE-MASTER ASSIGN TO "DISCIPLN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DSC-STATUS.
004600
004700     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS CG-KEY
005100         FILE STATUS IS WS-CG-FILE-STATUS.
005200
005300     SELECT SUBGROUP-REPORT ASSIGN TO "SGRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-LC-STATUS.
005900
006000     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-LU-STATUS.
006300
006400     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-OPS-LOG-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARM-FILE.
007100*----------------------------------------------------------------
007200* ONE CARD: THE GRADING TERM FOR COURSE OUTCOMES (BLANK LEAVES
007300* THEM OUT), THE DATE THE ATTENDANCE AND DISCIPLINE WINDOW OPENS
007400* (CCYYMMDD), THE STATE MINIMUM N, THE PERCENT OF MEMBERSHIP DAYS
007500* ABSENT THAT MAKES A STUDENT CHRONICALLY ABSENT, AND THE
007600* GRADE-POINT FLOOR A PASSING GRADE MUST REACH (V99 IMPLIED).  A
007700* ZERO OR BLANK FIELD KEEPS THE SHOP DEFAULT.
007800*----------------------------------------------------------------
007900 01  PARM-RECORD.
008000     05 PARM-TERM             PIC X(06).
008100     05 PARM-FROM-DATE        PIC 9(08).
008200     05 PARM-MIN-N            PIC 9(03).
008300     05 PARM-CHRONIC-PCT      PIC 9(03).
008400     05 PARM-PASS-FLOOR       PIC 9V99.
008500
008600 FD  ROSTER-FILE.
008700*----------------------------------------------------------------
008800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008900*----------------------------------------------------------------
009000 01  ROSTER-RECORD.
009100     05 FR-STUDENT-ID         PIC 9(09).
009200     05 FR-NAME               PIC X(60).
009300     05 FR-GRADE              PIC 9(02).
009400     05 FR-TEACHER            PIC X(30).
009500     05 FR-SECTION            PIC 9(01).
009600     05 FR-HOUSEHOLD-ID       PIC 9(09).
009700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009800     05 FR-IEP-FLAG           PIC X(01).
009900     05 FR-DOB                PIC 9(08).
010000     05 FR-SCHOOL-CODE        PIC 9(02).
010100     05 FR-GENDER             PIC X(01).
010200     05 FR-RACE-ETH           PIC X(01).
010300
010400 FD  ATTENDANCE-FILE.
010500*----------------------------------------------------------------
010600* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
010700*----------------------------------------------------------------
010800 01  ATT-RECORD.
010900     05 ATT-KEY.
011000        10 ATT-STUDENT-ID     PIC 9(09).
011100        10 ATT-DATE           PIC 9(08).
011200        10 ATT-PERIOD         PIC 9(01).
011300     05 ATT-CODE              PIC X(01).
011400
011500 FD  DISCIPLINE-MASTER.
011600*----------------------------------------------------------------
011700* LAYOUT MUST MATCH GRADE-SCHOOL-DISCIPLN'S DISCIPLINE-RECORD.
011800*----------------------------------------------------------------
011900 01  DISCIPLINE-RECORD.
012000     05 DS-STUDENT-ID         PIC 9(09).
012100     05 DS-DATE               PIC 9(08).
012200     05 DS-INCIDENT-CODE      PIC X(04).
012300     05 DS-ACTION-CODE        PIC X(04).
012400     05 DS-SUSPENSION-DAYS    PIC 9(02).
012500
012600 FD  COURSE-GRADE-FILE.
012700*----------------------------------------------------------------
012800* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED CG-RECORD.
012900*----------------------------------------------------------------
013000 01  CG-RECORD.
013100     05 CG-KEY.
013200        10 CG-STUDENT-ID      PIC 9(09).
013300        10 CG-COURSE          PIC X(20).
013400        10 CG-TERM            PIC X(06).
013500     05 CG-GRADE-POINTS       PIC 9V99.
013533     05 CG-CREDIT-TYPE        PIC X(01).
013566        88 CG-TRANSFER-CREDIT           VALUE "T".
013600
013700 FD  SUBGROUP-REPORT.
013800 01  RPT-LINE                 PIC X(100).
013900
014000 FD  LAYOUT-CONTROL.
014100*----------------------------------------------------------------
014200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014300* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014400*----------------------------------------------------------------
014500 01  LAYOUT-CONTROL-RECORD.
014600     05 LC-DATASET            PIC X(08).
014700     05 LC-VERSION            PIC 9(03).
014800     05 LC-LENGTH             PIC 9(05).
014900     05 LC-EFFECTIVE-DATE     PIC 9(08).
015000
015100 FD  LAYOUT-USAGE-LOG.
015200*----------------------------------------------------------------
015300* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015400* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015500*----------------------------------------------------------------
015600 01  LAYOUT-USAGE-RECORD.
015700     05 LU-TIMESTAMP          PIC 9(14).
015800     05 LU-PROGRAM            PIC X(24).
015900     05 LU-DATASET            PIC X(08).
016000     05 LU-VERSION            PIC 9(03).
016100     05 LU-LENGTH             PIC 9(05).
016200     05 LU-RESULT             PIC X(08).
016300
016400 FD  OPS-ERROR-LOG.
016500*----------------------------------------------------------------
016600* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
016700* SHARED SHOP-WIDE ERROR LOG.
016800*----------------------------------------------------------------
016900 01  OPS-ERROR-RECORD.
017000     05 OE-TIMESTAMP          PIC 9(14).
017100     05 OE-PROGRAM            PIC X(20).
017200     05 OE-FILE-NAME          PIC X(08).
017300     05 OE-OPERATION          PIC X(08).
017400     05 OE-STATUS             PIC XX.
017500
017600 WORKING-STORAGE SECTION.
017700 01 WS-PARM-STATUS             PIC XX.
017800 01 WS-FILE-STATUS             PIC XX.
017900 01 WS-ATT-FILE-STATUS         PIC XX.
018000 01 WS-DSC-STATUS              PIC XX.
018100 01 WS-CG-FILE-STATUS          PIC XX.
018200 01 WS-TERM                    PIC X(06).
018300 01 WS-FROM-DATE               PIC 9(08) VALUE ZERO.
018400 01 WS-MIN-N                   PIC 9(03) VALUE 10.
018500 01 WS-CHRONIC-PCT             PIC 9(03) VALUE 10.
018600 01 WS-PASS-FLOOR              PIC 9V99 VALUE 1.00.
018700 01 WS-ROSTER-OVERFLOW         PIC 9(05) COMP VALUE ZERO.
018800 01 WS-MARKS-USED              PIC 9(07) COMP VALUE ZERO.
018900 01 WS-ACTIONS-USED            PIC 9(07) COMP VALUE ZERO.
019000 01 WS-GRADES-USED             PIC 9(07) COMP VALUE ZERO.
019100 01 WS-NOT-ON-ROSTER           PIC 9(07) COMP VALUE ZERO.
019200 01 WS-HIDDEN-COUNT            PIC 9(05) COMP VALUE ZERO.
019300 01 WS-LOOKUP-ID               PIC 9(09).
019400 01 WS-FOUND-INDX              PIC 9(04) COMP.
019500 01 WS-ST-PTR                  PIC 9(04) COMP.
019600 01 WS-ABSENT-DAYS             PIC 9(04).
019700 01 I                          PIC 9(04) COMP.
019800 01 J                          PIC 9(04) COMP.
019900
020000*----------------------------------------------------------------
020100* POSTING AND PRINT WORK.  WS-POST-COL IS THE SUBGROUP-TABLE
020200* COLUMN BEING ADDED TO; WS-FIRST-ROW/WS-LAST-ROW BOUND ONE
020300* BREAKDOWN.
020400*----------------------------------------------------------------
020500 01 WS-POST-COL                PIC 9(01) COMP.
020600 01 WS-GENDER-ROW              PIC 9(02) COMP.
020700 01 WS-RACE-ROW                PIC 9(02) COMP.
020800 01 WS-FIRST-ROW               PIC 9(02) COMP.
020900 01 WS-LAST-ROW                PIC 9(02) COMP.
021000 01 WS-COL                     PIC 9(01) COMP.
021100 01 WS-NUM-COL                 PIC 9(01) COMP.
021200 01 WS-DEN-COL                 PIC 9(01) COMP.
021300 01 WS-ROW-HIDDEN              PIC 9(02) COMP.
021400 01 WS-SMALL-ROW               PIC 9(02) COMP.
021500 01 WS-CELL-POS                PIC 9(03) COMP.
021600 01 WS-RATE                    PIC 9(03)V9.
021700 01 WS-COUNT-EDIT              PIC ZZZZ9.
021800 01 WS-RATE-EDIT               PIC ZZ9.9.
021900 01 WS-MIN-EDIT                PIC ZZ9.
022000 01 WS-PCT-EDIT                PIC ZZ9.
022100 01 WS-FLOOR-EDIT              PIC 9.99.
022200 01 WS-GROUP-NAME              PIC X(40).
022300
022400*----------------------------------------------------------------
022500* ONE ROW PER ROSTERED STUDENT, LOADED IN STUDENT-ID ORDER SO THE
022600* KEYED ATTNDNCE AND CRSGRADE FILES CAN BE MATCHED WITH ONE
022700* FORWARD-ONLY POINTER.  NO NAME IS KEPT -- NOTHING ON THIS
022800* REPORT EVER NAMES A STUDENT.
022900*----------------------------------------------------------------
023000 01 WS-ST-COUNT                PIC 9(04) COMP VALUE ZERO.
023100 01 STUDENT-TABLE.
023200     02 ST-ROW                OCCURS 1 TO 2000 TIMES
023300                                 DEPENDING ON WS-ST-COUNT.
023400        05 ST-STUDENT-ID      PIC 9(09).
023500        05 ST-GENDER          PIC X(01).
023600        05 ST-RACE-ETH        PIC X(01).
023700        05 ST-MEMBER-DAYS     PIC 9(04).
023800        05 ST-PRESENT-DAYS    PIC 9(04).
023900        05 ST-DISC-FLAG       PIC X(01).
024000
024100*----------------------------------------------------------------
024200* THE REPORTING GROUPS, IN PRINT ORDER: ROWS 1-4 THE GENDER
024300* BREAKDOWN, ROWS 5-12 THE RACE/ETHNICITY BREAKDOWN, ROW 13 ALL
024400* STUDENTS.  THE LAST ROW OF EACH BREAKDOWN (CODE BLANK) TAKES
024500* EVERY STUDENT WHOSE CODE WAS NOT COLLECTED.  THE CODES ARE THE
024600* ONES GRADE-SCHOOL'S WS-GENDER AND WS-RACE-ETH ACCEPT.
024700*----------------------------------------------------------------
024800 01 SUBGROUP-NAMES.
024900     05 FILLER                PIC X(26) VALUE "GFFEMALE".
025000     05 FILLER                PIC X(26) VALUE "GMMALE".
025100     05 FILLER                PIC X(26) VALUE "GXNONBINARY".
025200     05 FILLER                PIC X(26) VALUE "G NOT REPORTED".
025300     05 FILLER                PIC X(26)
025400                              VALUE "RHHISPANIC OR LATINO".
025500     05 FILLER                PIC X(26)
025600                              VALUE "RIAM INDIAN/ALASKA NATIVE".
025700     05 FILLER                PIC X(26) VALUE "RAASIAN".
025800     05 FILLER                PIC X(26)
025900                              VALUE "RBBLACK/AFRICAN AMERICAN".
026000     05 FILLER                PIC X(26)
026100                              VALUE "RPHAWAIIAN/PACIFIC ISL".
026200     05 FILLER                PIC X(26) VALUE "RWWHITE".
026300     05 FILLER                PIC X(26)
026400                              VALUE "RTTWO OR MORE RACES".
026500     05 FILLER                PIC X(26) VALUE "R NOT REPORTED".
026600     05 FILLER                PIC X(26) VALUE "A ALL STUDENTS".
026700 01 SUBGROUP-NAME-TABLE REDEFINES SUBGROUP-NAMES.
026800     05 SGN-ROW               OCCURS 13 TIMES.
026900        10 SGN-KIND           PIC X(01).
027000        10 SGN-CODE           PIC X(01).
027100        10 SGN-LABEL          PIC X(24).
027200
027300*----------------------------------------------------------------
027400* ONE CELL PER GROUP AND MEASURE.  SG-CELL COLUMNS:
027500*   1  STUDENTS ENROLLED
027600*   2  STUDENTS WITH ONE OR MORE DISCIPLINE ACTIONS
027700*   3  STUDENTS CHRONICALLY ABSENT
027800*   4  COURSE GRADES GIVEN FOR THE TERM
027900*   5  COURSE GRADES AT OR ABOVE THE PASSING FLOOR
028000* SG-HIDE IS "Y" ONCE THE CELL IS SUPPRESSED.
028100*----------------------------------------------------------------
028200 01 SUBGROUP-TABLE.
028300     05 SG-ROW                OCCURS 13 TIMES.
028400        10 SG-CELL            OCCURS 5 TIMES.
028500           15 SG-COUNT        PIC 9(05).
028600           15 SG-HIDE         PIC X(01).
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
031800     PERFORM 2000-TALLY-ATTENDANCE
031900     PERFORM 2200-TALLY-DISCIPLINE
032000     PERFORM 2300-TALLY-STUDENTS
032100     IF WS-TERM NOT = SPACES
032200        PERFORM 2400-TALLY-COURSE-GRADES
032300     END-IF
032400     PERFORM 2600-APPLY-SUPPRESSION
032500     PERFORM 3000-PRINT-REPORT
032600     PERFORM 4000-TERMINATE
032700     GOBACK.
032800
032900 1000-INITIALIZE.
033000     INITIALIZE SUBGROUP-TABLE.
033100     PERFORM 1100-READ-PARM.
033200     PERFORM 1200-LOAD-ROSTER.
033300
033400 1100-READ-PARM.
033500     MOVE SPACES TO WS-TERM.
033600     OPEN INPUT PARM-FILE.
033700     IF WS-PARM-STATUS = "00"
033800        READ PARM-FILE
033900            AT END CONTINUE
034000        END-READ
034100        IF WS-PARM-STATUS = "00"
034200           MOVE PARM-TERM TO WS-TERM
034300           IF PARM-FROM-DATE IS NUMERIC
034400              MOVE PARM-FROM-DATE TO WS-FROM-DATE
034500           END-IF
034600           IF PARM-MIN-N IS NUMERIC
034700              AND PARM-MIN-N > 0
034800              MOVE PARM-MIN-N TO WS-MIN-N
034900           END-IF
035000           IF PARM-CHRONIC-PCT IS NUMERIC
035100              AND PARM-CHRONIC-PCT > 0
035200              MOVE PARM-CHRONIC-PCT TO WS-CHRONIC-PCT
035300           END-IF
035400           IF PARM-PASS-FLOOR IS NUMERIC
035500              AND PARM-PASS-FLOOR > 0
035600              MOVE PARM-PASS-FLOOR TO WS-PASS-FLOOR
035700           END-IF
035800        END-IF
035900        CLOSE PARM-FILE
036000     END-IF.
036100
036200*----------------------------------------------------------------
036300* ONLY THE STUDENT ID AND THE TWO REPORTING CODES ARE KEPT.
036400*----------------------------------------------------------------
036500 1200-LOAD-ROSTER.
036600     OPEN INPUT ROSTER-FILE.
036700     MOVE 0 TO FR-STUDENT-ID.
036800     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
036900         INVALID KEY MOVE "10" TO WS-FILE-STATUS
037000     END-START.
037100     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
037200        READ ROSTER-FILE NEXT RECORD
037300            AT END MOVE "10" TO WS-FILE-STATUS
037400        END-READ
037500        IF WS-FILE-STATUS = "00"
037600           IF WS-ST-COUNT < 2000
037700              ADD 1 TO WS-ST-COUNT
037800              MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
037900              MOVE FR-GENDER TO ST-GENDER(WS-ST-COUNT)
038000              MOVE FR-RACE-ETH TO ST-RACE-ETH(WS-ST-COUNT)
038100              MOVE 0 TO ST-MEMBER-DAYS(WS-ST-COUNT)
038200              MOVE 0 TO ST-PRESENT-DAYS(WS-ST-COUNT)
038300              MOVE "N" TO ST-DISC-FLAG(WS-ST-COUNT)
038400           ELSE
038500              ADD 1 TO WS-ROSTER-OVERFLOW
038600           END-IF
038700        END-IF
038800     END-PERFORM.
038900     CLOSE ROSTER-FILE.
039000
039100*----------------------------------------------------------------
039200* WHOLE-DAY MARKS SINCE THE WINDOW OPENED: EVERY MARK IS A
039300* MEMBERSHIP DAY AND P OR T IS A DAY PRESENT, AS IN
039400* GRADE-SCHOOL-ADA.  UNLIKE GRADE-SCHOOL-EWARN, AN EXCUSED
039500* ABSENCE STILL COUNTS AS ABSENT -- CHRONIC ABSENCE IS REPORTED
039600* ON ALL DAYS MISSED, EXCUSED OR NOT.
039700*----------------------------------------------------------------
039800 2000-TALLY-ATTENDANCE.
039900     MOVE 1 TO WS-ST-PTR.
040000     OPEN INPUT ATTENDANCE-FILE.
040100     IF WS-ATT-FILE-STATUS NOT = "00"
040200        MOVE "10" TO WS-ATT-FILE-STATUS
040300     ELSE
040400        PERFORM UNTIL WS-ATT-FILE-STATUS NOT = "00"
040500           READ ATTENDANCE-FILE
040600               AT END MOVE "10" TO WS-ATT-FILE-STATUS
040700           END-READ
040800           IF WS-ATT-FILE-STATUS = "00"
040900              AND ATT-PERIOD = 0
041000              AND ATT-DATE >= WS-FROM-DATE
041100              PERFORM 2010-TALLY-ONE-MARK
041200           END-IF
041300        END-PERFORM
041400        CLOSE ATTENDANCE-FILE
041500     END-IF.
041600
041700 2010-TALLY-ONE-MARK.
041800     MOVE ATT-STUDENT-ID TO WS-LOOKUP-ID.
041900     PERFORM 2100-FIND-STUDENT-IN-ORDER.
042000     IF WS-FOUND-INDX = 0
042100        EXIT PARAGRAPH
042200     END-IF.
042300     ADD 1 TO WS-MARKS-USED.
042400     ADD 1 TO ST-MEMBER-DAYS(WS-FOUND-INDX).
042500     IF ATT-CODE = "P" OR ATT-CODE = "T"
042600        ADD 1 TO ST-PRESENT-DAYS(WS-FOUND-INDX)
042700     END-IF.
042800
042900*----------------------------------------------------------------
043000* KEYED FILES COME IN STUDENT ORDER, SO THE POINTER INTO THE
043100* STUDENT TABLE ONLY EVER MOVES FORWARD.
043200*----------------------------------------------------------------
043300 2100-FIND-STUDENT-IN-ORDER.
043400     PERFORM UNTIL WS-ST-PTR > WS-ST-COUNT
043500              OR ST-STUDENT-ID(WS-ST-PTR) >= WS-LOOKUP-ID
043600        ADD 1 TO WS-ST-PTR
043700     END-PERFORM.
043800     MOVE 0 TO WS-FOUND-INDX.
043900     IF WS-ST-PTR <= WS-ST-COUNT
044000        IF ST-STUDENT-ID(WS-ST-PTR) = WS-LOOKUP-ID
044100           MOVE WS-ST-PTR TO WS-FOUND-INDX
044200        END-IF
044300     END-IF.
044400
044500*----------------------------------------------------------------
044600* DISCIPLN IS IN POSTING ORDER, NOT STUDENT ORDER -- EACH ROW IS
044700* LOOKED UP FROM THE TOP.  A ROW WITH NO ACTION CODE IS AN
044800* INCIDENT STILL AWAITING A DECISION AND IS NOT COUNTED.
044900*----------------------------------------------------------------
045000 2200-TALLY-DISCIPLINE.
045100     OPEN INPUT DISCIPLINE-MASTER.
045200     IF WS-DSC-STATUS NOT = "00"
045300        MOVE "10" TO WS-DSC-STATUS
045400     ELSE
045500        PERFORM UNTIL WS-DSC-STATUS NOT = "00"
045600           READ DISCIPLINE-MASTER
045700               AT END MOVE "10" TO WS-DSC-STATUS
045800           END-READ
045900           IF WS-DSC-STATUS = "00"
046000              AND DS-DATE >= WS-FROM-DATE
046100              AND DS-ACTION-CODE NOT = SPACES
046200              MOVE 1 TO WS-ST-PTR
046300              MOVE DS-STUDENT-ID TO WS-LOOKUP-ID
046400              PERFORM 2100-FIND-STUDENT-IN-ORDER
046500              IF WS-FOUND-INDX > 0
046600                 ADD 1 TO WS-ACTIONS-USED
046700                 MOVE "Y" TO ST-DISC-FLAG(WS-FOUND-INDX)
046800              END-IF
046900           END-IF
047000        END-PERFORM
047100        CLOSE DISCIPLINE-MASTER
047200     END-IF.
047300
047400*----------------------------------------------------------------
047500* EACH STUDENT INTO ITS GENDER ROW, ITS RACE/ETHNICITY ROW AND
047600* THE ALL-STUDENTS ROW.  A STUDENT IS CHRONICALLY ABSENT WHEN THE
047700* DAYS MISSED REACH WS-CHRONIC-PCT OF THE MEMBERSHIP DAYS; ONE
047800* WITH NO MARKS IN THE WINDOW CANNOT BE.
047900*----------------------------------------------------------------
048000 2300-TALLY-STUDENTS.
048100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
048200        MOVE I TO WS-FOUND-INDX
048300        MOVE 1 TO WS-POST-COL
048400        PERFORM 2500-POST-STUDENT
048500        IF ST-DISC-FLAG(I) = "Y"
048600           MOVE 2 TO WS-POST-COL
048700           PERFORM 2500-POST-STUDENT
048800        END-IF
048900        IF ST-MEMBER-DAYS(I) > 0
049000           COMPUTE WS-ABSENT-DAYS =
049100               ST-MEMBER-DAYS(I) - ST-PRESENT-DAYS(I)
049200           IF WS-ABSENT-DAYS * 100
049300              >= ST-MEMBER-DAYS(I) * WS-CHRONIC-PCT
049400              MOVE 3 TO WS-POST-COL
049500              PERFORM 2500-POST-STUDENT
049600           END-IF
049700        END-IF
049800     END-PERFORM.
049900
050000*----------------------------------------------------------------
050100* THE TERM'S COURSE GRADES, ONE CELL COUNT PER GRADE.  A GRADE FOR
050200* A STUDENT NO LONGER ON ROSTERF HAS NO CODES TO BREAK DOWN BY AND
050300* IS LEFT OUT (COUNTED FOR THE RUN SUMMARY).
050400*----------------------------------------------------------------
050500 2400-TALLY-COURSE-GRADES.
050600     MOVE 1 TO WS-ST-PTR.
050700     OPEN INPUT COURSE-GRADE-FILE.
050800     IF WS-CG-FILE-STATUS NOT = "00"
050900        MOVE "10" TO WS-CG-FILE-STATUS
051000     ELSE
051100        PERFORM UNTIL WS-CG-FILE-STATUS NOT = "00"
051200           READ COURSE-GRADE-FILE
051300               AT END MOVE "10" TO WS-CG-FILE-STATUS
051400           END-READ
051500           IF WS-CG-FILE-STATUS = "00"
051600              AND CG-TERM = WS-TERM
051700              PERFORM 2410-TALLY-ONE-GRADE
051800           END-IF
051900        END-PERFORM
052000        CLOSE COURSE-GRADE-FILE
052100     END-IF.
052200
052300 2410-TALLY-ONE-GRADE.
052400     MOVE CG-STUDENT-ID TO WS-LOOKUP-ID.
052500     PERFORM 2100-FIND-STUDENT-IN-ORDER.
052600     IF WS-FOUND-INDX = 0
052700        ADD 1 TO WS-NOT-ON-ROSTER
052800        EXIT PARAGRAPH
052900     END-IF.
053000     ADD 1 TO WS-GRADES-USED.
053100     MOVE 4 TO WS-POST-COL.
053200     PERFORM 2500-POST-STUDENT.
053300     IF CG-GRADE-POINTS >= WS-PASS-FLOOR
053400        MOVE 5 TO WS-POST-COL
053500        PERFORM 2500-POST-STUDENT
053600     END-IF.
053700
053800*----------------------------------------------------------------
053900* ADDS ONE TO COLUMN WS-POST-COL FOR STUDENT WS-FOUND-INDX.  A
054000* CODE NOT IN THE TABLE (NOTHING THE ENTRY EDITS LET THROUGH)
054100* FALLS TO THE BREAKDOWN'S NOT-REPORTED ROW, SO EVERY BREAKDOWN
054200* STILL ADDS UP TO ALL STUDENTS.
054300*----------------------------------------------------------------
054400 2500-POST-STUDENT.
054500     MOVE 4 TO WS-GENDER-ROW.
054600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
054700        IF SGN-CODE(J) = ST-GENDER(WS-FOUND-INDX)
054800           MOVE J TO WS-GENDER-ROW
054900        END-IF
055000     END-PERFORM.
055100     MOVE 12 TO WS-RACE-ROW.
055200     PERFORM VARYING J FROM 5 BY 1 UNTIL J > 11
055300        IF SGN-CODE(J) = ST-RACE-ETH(WS-FOUND-INDX)
055400           MOVE J TO WS-RACE-ROW
055500        END-IF
055600     END-PERFORM.
055700     ADD 1 TO SG-COUNT(WS-GENDER-ROW, WS-POST-COL).
055800     ADD 1 TO SG-COUNT(WS-RACE-ROW, WS-POST-COL).
055900     ADD 1 TO SG-COUNT(13, WS-POST-COL).
056000
056100*----------------------------------------------------------------
056200* EVERY CELL UNDER THE STATE MINIMUM N IS HIDDEN.  THEN, WITHIN
056300* EACH BREAKDOWN AND COLUMN, A CELL HIDDEN ON ITS OWN COULD BE
056400* WORKED OUT FROM THE ALL-STUDENTS TOTAL, SO THE SMALLEST CELL
056500* STILL SHOWING IS HIDDEN WITH IT.
056600*----------------------------------------------------------------
056700 2600-APPLY-SUPPRESSION.
056800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 13
056900        PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
057000           IF SG-COUNT(I, WS-COL) < WS-MIN-N
057100              MOVE "Y" TO SG-HIDE(I, WS-COL)
057200              ADD 1 TO WS-HIDDEN-COUNT
057300           ELSE
057400              MOVE "N" TO SG-HIDE(I, WS-COL)
057500           END-IF
057600        END-PERFORM
057700     END-PERFORM.
057800     MOVE 1 TO WS-FIRST-ROW.
057900     MOVE 4 TO WS-LAST-ROW.
058000     PERFORM 2610-COMPLEMENT-BREAKDOWN.
058100     MOVE 5 TO WS-FIRST-ROW.
058200     MOVE 12 TO WS-LAST-ROW.
058300     PERFORM 2610-COMPLEMENT-BREAKDOWN.
058400
058500 2610-COMPLEMENT-BREAKDOWN.
058600     PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
058700        MOVE 0 TO WS-ROW-HIDDEN
058800        MOVE 0 TO WS-SMALL-ROW
058900        PERFORM VARYING I FROM WS-FIRST-ROW BY 1
059000                 UNTIL I > WS-LAST-ROW
059100           IF SG-HIDE(I, WS-COL) = "Y"
059200              ADD 1 TO WS-ROW-HIDDEN
059300           ELSE
059400              IF WS-SMALL-ROW = 0
059500                 MOVE I TO WS-SMALL-ROW
059600              ELSE
059700                 IF SG-COUNT(I, WS-COL)
059800                    < SG-COUNT(WS-SMALL-ROW, WS-COL)
059900                    MOVE I TO WS-SMALL-ROW
060000                 END-IF
060100              END-IF
060200           END-IF
060300        END-PERFORM
060400        IF WS-ROW-HIDDEN = 1
060500           AND WS-SMALL-ROW > 0
060600           AND SG-HIDE(13, WS-COL) = "N"
060700           MOVE "Y" TO SG-HIDE(WS-SMALL-ROW, WS-COL)
060800           ADD 1 TO WS-HIDDEN-COUNT
060900        END-IF
061000     END-PERFORM.
061100
061200 3000-PRINT-REPORT.
061300     OPEN OUTPUT SUBGROUP-REPORT.
061400     MOVE SPACES TO RPT-LINE.
061500     STRING "SUBGROUP REPORT  TERM " DELIMITED BY SIZE
061600         WS-TERM DELIMITED BY SIZE
061700         "  ATTENDANCE AND DISCIPLINE SINCE " DELIMITED BY SIZE
061800         WS-FROM-DATE DELIMITED BY SIZE
061900         INTO RPT-LINE
062000     END-STRING.
062100     WRITE RPT-LINE.
062200     MOVE WS-MIN-N TO WS-MIN-EDIT.
062300     MOVE SPACES TO RPT-LINE.
062400     STRING "* = FEWER THAN" DELIMITED BY SIZE
062500         WS-MIN-EDIT DELIMITED BY SIZE
062600         ", OR HIDDEN SO ANOTHER * CANNOT BE WORKED OUT"
062700             DELIMITED BY SIZE
062800         INTO RPT-LINE
062900     END-STRING.
063000     WRITE RPT-LINE.
063100     MOVE WS-CHRONIC-PCT TO WS-PCT-EDIT.
063200     MOVE WS-PASS-FLOOR TO WS-FLOOR-EDIT.
063300     MOVE SPACES TO RPT-LINE.
063400     STRING "CHRONIC = ABSENT" DELIMITED BY SIZE
063500         WS-PCT-EDIT DELIMITED BY SIZE
063600         "% OR MORE OF DAYS ENROLLED   PASSED = "
063700             DELIMITED BY SIZE
063800         WS-FLOOR-EDIT DELIMITED BY SIZE
063900         " GRADE POINTS OR BETTER" DELIMITED BY SIZE
064000         INTO RPT-LINE
064100     END-STRING.
064200     WRITE RPT-LINE.
064300     MOVE "BY GENDER" TO WS-GROUP-NAME.
064400     MOVE 1 TO WS-FIRST-ROW.
064500     MOVE 4 TO WS-LAST-ROW.
064600     PERFORM 3100-PRINT-BREAKDOWN.
064700     MOVE "BY RACE/ETHNICITY" TO WS-GROUP-NAME.
064800     MOVE 5 TO WS-FIRST-ROW.
064900     MOVE 13 TO WS-LAST-ROW.
065000     PERFORM 3100-PRINT-BREAKDOWN.
065100     IF WS-TERM = SPACES
065200        MOVE SPACES TO RPT-LINE
065300        WRITE RPT-LINE
065400        MOVE "NO TERM ON SGPARM -- COURSE GRADES NOT COUNTED"
065500            TO RPT-LINE
065600        WRITE RPT-LINE
065700     END-IF.
065800     CLOSE SUBGROUP-REPORT.
065900
066000 3100-PRINT-BREAKDOWN.
066100     MOVE SPACES TO RPT-LINE.
066200     WRITE RPT-LINE.
066300     MOVE WS-GROUP-NAME TO RPT-LINE.
066400     WRITE RPT-LINE.
066500     MOVE SPACES TO RPT-LINE.
066600     MOVE "- DISCIPLINED -" TO RPT-LINE(36:15).
066700     MOVE "CHRONIC ABSENCE" TO RPT-LINE(52:15).
066800     MOVE "--- COURSE GRADES ---" TO RPT-LINE(69:21).
066900     WRITE RPT-LINE.
067000     MOVE SPACES TO RPT-LINE.
067100     MOVE "GROUP" TO RPT-LINE(3:5).
067200     MOVE "ENROLLED" TO RPT-LINE(26:8).
067300     MOVE "N" TO RPT-LINE(42:1).
067400     MOVE "PCT" TO RPT-LINE(47:3).
067500     MOVE "N" TO RPT-LINE(58:1).
067600     MOVE "PCT" TO RPT-LINE(63:3).
067700     MOVE "GRADES" TO RPT-LINE(69:6).
067800     MOVE "PASSED" TO RPT-LINE(77:6).
067900     MOVE "PCT" TO RPT-LINE(87:3).
068000     WRITE RPT-LINE.
068100     PERFORM VARYING I FROM WS-FIRST-ROW BY 1
068200              UNTIL I > WS-LAST-ROW
068300        PERFORM 3200-PRINT-ROW
068400     END-PERFORM.
068500
068600 3200-PRINT-ROW.
068700     MOVE SPACES TO RPT-LINE.
068800     MOVE SGN-LABEL(I) TO RPT-LINE(3:24).
068900     MOVE 1 TO WS-COL.
069000     MOVE 29 TO WS-CELL-POS.
069100     PERFORM 3210-PUT-CELL.
069200     MOVE 2 TO WS-COL.
069300     MOVE 38 TO WS-CELL-POS.
069400     PERFORM 3210-PUT-CELL.
069500     MOVE 2 TO WS-NUM-COL.
069600     MOVE 1 TO WS-DEN-COL.
069700     MOVE 45 TO WS-CELL-POS.
069800     PERFORM 3220-PUT-RATE.
069900     MOVE 3 TO WS-COL.
070000     MOVE 54 TO WS-CELL-POS.
070100     PERFORM 3210-PUT-CELL.
070200     MOVE 3 TO WS-NUM-COL.
070300     MOVE 61 TO WS-CELL-POS.
070400     PERFORM 3220-PUT-RATE.
070500     IF WS-TERM NOT = SPACES
070600        MOVE 4 TO WS-COL
070700        MOVE 70 TO WS-CELL-POS
070800        PERFORM 3210-PUT-CELL
070900        MOVE 5 TO WS-COL
071000        MOVE 78 TO WS-CELL-POS
071100        PERFORM 3210-PUT-CELL
071200        MOVE 5 TO WS-NUM-COL
071300        MOVE 4 TO WS-DEN-COL
071400        MOVE 85 TO WS-CELL-POS
071500        PERFORM 3220-PUT-RATE
071600     END-IF.
071700     WRITE RPT-LINE.
071800
071900 3210-PUT-CELL.
072000     IF SG-HIDE(I, WS-COL) = "Y"
072100        MOVE "*" TO RPT-LINE(WS-CELL-POS + 4:1)
072200     ELSE
072300        MOVE SG-COUNT(I, WS-COL) TO WS-COUNT-EDIT
072400        MOVE WS-COUNT-EDIT TO RPT-LINE(WS-CELL-POS:5)
072500     END-IF.
072600
072700*----------------------------------------------------------------
072800* A RATE IS ONLY AS SAFE AS THE TWO CELLS BEHIND IT -- IF EITHER
072900* IS HIDDEN, SO IS THE RATE.
073000*----------------------------------------------------------------
073100 3220-PUT-RATE.
073200     IF SG-HIDE(I, WS-NUM-COL) = "Y"
073300        OR SG-HIDE(I, WS-DEN-COL) = "Y"
073400        MOVE "*" TO RPT-LINE(WS-CELL-POS + 4:1)
073500     ELSE
073600        COMPUTE WS-RATE ROUNDED =
073700            SG-COUNT(I, WS-NUM-COL) * 100
073800            / SG-COUNT(I, WS-DEN-COL)
073900        MOVE WS-RATE TO WS-RATE-EDIT
074000        MOVE WS-RATE-EDIT TO RPT-LINE(WS-CELL-POS:5)
074100     END-IF.
074200
074300 4000-TERMINATE.
074400     DISPLAY "GRADE-SCHOOL-SUBGRP STUDENTS:     " WS-ST-COUNT.
074500     DISPLAY "  ATTENDANCE MARKS USED:  " WS-MARKS-USED.
074600     DISPLAY "  DISCIPLINE ACTIONS:     " WS-ACTIONS-USED.
074700     DISPLAY "  COURSE GRADES USED:     " WS-GRADES-USED.
074800     DISPLAY "  GRADES NOT ON ROSTER:   " WS-NOT-ON-ROSTER.
074900     DISPLAY "  CELLS SUPPRESSED:       " WS-HIDDEN-COUNT.
075000     IF WS-ROSTER-OVERFLOW > 0
075100        DISPLAY "  ROSTER OVER 2000 -- NOT COUNTED: "
075200            WS-ROSTER-OVERFLOW
075300        MOVE 4 TO RETURN-CODE
075400     END-IF.
075500
075600*----------------------------------------------------------------
075700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
075800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
075900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
076000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
076100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
076200*----------------------------------------------------------------
076300 9800-CHECK-LAYOUTS.
076400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
076500     OPEN EXTEND LAYOUT-USAGE-LOG.
076600     IF WS-LU-STATUS = "35"
076700        OPEN OUTPUT LAYOUT-USAGE-LOG
076800     END-IF.
076900     MOVE "ROSTERF" TO WS-LK-DATASET.
077000     MOVE 3 TO WS-LK-VERSION.
077100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
077200     PERFORM 9820-CHECK-ONE-LAYOUT.
077300     MOVE "ATTNDNCE" TO WS-LK-DATASET.
077400     MOVE 2 TO WS-LK-VERSION.
077500     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
077600     PERFORM 9820-CHECK-ONE-LAYOUT.
077700     MOVE "CRSGRADE" TO WS-LK-DATASET.
077800     MOVE 2 TO WS-LK-VERSION.
077900     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
078000     PERFORM 9820-CHECK-ONE-LAYOUT.
078100     CLOSE LAYOUT-USAGE-LOG.
078200
078300 9810-LOAD-LAYOUT-CONTROL.
078400     MOVE 0 TO WS-LC-COUNT.
078500     OPEN INPUT LAYOUT-CONTROL.
078600     IF WS-LC-STATUS NOT = "00"
078700        EXIT PARAGRAPH
078800     END-IF.
078900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
079000        READ LAYOUT-CONTROL
079100            AT END MOVE "10" TO WS-LC-STATUS
079200        END-READ
079300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
079400           ADD 1 TO WS-LC-COUNT
079500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
079600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
079700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
079800        END-IF
079900     END-PERFORM.
080000     CLOSE LAYOUT-CONTROL.
080100
080200*----------------------------------------------------------------
080300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
080400* AS NOCTL.
080500*----------------------------------------------------------------
080600 9820-CHECK-ONE-LAYOUT.
080700     MOVE "NOCTL" TO WS-LK-RESULT.
080800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
080900             UNTIL WS-LC-INDX > WS-LC-COUNT
081000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
081100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
081200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
081300              MOVE "CURRENT" TO WS-LK-RESULT
081400           ELSE
081500              MOVE "MISMATCH" TO WS-LK-RESULT
081600           END-IF
081700        END-IF
081800     END-PERFORM.
081900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
082000     MOVE "GRADE-SCHOOL-SUBGRP" TO LU-PROGRAM.
082100     MOVE WS-LK-DATASET TO LU-DATASET.
082200     MOVE WS-LK-VERSION TO LU-VERSION.
082300     MOVE WS-LK-LENGTH TO LU-LENGTH.
082400     MOVE WS-LK-RESULT TO LU-RESULT.
082500     WRITE LAYOUT-USAGE-RECORD.
082600     IF WS-LK-RESULT NOT = "MISMATCH"
082700        EXIT PARAGRAPH
082800     END-IF.
082900     SET LAYOUT-MISMATCH TO TRUE.
083000     DISPLAY "GRADE-SCHOOL-SUBGRP HALTED: " WS-LK-DATASET
083100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
083200         " DOES NOT MATCH LAYOUTCT".
083300     OPEN EXTEND OPS-ERROR-LOG.
083400     IF WS-OPS-LOG-STATUS = "35"
083500        OPEN OUTPUT OPS-ERROR-LOG
083600     END-IF.
083700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
083800     MOVE "GRADE-SCHOOL-SUBGRP" TO OE-PROGRAM.
083900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
084000     MOVE "LAYOUT" TO OE-OPERATION.
084100     MOVE "16" TO OE-STATUS.
084200     WRITE OPS-ERROR-RECORD.
084300     CLOSE OPS-ERROR-LOG.
