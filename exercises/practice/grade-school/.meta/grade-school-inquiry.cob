001970*                 CHILD GET HOME" FROM BUSASSGN AND BUSROUTE,
001980*                 SO AN EARLY DISMISSAL IS A SCREEN, NOT AN
001990*                 HOUR OF PHONE CALLS.
002000* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002010*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002020*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002030*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002040*                 OPSERRLG ENTRY.
002042* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002044*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002046*                 LAYOUT VERSION 3.
002050*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
003000         RECORD KEY IS FR-STUDENT-ID
003100         FILE STATUS IS WS-FILE-STATUS.

003101     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003102         ORGANIZATION IS LINE SEQUENTIAL
003103         FILE STATUS IS WS-LC-STATUS.

003104     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003105         ORGANIZATION IS LINE SEQUENTIAL
003106         FILE STATUS IS WS-LU-STATUS.

003107     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003108         ORGANIZATION IS LINE SEQUENTIAL
003109         FILE STATUS IS WS-OPS-LOG-STATUS.

003110     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS WS-PU-STATUS.
004800     05 FR-IEP-FLAG           PIC X(01).
004801     05 FR-DOB                PIC 9(08).
004802     05 FR-SCHOOL-CODE        PIC 9(02).
004804     05 FR-GENDER             PIC X(01).
004806     05 FR-RACE-ETH           PIC X(01).

004810 FD  PICKUP-AUTH-FILE.
004820*----------------------------------------------------------------
004912     05 BR-DROPOFF-TIME       PIC 9(04).
004913     05 BR-STREET             PIC X(25).

004914 FD  LAYOUT-CONTROL.
004916*----------------------------------------------------------------
004918* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
004920* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
004922*----------------------------------------------------------------
004924 01  LAYOUT-CONTROL-RECORD.
004926     05 LC-DATASET            PIC X(08).
004928     05 LC-VERSION            PIC 9(03).
004930     05 LC-LENGTH             PIC 9(05).
004932     05 LC-EFFECTIVE-DATE     PIC 9(08).

004934 FD  LAYOUT-USAGE-LOG.
004936*----------------------------------------------------------------
004938* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
004940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
004942*----------------------------------------------------------------
004944 01  LAYOUT-USAGE-RECORD.
004946     05 LU-TIMESTAMP          PIC 9(14).
004948     05 LU-PROGRAM            PIC X(24).
004950     05 LU-DATASET            PIC X(08).
004952     05 LU-VERSION            PIC 9(03).
004954     05 LU-LENGTH             PIC 9(05).
004956     05 LU-RESULT             PIC X(08).

004958 FD  OPS-ERROR-LOG.
004960*----------------------------------------------------------------
004962* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
004964* SHARED SHOP-WIDE ERROR LOG.
004966*----------------------------------------------------------------
004968 01  OPS-ERROR-RECORD.
004970     05 OE-TIMESTAMP          PIC 9(14).
004972     05 OE-PROGRAM            PIC X(20).
004974     05 OE-FILE-NAME          PIC X(08).
004976     05 OE-OPERATION          PIC X(08).
004978     05 OE-STATUS             PIC XX.

004900 WORKING-STORAGE SECTION.
005000 01 WS-FILE-STATUS             PIC XX.
005100 01 WS-CHOICE                  PIC X(01).
006600        05 ST-SECTION         PIC 9(01).
006700        05 ST-HOUSEHOLD-ID    PIC 9(09).

006705*----------------------------------------------------------------
006710* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
006715* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
006720*----------------------------------------------------------------
006725 01 WS-LC-STATUS               PIC XX.
006730 01 WS-LU-STATUS               PIC XX.
006732 01 WS-OPS-LOG-STATUS          PIC XX.
006735 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
006740     88 LAYOUT-MISMATCH                  VALUE "Y".
006745 01 WS-LK-DATASET              PIC X(08).
006750 01 WS-LK-VERSION              PIC 9(03).
006755 01 WS-LK-LENGTH               PIC 9(05).
006760 01 WS-LK-RESULT               PIC X(08).
006765 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
006770 01 WS-LC-INDX                 PIC 9(03) COMP.
006775 01 LAYOUT-CONTROL-TABLE.
006780     02 LCT-ROW               OCCURS 50 TIMES.
006785        05 LCT-DATASET        PIC X(08).
006790        05 LCT-VERSION        PIC 9(03).
006795        05 LCT-LENGTH         PIC 9(05).

006800 PROCEDURE DIVISION.

006900 0000-MAINLINE.
006910     PERFORM 9800-CHECK-LAYOUTS
006920     IF LAYOUT-MISMATCH
006930        MOVE 16 TO RETURN-CODE
006940        GOBACK
006950     END-IF
007000     PERFORM 1000-LOAD-ROSTER
007100     PERFORM 2000-CONVERSE
007200         UNTIL WS-CHOICE = "X"
017924        END-IF
017925     END-PERFORM.
017926     CLOSE BUS-ROUTE-MASTER.
018000
018100*----------------------------------------------------------------
018200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
018300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
018400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
018500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
018600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
018700*----------------------------------------------------------------
018800 9800-CHECK-LAYOUTS.
018900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
019000     OPEN EXTEND LAYOUT-USAGE-LOG.
019100     IF WS-LU-STATUS = "35"
019200        OPEN OUTPUT LAYOUT-USAGE-LOG
019300     END-IF.
019400     MOVE "ROSTERF" TO WS-LK-DATASET.
019500     MOVE 3 TO WS-LK-VERSION.
019600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
019700     PERFORM 9820-CHECK-ONE-LAYOUT.
019800     CLOSE LAYOUT-USAGE-LOG.
019900
020000 9810-LOAD-LAYOUT-CONTROL.
020100     MOVE 0 TO WS-LC-COUNT.
020200     OPEN INPUT LAYOUT-CONTROL.
020300     IF WS-LC-STATUS NOT = "00"
020400        EXIT PARAGRAPH
020500     END-IF.
020600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
020700        READ LAYOUT-CONTROL
020800            AT END MOVE "10" TO WS-LC-STATUS
020900        END-READ
021000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
021100           ADD 1 TO WS-LC-COUNT
021200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
021300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
021400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
021500        END-IF
021600     END-PERFORM.
021700     CLOSE LAYOUT-CONTROL.
021800
021900*----------------------------------------------------------------
022000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
022100* AS NOCTL.
022200*----------------------------------------------------------------
022300 9820-CHECK-ONE-LAYOUT.
022400     MOVE "NOCTL" TO WS-LK-RESULT.
022500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
022600             UNTIL WS-LC-INDX > WS-LC-COUNT
022700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
022800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
022900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
023000              MOVE "CURRENT" TO WS-LK-RESULT
023100           ELSE
023200              MOVE "MISMATCH" TO WS-LK-RESULT
023300           END-IF
023400        END-IF
023500     END-PERFORM.
023600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
023700     MOVE "GRADE-SCHOOL-INQUIRY" TO LU-PROGRAM.
023800     MOVE WS-LK-DATASET TO LU-DATASET.
023900     MOVE WS-LK-VERSION TO LU-VERSION.
024000     MOVE WS-LK-LENGTH TO LU-LENGTH.
024100     MOVE WS-LK-RESULT TO LU-RESULT.
024200     WRITE LAYOUT-USAGE-RECORD.
024300     IF WS-LK-RESULT NOT = "MISMATCH"
024400        EXIT PARAGRAPH
024500     END-IF.
024600     SET LAYOUT-MISMATCH TO TRUE.
024700     DISPLAY "GRADE-SCHOOL-INQUIRY HALTED: " WS-LK-DATASET
024800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
024900         " DOES NOT MATCH LAYOUTCT".
025000     OPEN EXTEND OPS-ERROR-LOG.
025100     IF WS-OPS-LOG-STATUS = "35"
025200        OPEN OUTPUT OPS-ERROR-LOG
025300     END-IF.
025400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
025500     MOVE "GRADE-SCHOOL-INQUIRY" TO OE-PROGRAM.
025600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
025700     MOVE "LAYOUT" TO OE-OPERATION.
025800     MOVE "16" TO OE-STATUS.
025900     WRITE OPS-ERROR-RECORD.
026000     CLOSE OPS-ERROR-LOG.
