001800*                 THE NEW YEAR.
001880* 2026-09-02 KAP  ATTNDNCE IS KEYED NOW (STUDENT/DATE/PERIOD);
001890*                 SAME ROWS, NEW FIELD ORDER, READ IN KEY ORDER.
001900* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001910*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001920*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001930*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001940*                 OPSERRLG ENTRY.
001950*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 REPOSITORY.
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SUMMARY-STATUS.

003707     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003715         ORGANIZATION IS LINE SEQUENTIAL
003723         FILE STATUS IS WS-LC-STATUS.
003730
003738     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003746         ORGANIZATION IS LINE SEQUENTIAL
003753         FILE STATUS IS WS-LU-STATUS.
003761
003769     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003776         ORGANIZATION IS LINE SEQUENTIAL
003784         FILE STATUS IS WS-OPS-LOG-STATUS.
003792
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PARM-FILE.
006900     05 SUM-ABSENT            PIC 9(05).
007000     05 SUM-TARDY             PIC 9(05).

007002 FD  LAYOUT-CONTROL.
007005*----------------------------------------------------------------
007008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
007010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
007013*----------------------------------------------------------------
007016 01  LAYOUT-CONTROL-RECORD.
007018     05 LC-DATASET            PIC X(08).
007021     05 LC-VERSION            PIC 9(03).
007024     05 LC-LENGTH             PIC 9(05).
007027     05 LC-EFFECTIVE-DATE     PIC 9(08).
007029
007032 FD  LAYOUT-USAGE-LOG.
007035*----------------------------------------------------------------
007037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
007040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
007043*----------------------------------------------------------------
007045 01  LAYOUT-USAGE-RECORD.
007048     05 LU-TIMESTAMP          PIC 9(14).
007051     05 LU-PROGRAM            PIC X(24).
007054     05 LU-DATASET            PIC X(08).
007056     05 LU-VERSION            PIC 9(03).
007059     05 LU-LENGTH             PIC 9(05).
007062     05 LU-RESULT             PIC X(08).
007064
007067 FD  OPS-ERROR-LOG.
007070*----------------------------------------------------------------
007072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
007075* SHARED SHOP-WIDE ERROR LOG.
007078*----------------------------------------------------------------
007081 01  OPS-ERROR-RECORD.
007083     05 OE-TIMESTAMP          PIC 9(14).
007086     05 OE-PROGRAM            PIC X(20).
007089     05 OE-FILE-NAME          PIC X(08).
007091     05 OE-OPERATION          PIC X(08).
007094     05 OE-STATUS             PIC XX.
007097
007100 WORKING-STORAGE SECTION.
007200 01 WS-PARM-STATUS             PIC XX.
007300 01 WS-ATT-FILE-STATUS         PIC XX.
008600        05 TOT-ABSENT         PIC 9(05) COMP.
008700        05 TOT-TARDY          PIC 9(05) COMP.

008704*----------------------------------------------------------------
008709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
008713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
008718*----------------------------------------------------------------
008722 01 WS-LC-STATUS               PIC XX.
008727 01 WS-LU-STATUS               PIC XX.
008731 01 WS-OPS-LOG-STATUS          PIC XX.
008736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
008740     88 LAYOUT-MISMATCH                  VALUE "Y".
008745 01 WS-LK-DATASET              PIC X(08).
008750 01 WS-LK-VERSION              PIC 9(03).
008754 01 WS-LK-LENGTH               PIC 9(05).
008759 01 WS-LK-RESULT               PIC X(08).
008763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
008768 01 WS-LC-INDX                 PIC 9(03) COMP.
008772 01 LAYOUT-CONTROL-TABLE.
008777     02 LCT-ROW               OCCURS 50 TIMES.
008781        05 LCT-DATASET        PIC X(08).
008786        05 LCT-VERSION        PIC 9(03).
008790        05 LCT-LENGTH         PIC 9(05).
008795
008800 PROCEDURE DIVISION.

008900 0000-MAINLINE.
008910     PERFORM 9800-CHECK-LAYOUTS
008920     IF LAYOUT-MISMATCH
008930        MOVE 16 TO RETURN-CODE
008940        GOBACK
008950     END-IF
009000     PERFORM 1000-INITIALIZE
009100     PERFORM 2000-ARCHIVE-DETAIL
009200         UNTIL WS-ATT-FILE-STATUS NOT = "00"
017900     DISPLAY "GRADE-SCHOOL-ATTARCH YEAR " WS-SCHOOL-YEAR
018000         " DETAIL ROWS ARCHIVED: " WS-DETAIL-COUNT.
018100     DISPLAY "  STUDENTS SUMMARIZED: " WS-STUDENT-COUNT.
018200
018300*----------------------------------------------------------------
018400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
018500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
018600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
018700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
018800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
018900*----------------------------------------------------------------
019000 9800-CHECK-LAYOUTS.
019100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
019200     OPEN EXTEND LAYOUT-USAGE-LOG.
019300     IF WS-LU-STATUS = "35"
019400        OPEN OUTPUT LAYOUT-USAGE-LOG
019500     END-IF.
019600     MOVE "ATTNDNCE" TO WS-LK-DATASET.
019700     MOVE 2 TO WS-LK-VERSION.
019800     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
019900     PERFORM 9820-CHECK-ONE-LAYOUT.
020000     CLOSE LAYOUT-USAGE-LOG.
020100
020200 9810-LOAD-LAYOUT-CONTROL.
020300     MOVE 0 TO WS-LC-COUNT.
020400     OPEN INPUT LAYOUT-CONTROL.
020500     IF WS-LC-STATUS NOT = "00"
020600        EXIT PARAGRAPH
020700     END-IF.
020800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
020900        READ LAYOUT-CONTROL
021000            AT END MOVE "10" TO WS-LC-STATUS
021100        END-READ
021200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
021300           ADD 1 TO WS-LC-COUNT
021400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
021500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
021600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
021700        END-IF
021800     END-PERFORM.
021900     CLOSE LAYOUT-CONTROL.
022000
022100*----------------------------------------------------------------
022200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
022300* AS NOCTL.
022400*----------------------------------------------------------------
022500 9820-CHECK-ONE-LAYOUT.
022600     MOVE "NOCTL" TO WS-LK-RESULT.
022700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
022800             UNTIL WS-LC-INDX > WS-LC-COUNT
022900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
023000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
023100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
023200              MOVE "CURRENT" TO WS-LK-RESULT
023300           ELSE
023400              MOVE "MISMATCH" TO WS-LK-RESULT
023500           END-IF
023600        END-IF
023700     END-PERFORM.
023800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
023900     MOVE "GRADE-SCHOOL-ATTARCH" TO LU-PROGRAM.
024000     MOVE WS-LK-DATASET TO LU-DATASET.
024100     MOVE WS-LK-VERSION TO LU-VERSION.
024200     MOVE WS-LK-LENGTH TO LU-LENGTH.
024300     MOVE WS-LK-RESULT TO LU-RESULT.
024400     WRITE LAYOUT-USAGE-RECORD.
024500     IF WS-LK-RESULT NOT = "MISMATCH"
024600        EXIT PARAGRAPH
024700     END-IF.
024800     SET LAYOUT-MISMATCH TO TRUE.
024900     DISPLAY "GRADE-SCHOOL-ATTARCH HALTED: " WS-LK-DATASET
025000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
025100         " DOES NOT MATCH LAYOUTCT".
025200     OPEN EXTEND OPS-ERROR-LOG.
025300     IF WS-OPS-LOG-STATUS = "35"
025400        OPEN OUTPUT OPS-ERROR-LOG
025500     END-IF.
025600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
025700     MOVE "GRADE-SCHOOL-ATTARCH" TO OE-PROGRAM.
025800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
025900     MOVE "LAYOUT" TO OE-OPERATION.
026000     MOVE "16" TO OE-STATUS.
026100     WRITE OPS-ERROR-RECORD.
026200     CLOSE OPS-ERROR-LOG.
