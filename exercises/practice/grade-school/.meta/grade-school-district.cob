001600*                 BY GRADE, PER-SCHOOL SECTION-CAPACITY
001700*                 UTILIZATION AGAINST THE CONTRACT CAP OF 24,
001800*                 AND DISTRICT TOTALS IN ONE REPORT.
001820* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001840*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001860*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001880*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001900*                 OPSERRLG ENTRY.
001905* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001910*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001915*                 LAYOUT VERSION 3.
001920*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 REPOSITORY.
004100     SELECT DISTRICT-REPORT ASSIGN TO "DISTRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.

004207     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004215         ORGANIZATION IS LINE SEQUENTIAL
004223         FILE STATUS IS WS-LC-STATUS.
004230
004238     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004246         ORGANIZATION IS LINE SEQUENTIAL
004253         FILE STATUS IS WS-LU-STATUS.
004261
004269     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004276         ORGANIZATION IS LINE SEQUENTIAL
004284         FILE STATUS IS WS-OPS-LOG-STATUS.
004292
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
005700     05 FR1-IEP-FLAG          PIC X(01).
005800     05 FR1-DOB               PIC 9(08).
005900     05 FR1-SCHOOL-CODE       PIC 9(02).
005933     05 FR1-GENDER            PIC X(01).
005966     05 FR1-RACE-ETH          PIC X(01).

006000 FD  ROSTER-FILE-2.
006100 01  ROSTER-RECORD-2.
006800     05 FR2-IEP-FLAG          PIC X(01).
006900     05 FR2-DOB               PIC 9(08).
007000     05 FR2-SCHOOL-CODE       PIC 9(02).
007033     05 FR2-GENDER            PIC X(01).
007066     05 FR2-RACE-ETH          PIC X(01).

007100 FD  ROSTER-FILE-3.
007200 01  ROSTER-RECORD-3.
007900     05 FR3-IEP-FLAG          PIC X(01).
008000     05 FR3-DOB               PIC 9(08).
008100     05 FR3-SCHOOL-CODE       PIC 9(02).
008133     05 FR3-GENDER            PIC X(01).
008166     05 FR3-RACE-ETH          PIC X(01).

008200 FD  DISTRICT-REPORT.
008300 01  RPT-LINE                 PIC X(100).

008302 FD  LAYOUT-CONTROL.
008305*----------------------------------------------------------------
008308* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
008310* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
008313*----------------------------------------------------------------
008316 01  LAYOUT-CONTROL-RECORD.
008318     05 LC-DATASET            PIC X(08).
008321     05 LC-VERSION            PIC 9(03).
008324     05 LC-LENGTH             PIC 9(05).
008327     05 LC-EFFECTIVE-DATE     PIC 9(08).
008329
008332 FD  LAYOUT-USAGE-LOG.
008335*----------------------------------------------------------------
008337* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
008340* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
008343*----------------------------------------------------------------
008345 01  LAYOUT-USAGE-RECORD.
008348     05 LU-TIMESTAMP          PIC 9(14).
008351     05 LU-PROGRAM            PIC X(24).
008354     05 LU-DATASET            PIC X(08).
008356     05 LU-VERSION            PIC 9(03).
008359     05 LU-LENGTH             PIC 9(05).
008362     05 LU-RESULT             PIC X(08).
008364
008367 FD  OPS-ERROR-LOG.
008370*----------------------------------------------------------------
008372* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
008375* SHARED SHOP-WIDE ERROR LOG.
008378*----------------------------------------------------------------
008381 01  OPS-ERROR-RECORD.
008383     05 OE-TIMESTAMP          PIC 9(14).
008386     05 OE-PROGRAM            PIC X(20).
008389     05 OE-FILE-NAME          PIC X(08).
008391     05 OE-OPERATION          PIC X(08).
008394     05 OE-STATUS             PIC XX.
008397
008400 WORKING-STORAGE SECTION.
008500 01 WS-FILE-STATUS-1           PIC XX.
008600 01 WS-FILE-STATUS-2           PIC XX.
011100           10 SCH-GRADE-COUNT PIC 9(4) COMP.
011200           10 SCH-SEC-COUNT   OCCURS 9 TIMES PIC 9(4) COMP.

011204*----------------------------------------------------------------
011209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
011213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
011218*----------------------------------------------------------------
011222 01 WS-LC-STATUS               PIC XX.
011227 01 WS-LU-STATUS               PIC XX.
011231 01 WS-OPS-LOG-STATUS          PIC XX.
011236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
011240     88 LAYOUT-MISMATCH                  VALUE "Y".
011245 01 WS-LK-DATASET              PIC X(08).
011250 01 WS-LK-VERSION              PIC 9(03).
011254 01 WS-LK-LENGTH               PIC 9(05).
011259 01 WS-LK-RESULT               PIC X(08).
011263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011268 01 WS-LC-INDX                 PIC 9(03) COMP.
011272 01 LAYOUT-CONTROL-TABLE.
011277     02 LCT-ROW               OCCURS 50 TIMES.
011281        05 LCT-DATASET        PIC X(08).
011286        05 LCT-VERSION        PIC 9(03).
011290        05 LCT-LENGTH         PIC 9(05).
011295
011300 PROCEDURE DIVISION.

011400 0000-MAINLINE.
011410     PERFORM 9800-CHECK-LAYOUTS
011420     IF LAYOUT-MISMATCH
011430        MOVE 16 TO RETURN-CODE
011440        GOBACK
011450     END-IF
011500     PERFORM 1000-INITIALIZE
011600     PERFORM 2100-TALLY-SCHOOL-1
011700         UNTIL WS-FILE-STATUS-1 NOT = "00"
027400     CLOSE ROSTER-FILE-3.
027500     DISPLAY "GRADE-SCHOOL-DISTRICT STUDENTS CONSOLIDATED: "
027600         WS-DISTRICT-TOTAL.
027700
027800*----------------------------------------------------------------
027900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
028000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
028100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
028200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
028300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
028400*----------------------------------------------------------------
028500 9800-CHECK-LAYOUTS.
028600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
028700     OPEN EXTEND LAYOUT-USAGE-LOG.
028800     IF WS-LU-STATUS = "35"
028900        OPEN OUTPUT LAYOUT-USAGE-LOG
029000     END-IF.
029100     MOVE "ROSTERF" TO WS-LK-DATASET.
029200     MOVE 3 TO WS-LK-VERSION.
029300     MOVE LENGTH OF ROSTER-RECORD-1 TO WS-LK-LENGTH.
029400     PERFORM 9820-CHECK-ONE-LAYOUT.
029500     MOVE "ROSTERF" TO WS-LK-DATASET.
029600     MOVE 3 TO WS-LK-VERSION.
029700     MOVE LENGTH OF ROSTER-RECORD-2 TO WS-LK-LENGTH.
029800     PERFORM 9820-CHECK-ONE-LAYOUT.
029900     MOVE "ROSTERF" TO WS-LK-DATASET.
030000     MOVE 3 TO WS-LK-VERSION.
030100     MOVE LENGTH OF ROSTER-RECORD-3 TO WS-LK-LENGTH.
030200     PERFORM 9820-CHECK-ONE-LAYOUT.
030300     CLOSE LAYOUT-USAGE-LOG.
030400
030500 9810-LOAD-LAYOUT-CONTROL.
030600     MOVE 0 TO WS-LC-COUNT.
030700     OPEN INPUT LAYOUT-CONTROL.
030800     IF WS-LC-STATUS NOT = "00"
030900        EXIT PARAGRAPH
031000     END-IF.
031100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
031200        READ LAYOUT-CONTROL
031300            AT END MOVE "10" TO WS-LC-STATUS
031400        END-READ
031500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
031600           ADD 1 TO WS-LC-COUNT
031700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
031800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
031900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
032000        END-IF
032100     END-PERFORM.
032200     CLOSE LAYOUT-CONTROL.
032300
032400*----------------------------------------------------------------
032500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
032600* AS NOCTL.
032700*----------------------------------------------------------------
032800 9820-CHECK-ONE-LAYOUT.
032900     MOVE "NOCTL" TO WS-LK-RESULT.
033000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
033100             UNTIL WS-LC-INDX > WS-LC-COUNT
033200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
033300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
033400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
033500              MOVE "CURRENT" TO WS-LK-RESULT
033600           ELSE
033700              MOVE "MISMATCH" TO WS-LK-RESULT
033800           END-IF
033900        END-IF
034000     END-PERFORM.
034100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
034200     MOVE "GRADE-SCHOOL-DISTRICT" TO LU-PROGRAM.
034300     MOVE WS-LK-DATASET TO LU-DATASET.
034400     MOVE WS-LK-VERSION TO LU-VERSION.
034500     MOVE WS-LK-LENGTH TO LU-LENGTH.
034600     MOVE WS-LK-RESULT TO LU-RESULT.
034700     WRITE LAYOUT-USAGE-RECORD.
034800     IF WS-LK-RESULT NOT = "MISMATCH"
034900        EXIT PARAGRAPH
035000     END-IF.
035100     SET LAYOUT-MISMATCH TO TRUE.
035200     DISPLAY "GRADE-SCHOOL-DISTRICT HALTED: " WS-LK-DATASET
035300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
035400         " DOES NOT MATCH LAYOUTCT".
035500     OPEN EXTEND OPS-ERROR-LOG.
035600     IF WS-OPS-LOG-STATUS = "35"
035700        OPEN OUTPUT OPS-ERROR-LOG
035800     END-IF.
035900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
036000     MOVE "GRADE-SCHOOL-DISTRICT" TO OE-PROGRAM.
036100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
036200     MOVE "LAYOUT" TO OE-OPERATION.
036300     MOVE "16" TO OE-STATUS.
036400     WRITE OPS-ERROR-RECORD.
036500     CLOSE OPS-ERROR-LOG.
