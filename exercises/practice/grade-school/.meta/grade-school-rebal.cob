001900*                 THE NIGHT'S ENROLLTX SO EVERY TRANSFER GOES
002000*                 THROUGH THE NORMAL UPDATE PATH AND LANDS IN
002100*                 THE AUDIT TRAIL.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002140*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002160*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002180*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002200*                 OPSERRLG ENTRY.
002205* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002210*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002215*                 LAYOUT VERSION 3.
002216* 2026-10-15 KAP  TX-RECORD CARRIES GENDER AND RACE/ETHNICITY TO
002217*                 MATCH GRADE-SCHOOL-BATCH; MOVES WRITE THEM BLANK
002218*                 SO THE STORED CODES ARE KEPT.
002220*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
003600     SELECT REBALANCE-REPORT ASSIGN TO "REBALRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.

003710     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-LC-STATUS.

003740     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-LU-STATUS.

003770     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-OPS-LOG-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ROSTER-FILE.
005300     05 FR-IEP-FLAG           PIC X(01).
005301     05 FR-DOB                PIC 9(08).
005302     05 FR-SCHOOL-CODE        PIC 9(02).
005334     05 FR-GENDER             PIC X(01).
005366     05 FR-RACE-ETH           PIC X(01).

005400 FD  MOVE-TRANSACTIONS.
005500*----------------------------------------------------------------
006910     05 TX-EXIT-REASON        PIC X(01).
006920     05 TX-DOB                PIC 9(08).
006930     05 TX-SCHOOL-CODE        PIC 9(02).
006940     05 TX-GENDER             PIC X(01).
006950     05 TX-RACE-ETH           PIC X(01).

007000 FD  REBALANCE-REPORT.
007100 01  RPT-LINE                 PIC X(100).

007102 FD  LAYOUT-CONTROL.
007105*----------------------------------------------------------------
007108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
007111* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
007114*----------------------------------------------------------------
007117 01  LAYOUT-CONTROL-RECORD.
007120     05 LC-DATASET            PIC X(08).
007123     05 LC-VERSION            PIC 9(03).
007126     05 LC-LENGTH             PIC 9(05).
007129     05 LC-EFFECTIVE-DATE     PIC 9(08).

007132 FD  LAYOUT-USAGE-LOG.
007135*----------------------------------------------------------------
007138* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
007141* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
007144*----------------------------------------------------------------
007147 01  LAYOUT-USAGE-RECORD.
007150     05 LU-TIMESTAMP          PIC 9(14).
007152     05 LU-PROGRAM            PIC X(24).
007155     05 LU-DATASET            PIC X(08).
007158     05 LU-VERSION            PIC 9(03).
007161     05 LU-LENGTH             PIC 9(05).
007164     05 LU-RESULT             PIC X(08).

007167 FD  OPS-ERROR-LOG.
007170*----------------------------------------------------------------
007173* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
007176* SHARED SHOP-WIDE ERROR LOG.
007179*----------------------------------------------------------------
007182 01  OPS-ERROR-RECORD.
007185     05 OE-TIMESTAMP          PIC 9(14).
007188     05 OE-PROGRAM            PIC X(20).
007191     05 OE-FILE-NAME          PIC X(08).
007194     05 OE-OPERATION          PIC X(08).
007197     05 OE-STATUS             PIC XX.

007200 WORKING-STORAGE SECTION.
007300 01 WS-FILE-STATUS             PIC XX.
007400 01 WS-MAX-GRADE               PIC 99 COMP VALUE 12.
010310        05 ST-DOB             PIC 9(08).
010320        05 ST-SCHOOL-CODE     PIC 9(02).

010323*----------------------------------------------------------------
010327* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
010331* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
010335*----------------------------------------------------------------
010339 01 WS-LC-STATUS               PIC XX.
010342 01 WS-LU-STATUS               PIC XX.
010346 01 WS-OPS-LOG-STATUS          PIC XX.
010350 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
010354     88 LAYOUT-MISMATCH                  VALUE "Y".
010358 01 WS-LK-DATASET              PIC X(08).
010361 01 WS-LK-VERSION              PIC 9(03).
010365 01 WS-LK-LENGTH               PIC 9(05).
010369 01 WS-LK-RESULT               PIC X(08).
010373 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
010377 01 WS-LC-INDX                 PIC 9(03) COMP.
010380 01 LAYOUT-CONTROL-TABLE.
010384     02 LCT-ROW               OCCURS 50 TIMES.
010388        05 LCT-DATASET        PIC X(08).
010392        05 LCT-VERSION        PIC 9(03).
010396        05 LCT-LENGTH         PIC 9(05).

010400 PROCEDURE DIVISION.

010500 0000-MAINLINE.
010510     PERFORM 9800-CHECK-LAYOUTS
010520     IF LAYOUT-MISMATCH
010530        MOVE 16 TO RETURN-CODE
010540        GOBACK
010550     END-IF
010600     PERFORM 1000-INITIALIZE
010700     PERFORM 2000-REBALANCE-GRADE
010800         VARYING WS-GRADE FROM 0 BY 1
026310     MOVE SPACE TO TX-EXIT-REASON.
026320     MOVE ST-DOB(WS-PICK-INDX) TO TX-DOB.
026330     MOVE ST-SCHOOL-CODE(WS-PICK-INDX) TO TX-SCHOOL-CODE.
026340*    BLANK CODES LEAVE THE ROSTER'S GENDER/RACE-ETHNICITY AS IS.
026350     MOVE SPACE TO TX-GENDER.
026360     MOVE SPACE TO TX-RACE-ETH.
026400     WRITE TX-RECORD.
026500     ADD 1 TO WS-MOVE-COUNT.
026510     MOVE WS-MAX-SEC TO WS-FROM-SEC-DISP.
028600     WRITE RPT-LINE.
028700     CLOSE REBALANCE-REPORT.
028800     DISPLAY "GRADE-SCHOOL-REBAL MOVES PROPOSED: " WS-MOVE-COUNT.
028900
029000*----------------------------------------------------------------
029100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
029200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
029300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
029400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
029500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
029600*----------------------------------------------------------------
029700 9800-CHECK-LAYOUTS.
029800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
029900     OPEN EXTEND LAYOUT-USAGE-LOG.
030000     IF WS-LU-STATUS = "35"
030100        OPEN OUTPUT LAYOUT-USAGE-LOG
030200     END-IF.
030300     MOVE "ROSTERF" TO WS-LK-DATASET.
030400     MOVE 3 TO WS-LK-VERSION.
030500     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
030600     PERFORM 9820-CHECK-ONE-LAYOUT.
030700     CLOSE LAYOUT-USAGE-LOG.
030800
030900 9810-LOAD-LAYOUT-CONTROL.
031000     MOVE 0 TO WS-LC-COUNT.
031100     OPEN INPUT LAYOUT-CONTROL.
031200     IF WS-LC-STATUS NOT = "00"
031300        EXIT PARAGRAPH
031400     END-IF.
031500     PERFORM UNTIL WS-LC-STATUS NOT = "00"
031600        READ LAYOUT-CONTROL
031700            AT END MOVE "10" TO WS-LC-STATUS
031800        END-READ
031900        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
032000           ADD 1 TO WS-LC-COUNT
032100           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
032200           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
032300           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
032400        END-IF
032500     END-PERFORM.
032600     CLOSE LAYOUT-CONTROL.
032700
032800*----------------------------------------------------------------
032900* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
033000* AS NOCTL.
033100*----------------------------------------------------------------
033200 9820-CHECK-ONE-LAYOUT.
033300     MOVE "NOCTL" TO WS-LK-RESULT.
033400     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
033500             UNTIL WS-LC-INDX > WS-LC-COUNT
033600        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
033700           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
033800              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
033900              MOVE "CURRENT" TO WS-LK-RESULT
034000           ELSE
034100              MOVE "MISMATCH" TO WS-LK-RESULT
034200           END-IF
034300        END-IF
034400     END-PERFORM.
034500     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
034600     MOVE "GRADE-SCHOOL-REBAL" TO LU-PROGRAM.
034700     MOVE WS-LK-DATASET TO LU-DATASET.
034800     MOVE WS-LK-VERSION TO LU-VERSION.
034900     MOVE WS-LK-LENGTH TO LU-LENGTH.
035000     MOVE WS-LK-RESULT TO LU-RESULT.
035100     WRITE LAYOUT-USAGE-RECORD.
035200     IF WS-LK-RESULT NOT = "MISMATCH"
035300        EXIT PARAGRAPH
035400     END-IF.
035500     SET LAYOUT-MISMATCH TO TRUE.
035600     DISPLAY "GRADE-SCHOOL-REBAL HALTED: " WS-LK-DATASET
035700         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
035800         " DOES NOT MATCH LAYOUTCT".
035900     OPEN EXTEND OPS-ERROR-LOG.
036000     IF WS-OPS-LOG-STATUS = "35"
036100        OPEN OUTPUT OPS-ERROR-LOG
036200     END-IF.
036300     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
036400     MOVE "GRADE-SCHOOL-REBAL" TO OE-PROGRAM.
036500     MOVE WS-LK-DATASET TO OE-FILE-NAME.
036600     MOVE "LAYOUT" TO OE-OPERATION.
036700     MOVE "16" TO OE-STATUS.
036800     WRITE OPS-ERROR-RECORD.
036900     CLOSE OPS-ERROR-LOG.
