002100*                 AUDITED STEP (XFEROUT/XFERIN ON ROSTRAUD, NO
002200*                 EXIT LOGGED), AND CARRIES THE STUDENT'S
002300*                 CRSGRADE AND ATTNDNCE HISTORY ACROSS.
002325* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002350*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002375*                 LAYOUT VERSION 3.
002381* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002387*                 (TRANSFER-CREDIT FLAG, CRSGRADE LAYOUT VERSION
002393*                 2); THE FLAG MOVES ACROSS WITH THE GRADE ROW.
002394* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002395*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002396*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002397*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002398*                 OPSERRLG ENTRY.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007900     SELECT TRANSFER-EXCEPTIONS ASSIGN TO "XFEREXCP"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008107     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008114         ORGANIZATION IS LINE SEQUENTIAL
008121         FILE STATUS IS WS-LC-STATUS.
008128
008135     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
008142         ORGANIZATION IS LINE SEQUENTIAL
008149         FILE STATUS IS WS-LU-STATUS.
008156
008163     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
008170         ORGANIZATION IS LINE SEQUENTIAL
008177         FILE STATUS IS WS-OPS-LOG-STATUS.
008184
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TRANSFER-TRANSACTIONS.
010700     05 FRS-IEP-FLAG          PIC X(01).
010800     05 FRS-DOB               PIC 9(08).
010900     05 FRS-SCHOOL-CODE       PIC 9(02).
010933     05 FRS-GENDER            PIC X(01).
010966     05 FRS-RACE-ETH          PIC X(01).
011000
011100 FD  RECEIVING-ROSTER.
011200 01  RECEIVING-RECORD.
011900     05 FRR-IEP-FLAG          PIC X(01).
012000     05 FRR-DOB               PIC 9(08).
012100     05 FRR-SCHOOL-CODE       PIC 9(02).
012133     05 FRR-GENDER            PIC X(01).
012166     05 FRR-RACE-ETH          PIC X(01).
012200
012300*----------------------------------------------------------------
012400* GRADE AND ATTENDANCE LAYOUTS MUST MATCH GRADE-SCHOOL'S.
012810        10 CGS-COURSE         PIC X(20).
012820        10 CGS-TERM           PIC X(06).
012900     05 CGS-GRADE-POINTS      PIC 9V99.
012950     05 CGS-CREDIT-TYPE       PIC X(01).
013000
013100 FD  RECEIVING-GRADES.
013200 01  CGR-RECORD.
013310        10 CGR-COURSE         PIC X(20).
013320        10 CGR-TERM           PIC X(06).
013400     05 CGR-GRADE-POINTS      PIC 9V99.
013600     05 CGR-CREDIT-TYPE       PIC X(01).
013800
013900 FD  SENDING-ATTENDANCE.
014000 01  ATS-RECORD.
018000 FD  TRANSFER-EXCEPTIONS.
018100 01  EXC-LINE                 PIC X(100).
018200
018202 FD  LAYOUT-CONTROL.
018204*----------------------------------------------------------------
018206* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018208* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018210*----------------------------------------------------------------
018212 01  LAYOUT-CONTROL-RECORD.
018214     05 LC-DATASET            PIC X(08).
018216     05 LC-VERSION            PIC 9(03).
018218     05 LC-LENGTH             PIC 9(05).
018220     05 LC-EFFECTIVE-DATE     PIC 9(08).
018222
018224 FD  LAYOUT-USAGE-LOG.
018226*----------------------------------------------------------------
018228* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018230* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018232*----------------------------------------------------------------
018234 01  LAYOUT-USAGE-RECORD.
018236     05 LU-TIMESTAMP          PIC 9(14).
018238     05 LU-PROGRAM            PIC X(24).
018240     05 LU-DATASET            PIC X(08).
018242     05 LU-VERSION            PIC 9(03).
018244     05 LU-LENGTH             PIC 9(05).
018246     05 LU-RESULT             PIC X(08).
018248
018250 FD  OPS-ERROR-LOG.
018252*----------------------------------------------------------------
018254* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
018256* SHARED SHOP-WIDE ERROR LOG.
018258*----------------------------------------------------------------
018260 01  OPS-ERROR-RECORD.
018262     05 OE-TIMESTAMP          PIC 9(14).
018264     05 OE-PROGRAM            PIC X(20).
018266     05 OE-FILE-NAME          PIC X(08).
018268     05 OE-OPERATION          PIC X(08).
018270     05 OE-STATUS             PIC XX.
018272
018300 WORKING-STORAGE SECTION.
018400 01 WS-TX-STATUS               PIC XX.
018500 01 WS-SEND-STATUS             PIC XX.
020100 01 WS-SECTION-COUNT           PIC 9(04) COMP.
020200 01 WS-REJECT-REASON           PIC X(08).
020300
020304*----------------------------------------------------------------
020308* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
020312* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
020316*----------------------------------------------------------------
020320 01 WS-LC-STATUS               PIC XX.
020324 01 WS-LU-STATUS               PIC XX.
020328 01 WS-OPS-LOG-STATUS          PIC XX.
020332 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
020336     88 LAYOUT-MISMATCH                  VALUE "Y".
020340 01 WS-LK-DATASET              PIC X(08).
020344 01 WS-LK-VERSION              PIC 9(03).
020348 01 WS-LK-LENGTH               PIC 9(05).
020352 01 WS-LK-RESULT               PIC X(08).
020356 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
020360 01 WS-LC-INDX                 PIC 9(03) COMP.
020364 01 LAYOUT-CONTROL-TABLE.
020368     02 LCT-ROW               OCCURS 50 TIMES.
020372        05 LCT-DATASET        PIC X(08).
020376        05 LCT-VERSION        PIC 9(03).
020380        05 LCT-LENGTH         PIC 9(05).
020384
020400 PROCEDURE DIVISION.
020500
020600 0000-MAINLINE.
020616     PERFORM 9800-CHECK-LAYOUTS
020632     IF LAYOUT-MISMATCH
020648        MOVE 16 TO RETURN-CODE
020664        GOBACK
020680     END-IF
020700     PERFORM 1000-INITIALIZE
020800     PERFORM 2000-PROCESS-TRANSACTIONS
020900         UNTIL END-OF-TRANSACTIONS
026800     MOVE FRS-IEP-FLAG TO FRR-IEP-FLAG.
026900     MOVE FRS-DOB TO FRR-DOB.
027000     MOVE TX-TO-SCHOOL TO FRR-SCHOOL-CODE.
027030     MOVE FRS-GENDER TO FRR-GENDER.
027060     MOVE FRS-RACE-ETH TO FRR-RACE-ETH.
027100     WRITE RECEIVING-RECORD
027200         INVALID KEY
027300            MOVE "DUPADD" TO WS-REJECT-REASON
046000     IF WS-REJECT-COUNT > 0
046100        MOVE 4 TO RETURN-CODE
046200     END-IF.
046300
046400*----------------------------------------------------------------
046500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
046600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
046700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
046800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
046900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
047000*----------------------------------------------------------------
047100 9800-CHECK-LAYOUTS.
047200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
047300     OPEN EXTEND LAYOUT-USAGE-LOG.
047400     IF WS-LU-STATUS = "35"
047500        OPEN OUTPUT LAYOUT-USAGE-LOG
047600     END-IF.
047700     MOVE "ROSTERF" TO WS-LK-DATASET.
047800     MOVE 3 TO WS-LK-VERSION.
047900     MOVE LENGTH OF SENDING-RECORD TO WS-LK-LENGTH.
048000     PERFORM 9820-CHECK-ONE-LAYOUT.
048100     MOVE "ROSTERF" TO WS-LK-DATASET.
048200     MOVE 3 TO WS-LK-VERSION.
048300     MOVE LENGTH OF RECEIVING-RECORD TO WS-LK-LENGTH.
048400     PERFORM 9820-CHECK-ONE-LAYOUT.
048500     MOVE "CRSGRADE" TO WS-LK-DATASET.
048600     MOVE 2 TO WS-LK-VERSION.
048700     MOVE LENGTH OF CGS-RECORD TO WS-LK-LENGTH.
048800     PERFORM 9820-CHECK-ONE-LAYOUT.
048900     MOVE "CRSGRADE" TO WS-LK-DATASET.
049000     MOVE 2 TO WS-LK-VERSION.
049100     MOVE LENGTH OF CGR-RECORD TO WS-LK-LENGTH.
049200     PERFORM 9820-CHECK-ONE-LAYOUT.
049300     MOVE "ATTNDNCE" TO WS-LK-DATASET.
049400     MOVE 2 TO WS-LK-VERSION.
049500     MOVE LENGTH OF ATS-RECORD TO WS-LK-LENGTH.
049600     PERFORM 9820-CHECK-ONE-LAYOUT.
049700     MOVE "ATTNDNCE" TO WS-LK-DATASET.
049800     MOVE 2 TO WS-LK-VERSION.
049900     MOVE LENGTH OF ATR-RECORD TO WS-LK-LENGTH.
050000     PERFORM 9820-CHECK-ONE-LAYOUT.
050100     CLOSE LAYOUT-USAGE-LOG.
050200
050300 9810-LOAD-LAYOUT-CONTROL.
050400     MOVE 0 TO WS-LC-COUNT.
050500     OPEN INPUT LAYOUT-CONTROL.
050600     IF WS-LC-STATUS NOT = "00"
050700        EXIT PARAGRAPH
050800     END-IF.
050900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
051000        READ LAYOUT-CONTROL
051100            AT END MOVE "10" TO WS-LC-STATUS
051200        END-READ
051300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
051400           ADD 1 TO WS-LC-COUNT
051500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
051600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
051700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
051800        END-IF
051900     END-PERFORM.
052000     CLOSE LAYOUT-CONTROL.
052100
052200*----------------------------------------------------------------
052300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
052400* AS NOCTL.
052500*----------------------------------------------------------------
052600 9820-CHECK-ONE-LAYOUT.
052700     MOVE "NOCTL" TO WS-LK-RESULT.
052800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
052900             UNTIL WS-LC-INDX > WS-LC-COUNT
053000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
053100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
053200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
053300              MOVE "CURRENT" TO WS-LK-RESULT
053400           ELSE
053500              MOVE "MISMATCH" TO WS-LK-RESULT
053600           END-IF
053700        END-IF
053800     END-PERFORM.
053900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
054000     MOVE "GRADE-SCHOOL-XFER" TO LU-PROGRAM.
054100     MOVE WS-LK-DATASET TO LU-DATASET.
054200     MOVE WS-LK-VERSION TO LU-VERSION.
054300     MOVE WS-LK-LENGTH TO LU-LENGTH.
054400     MOVE WS-LK-RESULT TO LU-RESULT.
054500     WRITE LAYOUT-USAGE-RECORD.
054600     IF WS-LK-RESULT NOT = "MISMATCH"
054700        EXIT PARAGRAPH
054800     END-IF.
054900     SET LAYOUT-MISMATCH TO TRUE.
055000     DISPLAY "GRADE-SCHOOL-XFER HALTED: " WS-LK-DATASET
055100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
055200         " DOES NOT MATCH LAYOUTCT".
055300     OPEN EXTEND OPS-ERROR-LOG.
055400     IF WS-OPS-LOG-STATUS = "35"
055500        OPEN OUTPUT OPS-ERROR-LOG
055600     END-IF.
055700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
055800     MOVE "GRADE-SCHOOL-XFER" TO OE-PROGRAM.
055900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
056000     MOVE "LAYOUT" TO OE-OPERATION.
056100     MOVE "16" TO OE-STATUS.
056200     WRITE OPS-ERROR-RECORD.
056300     CLOSE OPS-ERROR-LOG.
