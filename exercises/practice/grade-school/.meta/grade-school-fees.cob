001600*                 FAMILY STATEMENTS GROUPED BY FR-HOUSEHOLD-ID;
001700*                 "AGING" PRINTS THE YEAR-END OUTSTANDING-
001800*                 BALANCES REPORT BUCKETED 0-30/31-60/61+ DAYS.
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
004800     SELECT FEE-REPORT ASSIGN TO "FEERPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005007     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005015         ORGANIZATION IS LINE SEQUENTIAL
005023         FILE STATUS IS WS-LC-STATUS.
005030
005038     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005046         ORGANIZATION IS LINE SEQUENTIAL
005053         FILE STATUS IS WS-LU-STATUS.
005061
005069     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005076         ORGANIZATION IS LINE SEQUENTIAL
005084         FILE STATUS IS WS-OPS-LOG-STATUS.
005092
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PARM-FILE.
009700     05 FR-IEP-FLAG           PIC X(01).
009800     05 FR-DOB                PIC 9(08).
009900     05 FR-SCHOOL-CODE        PIC 9(02).
009933     05 FR-GENDER             PIC X(01).
009966     05 FR-RACE-ETH           PIC X(01).
010000
010100 FD  REJECT-FILE.
010200 01  REJ-RECORD.
010700 FD  FEE-REPORT.
010800 01  RPT-LINE                 PIC X(100).
010900
010902 FD  LAYOUT-CONTROL.
010905*----------------------------------------------------------------
010908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
010910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
010913*----------------------------------------------------------------
010916 01  LAYOUT-CONTROL-RECORD.
010918     05 LC-DATASET            PIC X(08).
010921     05 LC-VERSION            PIC 9(03).
010924     05 LC-LENGTH             PIC 9(05).
010927     05 LC-EFFECTIVE-DATE     PIC 9(08).
010929
010932 FD  LAYOUT-USAGE-LOG.
010935*----------------------------------------------------------------
010937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
010940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
010943*----------------------------------------------------------------
010945 01  LAYOUT-USAGE-RECORD.
010948     05 LU-TIMESTAMP          PIC 9(14).
010951     05 LU-PROGRAM            PIC X(24).
010954     05 LU-DATASET            PIC X(08).
010956     05 LU-VERSION            PIC 9(03).
010959     05 LU-LENGTH             PIC 9(05).
010962     05 LU-RESULT             PIC X(08).
010964
010967 FD  OPS-ERROR-LOG.
010970*----------------------------------------------------------------
010972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
010975* SHARED SHOP-WIDE ERROR LOG.
010978*----------------------------------------------------------------
010981 01  OPS-ERROR-RECORD.
010983     05 OE-TIMESTAMP          PIC 9(14).
010986     05 OE-PROGRAM            PIC X(20).
010989     05 OE-FILE-NAME          PIC X(08).
010991     05 OE-OPERATION          PIC X(08).
010994     05 OE-STATUS             PIC XX.
010997
011000 WORKING-STORAGE SECTION.
011100 01 WS-PARM-STATUS             PIC XX.
011200 01 WS-TX-STATUS               PIC XX.
016500 01 WS-BUCKET-OVER             PIC 9(07)V99.
016600 01 WS-FOUND-INDX              PIC 9(04) COMP.
016700
016704*----------------------------------------------------------------
016709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016718*----------------------------------------------------------------
016722 01 WS-LC-STATUS               PIC XX.
016727 01 WS-LU-STATUS               PIC XX.
016731 01 WS-OPS-LOG-STATUS          PIC XX.
016736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016740     88 LAYOUT-MISMATCH                  VALUE "Y".
016745 01 WS-LK-DATASET              PIC X(08).
016750 01 WS-LK-VERSION              PIC 9(03).
016754 01 WS-LK-LENGTH               PIC 9(05).
016759 01 WS-LK-RESULT               PIC X(08).
016763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016768 01 WS-LC-INDX                 PIC 9(03) COMP.
016772 01 LAYOUT-CONTROL-TABLE.
016777     02 LCT-ROW               OCCURS 50 TIMES.
016781        05 LCT-DATASET        PIC X(08).
016786        05 LCT-VERSION        PIC 9(03).
016790        05 LCT-LENGTH         PIC 9(05).
016795
016800 PROCEDURE DIVISION.
016900
017000 0000-MAINLINE.
017010     PERFORM 9800-CHECK-LAYOUTS
017020     IF LAYOUT-MISMATCH
017030        MOVE 16 TO RETURN-CODE
017040        GOBACK
017050     END-IF
017100     PERFORM 1000-INITIALIZE
017200     EVALUATE WS-RUN-MODE
017300         WHEN "POST"
048200     IF WS-REJECT-COUNT > 0
048300        MOVE 4 TO RETURN-CODE
048400     END-IF.
048500
048600*----------------------------------------------------------------
048700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
048800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
048900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
049000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
049100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
049200*----------------------------------------------------------------
049300 9800-CHECK-LAYOUTS.
049400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
049500     OPEN EXTEND LAYOUT-USAGE-LOG.
049600     IF WS-LU-STATUS = "35"
049700        OPEN OUTPUT LAYOUT-USAGE-LOG
049800     END-IF.
049900     MOVE "ROSTERF" TO WS-LK-DATASET.
050000     MOVE 3 TO WS-LK-VERSION.
050100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
050200     PERFORM 9820-CHECK-ONE-LAYOUT.
050300     CLOSE LAYOUT-USAGE-LOG.
050400
050500 9810-LOAD-LAYOUT-CONTROL.
050600     MOVE 0 TO WS-LC-COUNT.
050700     OPEN INPUT LAYOUT-CONTROL.
050800     IF WS-LC-STATUS NOT = "00"
050900        EXIT PARAGRAPH
051000     END-IF.
051100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
051200        READ LAYOUT-CONTROL
051300            AT END MOVE "10" TO WS-LC-STATUS
051400        END-READ
051500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
051600           ADD 1 TO WS-LC-COUNT
051700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
051800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
051900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
052000        END-IF
052100     END-PERFORM.
052200     CLOSE LAYOUT-CONTROL.
052300
052400*----------------------------------------------------------------
052500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
052600* AS NOCTL.
052700*----------------------------------------------------------------
052800 9820-CHECK-ONE-LAYOUT.
052900     MOVE "NOCTL" TO WS-LK-RESULT.
053000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
053100             UNTIL WS-LC-INDX > WS-LC-COUNT
053200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
053300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
053400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
053500              MOVE "CURRENT" TO WS-LK-RESULT
053600           ELSE
053700              MOVE "MISMATCH" TO WS-LK-RESULT
053800           END-IF
053900        END-IF
054000     END-PERFORM.
054100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
054200     MOVE "GRADE-SCHOOL-FEES" TO LU-PROGRAM.
054300     MOVE WS-LK-DATASET TO LU-DATASET.
054400     MOVE WS-LK-VERSION TO LU-VERSION.
054500     MOVE WS-LK-LENGTH TO LU-LENGTH.
054600     MOVE WS-LK-RESULT TO LU-RESULT.
054700     WRITE LAYOUT-USAGE-RECORD.
054800     IF WS-LK-RESULT NOT = "MISMATCH"
054900        EXIT PARAGRAPH
055000     END-IF.
055100     SET LAYOUT-MISMATCH TO TRUE.
055200     DISPLAY "GRADE-SCHOOL-FEES HALTED: " WS-LK-DATASET
055300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
055400         " DOES NOT MATCH LAYOUTCT".
055500     OPEN EXTEND OPS-ERROR-LOG.
055600     IF WS-OPS-LOG-STATUS = "35"
055700        OPEN OUTPUT OPS-ERROR-LOG
055800     END-IF.
055900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
056000     MOVE "GRADE-SCHOOL-FEES" TO OE-PROGRAM.
056100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
056200     MOVE "LAYOUT" TO OE-OPERATION.
056300     MOVE "16" TO OE-STATUS.
056400     WRITE OPS-ERROR-RECORD.
056500     CLOSE OPS-ERROR-LOG.
