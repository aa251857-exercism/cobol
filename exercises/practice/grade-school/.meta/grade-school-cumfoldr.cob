001800*                 THE RELEASE -- WHO ASKED, THE AUTHORITY
001900*                 CITED, AND THE DATE -- TO CUMRELSE AS THE
002000*                 PRIVACY STATUTE REQUIRES.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002105* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002110*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002115*                 LAYOUT VERSION 3.
002116* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002117*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002118*                 VERSION 2.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
006200     SELECT PACKET-PRINT ASSIGN TO "CUMFLDR"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006407     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006415         ORGANIZATION IS LINE SEQUENTIAL
006423         FILE STATUS IS WS-LC-STATUS.
006430
006438     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006446         ORGANIZATION IS LINE SEQUENTIAL
006453         FILE STATUS IS WS-LU-STATUS.
006461
006469     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006476         ORGANIZATION IS LINE SEQUENTIAL
006484         FILE STATUS IS WS-OPS-LOG-STATUS.
006492
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARM-FILE.
009200     05 FR-IEP-FLAG           PIC X(01).
009300     05 FR-DOB                PIC 9(08).
009400     05 FR-SCHOOL-CODE        PIC 9(02).
009433     05 FR-GENDER             PIC X(01).
009466     05 FR-RACE-ETH           PIC X(01).
009500
009600 FD  COURSE-GRADE-FILE.
009700*----------------------------------------------------------------
010300        10 CG-COURSE          PIC X(20).
010400        10 CG-TERM            PIC X(06).
010500     05 CG-GRADE-POINTS       PIC 9V99.
010533     05 CG-CREDIT-TYPE        PIC X(01).
010566        88 CG-TRANSFER-CREDIT           VALUE "T".
010600
010700 FD  ATTENDANCE-FILE.
010800*----------------------------------------------------------------
015200 FD  PACKET-PRINT.
015300 01  PCK-LINE                 PIC X(100).
015400
015402 FD  LAYOUT-CONTROL.
015405*----------------------------------------------------------------
015408* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015410* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015413*----------------------------------------------------------------
015416 01  LAYOUT-CONTROL-RECORD.
015418     05 LC-DATASET            PIC X(08).
015421     05 LC-VERSION            PIC 9(03).
015424     05 LC-LENGTH             PIC 9(05).
015427     05 LC-EFFECTIVE-DATE     PIC 9(08).
015429
015432 FD  LAYOUT-USAGE-LOG.
015435*----------------------------------------------------------------
015437* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015440* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015443*----------------------------------------------------------------
015445 01  LAYOUT-USAGE-RECORD.
015448     05 LU-TIMESTAMP          PIC 9(14).
015451     05 LU-PROGRAM            PIC X(24).
015454     05 LU-DATASET            PIC X(08).
015456     05 LU-VERSION            PIC 9(03).
015459     05 LU-LENGTH             PIC 9(05).
015462     05 LU-RESULT             PIC X(08).
015464
015467 FD  OPS-ERROR-LOG.
015470*----------------------------------------------------------------
015472* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015475* SHARED SHOP-WIDE ERROR LOG.
015478*----------------------------------------------------------------
015481 01  OPS-ERROR-RECORD.
015483     05 OE-TIMESTAMP          PIC 9(14).
015486     05 OE-PROGRAM            PIC X(20).
015489     05 OE-FILE-NAME          PIC X(08).
015491     05 OE-OPERATION          PIC X(08).
015494     05 OE-STATUS             PIC XX.
015497
015500 WORKING-STORAGE SECTION.
015600 01 WS-PARM-STATUS             PIC XX.
015700 01 WS-FILE-STATUS             PIC XX.
018600        05 YT-TARDY           PIC 9(04) COMP.
018700        05 YT-SUSPENDED       PIC 9(04) COMP.
018800
018804*----------------------------------------------------------------
018809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
018813* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
018818*----------------------------------------------------------------
018822 01 WS-LC-STATUS               PIC XX.
018827 01 WS-LU-STATUS               PIC XX.
018831 01 WS-OPS-LOG-STATUS          PIC XX.
018836 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
018840     88 LAYOUT-MISMATCH                  VALUE "Y".
018845 01 WS-LK-DATASET              PIC X(08).
018850 01 WS-LK-VERSION              PIC 9(03).
018854 01 WS-LK-LENGTH               PIC 9(05).
018859 01 WS-LK-RESULT               PIC X(08).
018863 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
018868 01 WS-LC-INDX                 PIC 9(03) COMP.
018872 01 LAYOUT-CONTROL-TABLE.
018877     02 LCT-ROW               OCCURS 50 TIMES.
018881        05 LCT-DATASET        PIC X(08).
018886        05 LCT-VERSION        PIC 9(03).
018890        05 LCT-LENGTH         PIC 9(05).
018895
018900 PROCEDURE DIVISION.
019000
019100 0000-MAINLINE.
019110     PERFORM 9800-CHECK-LAYOUTS
019120     IF LAYOUT-MISMATCH
019130        MOVE 16 TO RETURN-CODE
019140        GOBACK
019150     END-IF
019200     PERFORM 1000-INITIALIZE
019300     PERFORM 2000-IDENTITY-PAGE
019400     PERFORM 3000-GRADE-HISTORY
049900     MOVE WS-WORK-LINE TO PCK-LINE.
050000     WRITE PCK-LINE.
050100     ADD 1 TO WS-LINES-ON-PAGE.
050200
050300*----------------------------------------------------------------
050400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
050500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
050600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
050700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
050800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
050900*----------------------------------------------------------------
051000 9800-CHECK-LAYOUTS.
051100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
051200     OPEN EXTEND LAYOUT-USAGE-LOG.
051300     IF WS-LU-STATUS = "35"
051400        OPEN OUTPUT LAYOUT-USAGE-LOG
051500     END-IF.
051600     MOVE "ROSTERF" TO WS-LK-DATASET.
051700     MOVE 3 TO WS-LK-VERSION.
051800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
051900     PERFORM 9820-CHECK-ONE-LAYOUT.
052000     MOVE "CRSGRADE" TO WS-LK-DATASET.
052100     MOVE 2 TO WS-LK-VERSION.
052200     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
052300     PERFORM 9820-CHECK-ONE-LAYOUT.
052400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
052500     MOVE 2 TO WS-LK-VERSION.
052600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
052700     PERFORM 9820-CHECK-ONE-LAYOUT.
052800     CLOSE LAYOUT-USAGE-LOG.
052900
053000 9810-LOAD-LAYOUT-CONTROL.
053100     MOVE 0 TO WS-LC-COUNT.
053200     OPEN INPUT LAYOUT-CONTROL.
053300     IF WS-LC-STATUS NOT = "00"
053400        EXIT PARAGRAPH
053500     END-IF.
053600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
053700        READ LAYOUT-CONTROL
053800            AT END MOVE "10" TO WS-LC-STATUS
053900        END-READ
054000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
054100           ADD 1 TO WS-LC-COUNT
054200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
054300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
054400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
054500        END-IF
054600     END-PERFORM.
054700     CLOSE LAYOUT-CONTROL.
054800
054900*----------------------------------------------------------------
055000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
055100* AS NOCTL.
055200*----------------------------------------------------------------
055300 9820-CHECK-ONE-LAYOUT.
055400     MOVE "NOCTL" TO WS-LK-RESULT.
055500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
055600             UNTIL WS-LC-INDX > WS-LC-COUNT
055700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
055800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
055900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
056000              MOVE "CURRENT" TO WS-LK-RESULT
056100           ELSE
056200              MOVE "MISMATCH" TO WS-LK-RESULT
056300           END-IF
056400        END-IF
056500     END-PERFORM.
056600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
056700     MOVE "GRADE-SCHOOL-CUMFOLDR" TO LU-PROGRAM.
056800     MOVE WS-LK-DATASET TO LU-DATASET.
056900     MOVE WS-LK-VERSION TO LU-VERSION.
057000     MOVE WS-LK-LENGTH TO LU-LENGTH.
057100     MOVE WS-LK-RESULT TO LU-RESULT.
057200     WRITE LAYOUT-USAGE-RECORD.
057300     IF WS-LK-RESULT NOT = "MISMATCH"
057400        EXIT PARAGRAPH
057500     END-IF.
057600     SET LAYOUT-MISMATCH TO TRUE.
057700     DISPLAY "GRADE-SCHOOL-CUMFOLDR HALTED: " WS-LK-DATASET
057800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
057900         " DOES NOT MATCH LAYOUTCT".
058000     OPEN EXTEND OPS-ERROR-LOG.
058100     IF WS-OPS-LOG-STATUS = "35"
058200        OPEN OUTPUT OPS-ERROR-LOG
058300     END-IF.
058400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
058500     MOVE "GRADE-SCHOOL-CUMFOLDR" TO OE-PROGRAM.
058600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
058700     MOVE "LAYOUT" TO OE-OPERATION.
058800     MOVE "16" TO OE-STATUS.
058900     WRITE OPS-ERROR-RECORD.
059000     CLOSE OPS-ERROR-LOG.
