001700*                 THE LAST AUDITED AFTER VALUES, GOES ON THE
001800*                 EXCEPTION REPORT -- SO THE NEXT RESTORE
001900*                 INCIDENT IS PROVABLE INSTEAD OF ARGUABLE.
001920* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001940*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001960*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001980*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002000*                 OPSERRLG ENTRY.
002005* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002010*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002015*                 LAYOUT VERSION 3.
002020*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
003500     SELECT RECON-REPORT ASSIGN TO "RECONRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL.

003607     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003615         ORGANIZATION IS LINE SEQUENTIAL
003623         FILE STATUS IS WS-LC-STATUS.
003630
003638     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003646         ORGANIZATION IS LINE SEQUENTIAL
003653         FILE STATUS IS WS-LU-STATUS.
003661
003669     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003676         ORGANIZATION IS LINE SEQUENTIAL
003684         FILE STATUS IS WS-OPS-LOG-STATUS.
003692
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  AUDIT-FILE.
006500     05 FR-IEP-FLAG           PIC X(01).
006501     05 FR-DOB                PIC 9(08).
006502     05 FR-SCHOOL-CODE        PIC 9(02).
006534     05 FR-GENDER             PIC X(01).
006566     05 FR-RACE-ETH           PIC X(01).

006600 FD  RECON-REPORT.
006700 01  RPT-LINE                 PIC X(100).

006702 FD  LAYOUT-CONTROL.
006705*----------------------------------------------------------------
006708* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006710* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006713*----------------------------------------------------------------
006716 01  LAYOUT-CONTROL-RECORD.
006718     05 LC-DATASET            PIC X(08).
006721     05 LC-VERSION            PIC 9(03).
006724     05 LC-LENGTH             PIC 9(05).
006727     05 LC-EFFECTIVE-DATE     PIC 9(08).
006729
006732 FD  LAYOUT-USAGE-LOG.
006735*----------------------------------------------------------------
006737* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006740* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006743*----------------------------------------------------------------
006745 01  LAYOUT-USAGE-RECORD.
006748     05 LU-TIMESTAMP          PIC 9(14).
006751     05 LU-PROGRAM            PIC X(24).
006754     05 LU-DATASET            PIC X(08).
006756     05 LU-VERSION            PIC 9(03).
006759     05 LU-LENGTH             PIC 9(05).
006762     05 LU-RESULT             PIC X(08).
006764
006767 FD  OPS-ERROR-LOG.
006770*----------------------------------------------------------------
006772* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006775* SHARED SHOP-WIDE ERROR LOG.
006778*----------------------------------------------------------------
006781 01  OPS-ERROR-RECORD.
006783     05 OE-TIMESTAMP          PIC 9(14).
006786     05 OE-PROGRAM            PIC X(20).
006789     05 OE-FILE-NAME          PIC X(08).
006791     05 OE-OPERATION          PIC X(08).
006794     05 OE-STATUS             PIC XX.
006797
006800 WORKING-STORAGE SECTION.
006900 01 WS-AUDIT-STATUS            PIC XX.
007000 01 WS-FILE-STATUS             PIC XX.
009100           88 XP-SEEN-ON-ROSTER          VALUE "Y".
009200           88 XP-NOT-ON-ROSTER           VALUE "N".

009204*----------------------------------------------------------------
009209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
009213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
009218*----------------------------------------------------------------
009222 01 WS-LC-STATUS               PIC XX.
009227 01 WS-LU-STATUS               PIC XX.
009231 01 WS-OPS-LOG-STATUS          PIC XX.
009236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
009240     88 LAYOUT-MISMATCH                  VALUE "Y".
009245 01 WS-LK-DATASET              PIC X(08).
009250 01 WS-LK-VERSION              PIC 9(03).
009254 01 WS-LK-LENGTH               PIC 9(05).
009259 01 WS-LK-RESULT               PIC X(08).
009263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
009268 01 WS-LC-INDX                 PIC 9(03) COMP.
009272 01 LAYOUT-CONTROL-TABLE.
009277     02 LCT-ROW               OCCURS 50 TIMES.
009281        05 LCT-DATASET        PIC X(08).
009286        05 LCT-VERSION        PIC 9(03).
009290        05 LCT-LENGTH         PIC 9(05).
009295
009300 PROCEDURE DIVISION.

009400 0000-MAINLINE.
009410     PERFORM 9800-CHECK-LAYOUTS
009420     IF LAYOUT-MISMATCH
009430        MOVE 16 TO RETURN-CODE
009440        GOBACK
009450     END-IF
009500     PERFORM 1000-INITIALIZE
009600     PERFORM 2000-REPLAY-AUDIT-TRAIL
009700         UNTIL WS-AUDIT-STATUS NOT = "00"
023700         WS-AUDIT-COUNT.
023800     DISPLAY "  ROSTER RECORDS:    " WS-ROSTER-COUNT.
023900     DISPLAY "  EXCEPTIONS:        " WS-EXCEPTION-COUNT.
024000
024100*----------------------------------------------------------------
024200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
024300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
024400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
024500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
024600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
024700*----------------------------------------------------------------
024800 9800-CHECK-LAYOUTS.
024900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
025000     OPEN EXTEND LAYOUT-USAGE-LOG.
025100     IF WS-LU-STATUS = "35"
025200        OPEN OUTPUT LAYOUT-USAGE-LOG
025300     END-IF.
025400     MOVE "ROSTERF" TO WS-LK-DATASET.
025500     MOVE 3 TO WS-LK-VERSION.
025600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
025700     PERFORM 9820-CHECK-ONE-LAYOUT.
025800     CLOSE LAYOUT-USAGE-LOG.
025900
026000 9810-LOAD-LAYOUT-CONTROL.
026100     MOVE 0 TO WS-LC-COUNT.
026200     OPEN INPUT LAYOUT-CONTROL.
026300     IF WS-LC-STATUS NOT = "00"
026400        EXIT PARAGRAPH
026500     END-IF.
026600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
026700        READ LAYOUT-CONTROL
026800            AT END MOVE "10" TO WS-LC-STATUS
026900        END-READ
027000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
027100           ADD 1 TO WS-LC-COUNT
027200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
027300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
027400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
027500        END-IF
027600     END-PERFORM.
027700     CLOSE LAYOUT-CONTROL.
027800
027900*----------------------------------------------------------------
028000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
028100* AS NOCTL.
028200*----------------------------------------------------------------
028300 9820-CHECK-ONE-LAYOUT.
028400     MOVE "NOCTL" TO WS-LK-RESULT.
028500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
028600             UNTIL WS-LC-INDX > WS-LC-COUNT
028700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
028800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
028900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
029000              MOVE "CURRENT" TO WS-LK-RESULT
029100           ELSE
029200              MOVE "MISMATCH" TO WS-LK-RESULT
029300           END-IF
029400        END-IF
029500     END-PERFORM.
029600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
029700     MOVE "GRADE-SCHOOL-AUDRECON" TO LU-PROGRAM.
029800     MOVE WS-LK-DATASET TO LU-DATASET.
029900     MOVE WS-LK-VERSION TO LU-VERSION.
030000     MOVE WS-LK-LENGTH TO LU-LENGTH.
030100     MOVE WS-LK-RESULT TO LU-RESULT.
030200     WRITE LAYOUT-USAGE-RECORD.
030300     IF WS-LK-RESULT NOT = "MISMATCH"
030400        EXIT PARAGRAPH
030500     END-IF.
030600     SET LAYOUT-MISMATCH TO TRUE.
030700     DISPLAY "GRADE-SCHOOL-AUDRECON HALTED: " WS-LK-DATASET
030800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
030900         " DOES NOT MATCH LAYOUTCT".
031000     OPEN EXTEND OPS-ERROR-LOG.
031100     IF WS-OPS-LOG-STATUS = "35"
031200        OPEN OUTPUT OPS-ERROR-LOG
031300     END-IF.
031400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
031500     MOVE "GRADE-SCHOOL-AUDRECON" TO OE-PROGRAM.
031600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
031700     MOVE "LAYOUT" TO OE-OPERATION.
031800     MOVE "16" TO OE-STATUS.
031900     WRITE OPS-ERROR-RECORD.
032000     CLOSE OPS-ERROR-LOG.
