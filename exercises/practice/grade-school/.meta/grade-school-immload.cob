001800*                 FOR THE NURSE, THE SAME GATE
001900*                 RECORD-IMMUNIZATION PUTS IN FRONT OF ITS
002000*                 FILE.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002105* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002110*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002115*                 LAYOUT VERSION 3.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REJECT-STATUS.
004500
004507     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004515         ORGANIZATION IS LINE SEQUENTIAL
004523         FILE STATUS IS WS-LC-STATUS.
004530
004538     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004546         ORGANIZATION IS LINE SEQUENTIAL
004553         FILE STATUS IS WS-LU-STATUS.
004561
004569     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004576         ORGANIZATION IS LINE SEQUENTIAL
004584         FILE STATUS IS WS-OPS-LOG-STATUS.
004592
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STATE-DOSE-FILE.
007800     05 FR-IEP-FLAG           PIC X(01).
007900     05 FR-DOB                PIC 9(08).
008000     05 FR-SCHOOL-CODE        PIC 9(02).
008033     05 FR-GENDER             PIC X(01).
008066     05 FR-RACE-ETH           PIC X(01).
008100
008200 FD  REJECT-FILE.
008300 01  REJ-RECORD.
008500     05 FILLER                PIC X(01).
008600     05 REJ-REASON            PIC X(08).
008700
008702 FD  LAYOUT-CONTROL.
008705*----------------------------------------------------------------
008708* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
008710* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
008713*----------------------------------------------------------------
008716 01  LAYOUT-CONTROL-RECORD.
008718     05 LC-DATASET            PIC X(08).
008721     05 LC-VERSION            PIC 9(03).
008724     05 LC-LENGTH             PIC 9(05).
008727     05 LC-EFFECTIVE-DATE     PIC 9(08).
008729
008732 FD  LAYOUT-USAGE-LOG.
008735*----------------------------------------------------------------
008737* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
008740* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
008743*----------------------------------------------------------------
008745 01  LAYOUT-USAGE-RECORD.
008748     05 LU-TIMESTAMP          PIC 9(14).
008751     05 LU-PROGRAM            PIC X(24).
008754     05 LU-DATASET            PIC X(08).
008756     05 LU-VERSION            PIC 9(03).
008759     05 LU-LENGTH             PIC 9(05).
008762     05 LU-RESULT             PIC X(08).
008764
008767 FD  OPS-ERROR-LOG.
008770*----------------------------------------------------------------
008772* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
008775* SHARED SHOP-WIDE ERROR LOG.
008778*----------------------------------------------------------------
008781 01  OPS-ERROR-RECORD.
008783     05 OE-TIMESTAMP          PIC 9(14).
008786     05 OE-PROGRAM            PIC X(20).
008789     05 OE-FILE-NAME          PIC X(08).
008791     05 OE-OPERATION          PIC X(08).
008794     05 OE-STATUS             PIC XX.
008797
008800 WORKING-STORAGE SECTION.
008900 01 WS-ST-STATUS               PIC XX.
009000 01 WS-IMM-STATUS              PIC XX.
011100        05 IMM-T-VACCINE      PIC X(08).
011200        05 IMM-T-DOSE-DATE    PIC 9(08).
011300
011304*----------------------------------------------------------------
011309* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
011313* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
011318*----------------------------------------------------------------
011322 01 WS-LC-STATUS               PIC XX.
011327 01 WS-LU-STATUS               PIC XX.
011331 01 WS-OPS-LOG-STATUS          PIC XX.
011336 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
011340     88 LAYOUT-MISMATCH                  VALUE "Y".
011345 01 WS-LK-DATASET              PIC X(08).
011350 01 WS-LK-VERSION              PIC 9(03).
011354 01 WS-LK-LENGTH               PIC 9(05).
011359 01 WS-LK-RESULT               PIC X(08).
011363 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011368 01 WS-LC-INDX                 PIC 9(03) COMP.
011372 01 LAYOUT-CONTROL-TABLE.
011377     02 LCT-ROW               OCCURS 50 TIMES.
011381        05 LCT-DATASET        PIC X(08).
011386        05 LCT-VERSION        PIC 9(03).
011390        05 LCT-LENGTH         PIC 9(05).
011395
011400 PROCEDURE DIVISION.
011500
011600 0000-MAINLINE.
011610     PERFORM 9800-CHECK-LAYOUTS
011620     IF LAYOUT-MISMATCH
011630        MOVE 16 TO RETURN-CODE
011640        GOBACK
011650     END-IF
011700     PERFORM 1000-INITIALIZE
011800     PERFORM 2000-LOAD-STATE-DOSES
011900         UNTIL WS-ST-STATUS NOT = "00"
023300     IF WS-REJECT-COUNT > 0
023400        MOVE 4 TO RETURN-CODE
023500     END-IF.
023600
023700*----------------------------------------------------------------
023800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
023900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
024000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
024100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
024200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
024300*----------------------------------------------------------------
024400 9800-CHECK-LAYOUTS.
024500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
024600     OPEN EXTEND LAYOUT-USAGE-LOG.
024700     IF WS-LU-STATUS = "35"
024800        OPEN OUTPUT LAYOUT-USAGE-LOG
024900     END-IF.
025000     MOVE "ROSTERF" TO WS-LK-DATASET.
025100     MOVE 3 TO WS-LK-VERSION.
025200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
025300     PERFORM 9820-CHECK-ONE-LAYOUT.
025400     CLOSE LAYOUT-USAGE-LOG.
025500
025600 9810-LOAD-LAYOUT-CONTROL.
025700     MOVE 0 TO WS-LC-COUNT.
025800     OPEN INPUT LAYOUT-CONTROL.
025900     IF WS-LC-STATUS NOT = "00"
026000        EXIT PARAGRAPH
026100     END-IF.
026200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
026300        READ LAYOUT-CONTROL
026400            AT END MOVE "10" TO WS-LC-STATUS
026500        END-READ
026600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
026700           ADD 1 TO WS-LC-COUNT
026800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
026900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
027000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
027100        END-IF
027200     END-PERFORM.
027300     CLOSE LAYOUT-CONTROL.
027400
027500*----------------------------------------------------------------
027600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
027700* AS NOCTL.
027800*----------------------------------------------------------------
027900 9820-CHECK-ONE-LAYOUT.
028000     MOVE "NOCTL" TO WS-LK-RESULT.
028100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
028200             UNTIL WS-LC-INDX > WS-LC-COUNT
028300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
028400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
028500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
028600              MOVE "CURRENT" TO WS-LK-RESULT
028700           ELSE
028800              MOVE "MISMATCH" TO WS-LK-RESULT
028900           END-IF
029000        END-IF
029100     END-PERFORM.
029200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
029300     MOVE "GRADE-SCHOOL-IMMLOAD" TO LU-PROGRAM.
029400     MOVE WS-LK-DATASET TO LU-DATASET.
029500     MOVE WS-LK-VERSION TO LU-VERSION.
029600     MOVE WS-LK-LENGTH TO LU-LENGTH.
029700     MOVE WS-LK-RESULT TO LU-RESULT.
029800     WRITE LAYOUT-USAGE-RECORD.
029900     IF WS-LK-RESULT NOT = "MISMATCH"
030000        EXIT PARAGRAPH
030100     END-IF.
030200     SET LAYOUT-MISMATCH TO TRUE.
030300     DISPLAY "GRADE-SCHOOL-IMMLOAD HALTED: " WS-LK-DATASET
030400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
030500         " DOES NOT MATCH LAYOUTCT".
030600     OPEN EXTEND OPS-ERROR-LOG.
030700     IF WS-OPS-LOG-STATUS = "35"
030800        OPEN OUTPUT OPS-ERROR-LOG
030900     END-IF.
031000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
031100     MOVE "GRADE-SCHOOL-IMMLOAD" TO OE-PROGRAM.
031200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
031300     MOVE "LAYOUT" TO OE-OPERATION.
031400     MOVE "16" TO OE-STATUS.
031500     WRITE OPS-ERROR-RECORD.
031600     CLOSE OPS-ERROR-LOG.
