001900*                 SIGNED OFF), AND THE SENT-HOME VISITS WHOSE
002000*                 ATT-RECORD STILL READS PRESENT -- THE DAY'S
002100*                 ATTENDANCE MUST AGREE WITH THE COT.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002140*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002160*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002180*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002200*                 OPSERRLG ENTRY.
002205* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002210*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002215*                 LAYOUT VERSION 3.
002220*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
006000     SELECT EXCEPTIONS-RPT ASSIGN TO "NURSEXCP"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006207     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006215         ORGANIZATION IS LINE SEQUENTIAL
006223         FILE STATUS IS WS-LC-STATUS.
006230
006238     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006246         ORGANIZATION IS LINE SEQUENTIAL
006253         FILE STATUS IS WS-LU-STATUS.
006261
006269     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006276         ORGANIZATION IS LINE SEQUENTIAL
006284         FILE STATUS IS WS-OPS-LOG-STATUS.
006292
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARM-FILE.
012200     05 FR-IEP-FLAG           PIC X(01).
012300     05 FR-DOB                PIC 9(08).
012400     05 FR-SCHOOL-CODE        PIC 9(02).
012433     05 FR-GENDER             PIC X(01).
012466     05 FR-RACE-ETH           PIC X(01).
012500
012600 FD  WORKLIST-RPT.
012700 01  WRK-LINE                 PIC X(100).
012900 FD  EXCEPTIONS-RPT.
013000 01  EXC-LINE                 PIC X(100).
013100
013102 FD  LAYOUT-CONTROL.
013105*----------------------------------------------------------------
013108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
013110* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
013113*----------------------------------------------------------------
013116 01  LAYOUT-CONTROL-RECORD.
013118     05 LC-DATASET            PIC X(08).
013121     05 LC-VERSION            PIC 9(03).
013124     05 LC-LENGTH             PIC 9(05).
013127     05 LC-EFFECTIVE-DATE     PIC 9(08).
013129
013132 FD  LAYOUT-USAGE-LOG.
013135*----------------------------------------------------------------
013137* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013140* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013143*----------------------------------------------------------------
013145 01  LAYOUT-USAGE-RECORD.
013148     05 LU-TIMESTAMP          PIC 9(14).
013151     05 LU-PROGRAM            PIC X(24).
013154     05 LU-DATASET            PIC X(08).
013156     05 LU-VERSION            PIC 9(03).
013159     05 LU-LENGTH             PIC 9(05).
013162     05 LU-RESULT             PIC X(08).
013164
013167 FD  OPS-ERROR-LOG.
013170*----------------------------------------------------------------
013172* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
013175* SHARED SHOP-WIDE ERROR LOG.
013178*----------------------------------------------------------------
013181 01  OPS-ERROR-RECORD.
013183     05 OE-TIMESTAMP          PIC 9(14).
013186     05 OE-PROGRAM            PIC X(20).
013189     05 OE-FILE-NAME          PIC X(08).
013191     05 OE-OPERATION          PIC X(08).
013194     05 OE-STATUS             PIC XX.
013197
013200 WORKING-STORAGE SECTION.
013300 01 WS-PARM-STATUS             PIC XX.
013400 01 WS-VISIT-STATUS            PIC XX.
016700        05 AD-STUDENT-ID      PIC 9(09).
016800        05 AD-MEDICATION      PIC X(20).
016900
016904*----------------------------------------------------------------
016909* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016913* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016918*----------------------------------------------------------------
016922 01 WS-LC-STATUS               PIC XX.
016927 01 WS-LU-STATUS               PIC XX.
016931 01 WS-OPS-LOG-STATUS          PIC XX.
016936 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016940     88 LAYOUT-MISMATCH                  VALUE "Y".
016945 01 WS-LK-DATASET              PIC X(08).
016950 01 WS-LK-VERSION              PIC 9(03).
016954 01 WS-LK-LENGTH               PIC 9(05).
016959 01 WS-LK-RESULT               PIC X(08).
016963 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016968 01 WS-LC-INDX                 PIC 9(03) COMP.
016972 01 LAYOUT-CONTROL-TABLE.
016977     02 LCT-ROW               OCCURS 50 TIMES.
016981        05 LCT-DATASET        PIC X(08).
016986        05 LCT-VERSION        PIC 9(03).
016990        05 LCT-LENGTH         PIC 9(05).
016995
017000 PROCEDURE DIVISION.
017100
017200 0000-MAINLINE.
017210     PERFORM 9800-CHECK-LAYOUTS
017220     IF LAYOUT-MISMATCH
017230        MOVE 16 TO RETURN-CODE
017240        GOBACK
017250     END-IF
017300     PERFORM 1000-INITIALIZE
017400     PERFORM 2000-PRINT-DUE-WORKLIST
017500     PERFORM 3000-MISSED-DOSE-EXCEPTIONS
036800     IF WS-MISSED-COUNT > 0 OR WS-RECON-COUNT > 0
036900        MOVE 4 TO RETURN-CODE
037000     END-IF.
037100
037200*----------------------------------------------------------------
037300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
037400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
037500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
037600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
037700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
037800*----------------------------------------------------------------
037900 9800-CHECK-LAYOUTS.
038000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
038100     OPEN EXTEND LAYOUT-USAGE-LOG.
038200     IF WS-LU-STATUS = "35"
038300        OPEN OUTPUT LAYOUT-USAGE-LOG
038400     END-IF.
038500     MOVE "ROSTERF" TO WS-LK-DATASET.
038600     MOVE 3 TO WS-LK-VERSION.
038700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
038800     PERFORM 9820-CHECK-ONE-LAYOUT.
038900     MOVE "ATTNDNCE" TO WS-LK-DATASET.
039000     MOVE 2 TO WS-LK-VERSION.
039100     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
039200     PERFORM 9820-CHECK-ONE-LAYOUT.
039300     CLOSE LAYOUT-USAGE-LOG.
039400
039500 9810-LOAD-LAYOUT-CONTROL.
039600     MOVE 0 TO WS-LC-COUNT.
039700     OPEN INPUT LAYOUT-CONTROL.
039800     IF WS-LC-STATUS NOT = "00"
039900        EXIT PARAGRAPH
040000     END-IF.
040100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
040200        READ LAYOUT-CONTROL
040300            AT END MOVE "10" TO WS-LC-STATUS
040400        END-READ
040500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
040600           ADD 1 TO WS-LC-COUNT
040700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
040800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
040900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
041000        END-IF
041100     END-PERFORM.
041200     CLOSE LAYOUT-CONTROL.
041300
041400*----------------------------------------------------------------
041500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
041600* AS NOCTL.
041700*----------------------------------------------------------------
041800 9820-CHECK-ONE-LAYOUT.
041900     MOVE "NOCTL" TO WS-LK-RESULT.
042000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
042100             UNTIL WS-LC-INDX > WS-LC-COUNT
042200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
042300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
042400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
042500              MOVE "CURRENT" TO WS-LK-RESULT
042600           ELSE
042700              MOVE "MISMATCH" TO WS-LK-RESULT
042800           END-IF
042900        END-IF
043000     END-PERFORM.
043100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
043200     MOVE "GRADE-SCHOOL-NURSE" TO LU-PROGRAM.
043300     MOVE WS-LK-DATASET TO LU-DATASET.
043400     MOVE WS-LK-VERSION TO LU-VERSION.
043500     MOVE WS-LK-LENGTH TO LU-LENGTH.
043600     MOVE WS-LK-RESULT TO LU-RESULT.
043700     WRITE LAYOUT-USAGE-RECORD.
043800     IF WS-LK-RESULT NOT = "MISMATCH"
043900        EXIT PARAGRAPH
044000     END-IF.
044100     SET LAYOUT-MISMATCH TO TRUE.
044200     DISPLAY "GRADE-SCHOOL-NURSE HALTED: " WS-LK-DATASET
044300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
044400         " DOES NOT MATCH LAYOUTCT".
044500     OPEN EXTEND OPS-ERROR-LOG.
044600     IF WS-OPS-LOG-STATUS = "35"
044700        OPEN OUTPUT OPS-ERROR-LOG
044800     END-IF.
044900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
045000     MOVE "GRADE-SCHOOL-NURSE" TO OE-PROGRAM.
045100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
045200     MOVE "LAYOUT" TO OE-OPERATION.
045300     MOVE "16" TO OE-STATUS.
045400     WRITE OPS-ERROR-RECORD.
045500     CLOSE OPS-ERROR-LOG.
