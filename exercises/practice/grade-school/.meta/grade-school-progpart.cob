002000*                 PARTACCL THE WAY GET-IEP-STATUS LOGS TO
002100*                 IEPLOG.  MODE EXTRACT WRITES THE PER-PROGRAM
002200*                 SPELLS IN THE STATE'S FIXED LAYOUT.
002220* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002240*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002260*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002280*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002300*                 OPSERRLG ENTRY.
002305* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002310*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002315*                 LAYOUT VERSION 3.
002320*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
006000     SELECT STATE-EXTRACT ASSIGN TO "PARTEXT"
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
011200     05 FR-IEP-FLAG           PIC X(01).
011300     05 FR-DOB                PIC 9(08).
011400     05 FR-SCHOOL-CODE        PIC 9(02).
011433     05 FR-GENDER             PIC X(01).
011466     05 FR-RACE-ETH           PIC X(01).
011500
011600* THE SAME DATED-AND-SIGNED DISCIPLINE THE ROSTER AUDIT KEEPS.
011700 FD  PARTICIPATION-AUDIT.
014200     05 EXT-EXIT-DATE         PIC 9(08).
014300     05 EXT-EXIT-REASON       PIC X(01).
014400
014402 FD  LAYOUT-CONTROL.
014405*----------------------------------------------------------------
014408* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014410* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014413*----------------------------------------------------------------
014416 01  LAYOUT-CONTROL-RECORD.
014418     05 LC-DATASET            PIC X(08).
014421     05 LC-VERSION            PIC 9(03).
014424     05 LC-LENGTH             PIC 9(05).
014427     05 LC-EFFECTIVE-DATE     PIC 9(08).
014429
014432 FD  LAYOUT-USAGE-LOG.
014435*----------------------------------------------------------------
014437* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
014440* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
014443*----------------------------------------------------------------
014445 01  LAYOUT-USAGE-RECORD.
014448     05 LU-TIMESTAMP          PIC 9(14).
014451     05 LU-PROGRAM            PIC X(24).
014454     05 LU-DATASET            PIC X(08).
014456     05 LU-VERSION            PIC 9(03).
014459     05 LU-LENGTH             PIC 9(05).
014462     05 LU-RESULT             PIC X(08).
014464
014467 FD  OPS-ERROR-LOG.
014470*----------------------------------------------------------------
014472* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014475* SHARED SHOP-WIDE ERROR LOG.
014478*----------------------------------------------------------------
014481 01  OPS-ERROR-RECORD.
014483     05 OE-TIMESTAMP          PIC 9(14).
014486     05 OE-PROGRAM            PIC X(20).
014489     05 OE-FILE-NAME          PIC X(08).
014491     05 OE-OPERATION          PIC X(08).
014494     05 OE-STATUS             PIC XX.
014497
014500 WORKING-STORAGE SECTION.
014600 01 WS-PARM-STATUS             PIC XX.
014700 01 WS-TX-STATUS               PIC XX.
016200     88 PROGRAM-IS-RESTRICTED           VALUE "Y".
016300     88 PROGRAM-NOT-RESTRICTED          VALUE "N".
016400
016404*----------------------------------------------------------------
016409* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016413* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016418*----------------------------------------------------------------
016422 01 WS-LC-STATUS               PIC XX.
016427 01 WS-LU-STATUS               PIC XX.
016431 01 WS-OPS-LOG-STATUS          PIC XX.
016436 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016440     88 LAYOUT-MISMATCH                  VALUE "Y".
016445 01 WS-LK-DATASET              PIC X(08).
016450 01 WS-LK-VERSION              PIC 9(03).
016454 01 WS-LK-LENGTH               PIC 9(05).
016459 01 WS-LK-RESULT               PIC X(08).
016463 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016468 01 WS-LC-INDX                 PIC 9(03) COMP.
016472 01 LAYOUT-CONTROL-TABLE.
016477     02 LCT-ROW               OCCURS 50 TIMES.
016481        05 LCT-DATASET        PIC X(08).
016486        05 LCT-VERSION        PIC 9(03).
016490        05 LCT-LENGTH         PIC 9(05).
016495
016500 PROCEDURE DIVISION.
016600
016700 0000-MAINLINE.
016710     PERFORM 9800-CHECK-LAYOUTS
016720     IF LAYOUT-MISMATCH
016730        MOVE 16 TO RETURN-CODE
016740        GOBACK
016750     END-IF
016800     PERFORM 1000-INITIALIZE
016900     EVALUATE WS-MODE
017000         WHEN "POST"
037500     CLOSE PARTICIPATION-MASTER.
037600     DISPLAY "GRADE-SCHOOL-PROGPART " WS-PROGRAM
037700         " SPELLS EXTRACTED: " WS-EXTRACT-COUNT.
037800
037900*----------------------------------------------------------------
038000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
038100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
038200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
038300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
038400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
038500*----------------------------------------------------------------
038600 9800-CHECK-LAYOUTS.
038700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
038800     OPEN EXTEND LAYOUT-USAGE-LOG.
038900     IF WS-LU-STATUS = "35"
039000        OPEN OUTPUT LAYOUT-USAGE-LOG
039100     END-IF.
039200     MOVE "ROSTERF" TO WS-LK-DATASET.
039300     MOVE 3 TO WS-LK-VERSION.
039400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
039500     PERFORM 9820-CHECK-ONE-LAYOUT.
039600     CLOSE LAYOUT-USAGE-LOG.
039700
039800 9810-LOAD-LAYOUT-CONTROL.
039900     MOVE 0 TO WS-LC-COUNT.
040000     OPEN INPUT LAYOUT-CONTROL.
040100     IF WS-LC-STATUS NOT = "00"
040200        EXIT PARAGRAPH
040300     END-IF.
040400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
040500        READ LAYOUT-CONTROL
040600            AT END MOVE "10" TO WS-LC-STATUS
040700        END-READ
040800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
040900           ADD 1 TO WS-LC-COUNT
041000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
041100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
041200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
041300        END-IF
041400     END-PERFORM.
041500     CLOSE LAYOUT-CONTROL.
041600
041700*----------------------------------------------------------------
041800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
041900* AS NOCTL.
042000*----------------------------------------------------------------
042100 9820-CHECK-ONE-LAYOUT.
042200     MOVE "NOCTL" TO WS-LK-RESULT.
042300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
042400             UNTIL WS-LC-INDX > WS-LC-COUNT
042500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
042600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
042700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
042800              MOVE "CURRENT" TO WS-LK-RESULT
042900           ELSE
043000              MOVE "MISMATCH" TO WS-LK-RESULT
043100           END-IF
043200        END-IF
043300     END-PERFORM.
043400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
043500     MOVE "GRADE-SCHOOL-PROGPART" TO LU-PROGRAM.
043600     MOVE WS-LK-DATASET TO LU-DATASET.
043700     MOVE WS-LK-VERSION TO LU-VERSION.
043800     MOVE WS-LK-LENGTH TO LU-LENGTH.
043900     MOVE WS-LK-RESULT TO LU-RESULT.
044000     WRITE LAYOUT-USAGE-RECORD.
044100     IF WS-LK-RESULT NOT = "MISMATCH"
044200        EXIT PARAGRAPH
044300     END-IF.
044400     SET LAYOUT-MISMATCH TO TRUE.
044500     DISPLAY "GRADE-SCHOOL-PROGPART HALTED: " WS-LK-DATASET
044600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
044700         " DOES NOT MATCH LAYOUTCT".
044800     OPEN EXTEND OPS-ERROR-LOG.
044900     IF WS-OPS-LOG-STATUS = "35"
045000        OPEN OUTPUT OPS-ERROR-LOG
045100     END-IF.
045200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
045300     MOVE "GRADE-SCHOOL-PROGPART" TO OE-PROGRAM.
045400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
045500     MOVE "LAYOUT" TO OE-OPERATION.
045600     MOVE "16" TO OE-STATUS.
045700     WRITE OPS-ERROR-RECORD.
045800     CLOSE OPS-ERROR-LOG.
