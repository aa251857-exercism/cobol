001500*                 EVERY PERIOD CONFLICT, UNKNOWN SECTION AND
001600*                 OVER-CAP SECTION TO SCHEDEXC FOR THE OFFICE TO
001700*                 RESOLVE BEFORE THE FIRST BELL.
001720* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001740*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001760*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001780*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001800*                 OPSERRLG ENTRY.
001805* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001810*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001815*                 LAYOUT VERSION 3.
001820*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 REPOSITORY.
004200     SELECT SCHEDULE-EXCEPTIONS ASSIGN TO "SCHEDEXC"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004407     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004415         ORGANIZATION IS LINE SEQUENTIAL
004423         FILE STATUS IS WS-LC-STATUS.
004430
004438     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004446         ORGANIZATION IS LINE SEQUENTIAL
004453         FILE STATUS IS WS-LU-STATUS.
004461
004469     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004476         ORGANIZATION IS LINE SEQUENTIAL
004484         FILE STATUS IS WS-OPS-LOG-STATUS.
004492
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STUDENT-SCHEDULE.
007900     05 FR-IEP-FLAG           PIC X(01).
008000     05 FR-DOB                PIC 9(08).
008100     05 FR-SCHOOL-CODE        PIC 9(02).
008133     05 FR-GENDER             PIC X(01).
008166     05 FR-RACE-ETH           PIC X(01).
008200
008300 FD  SCHEDULE-REPORT.
008400 01  RPT-LINE                 PIC X(100).
008600 FD  SCHEDULE-EXCEPTIONS.
008700 01  EXC-LINE                 PIC X(100).
008800
008802 FD  LAYOUT-CONTROL.
008805*----------------------------------------------------------------
008808* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
008810* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
008813*----------------------------------------------------------------
008816 01  LAYOUT-CONTROL-RECORD.
008818     05 LC-DATASET            PIC X(08).
008821     05 LC-VERSION            PIC 9(03).
008824     05 LC-LENGTH             PIC 9(05).
008827     05 LC-EFFECTIVE-DATE     PIC 9(08).
008829
008832 FD  LAYOUT-USAGE-LOG.
008835*----------------------------------------------------------------
008837* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
008840* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
008843*----------------------------------------------------------------
008845 01  LAYOUT-USAGE-RECORD.
008848     05 LU-TIMESTAMP          PIC 9(14).
008851     05 LU-PROGRAM            PIC X(24).
008854     05 LU-DATASET            PIC X(08).
008856     05 LU-VERSION            PIC 9(03).
008859     05 LU-LENGTH             PIC 9(05).
008862     05 LU-RESULT             PIC X(08).
008864
008867 FD  OPS-ERROR-LOG.
008870*----------------------------------------------------------------
008872* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
008875* SHARED SHOP-WIDE ERROR LOG.
008878*----------------------------------------------------------------
008881 01  OPS-ERROR-RECORD.
008883     05 OE-TIMESTAMP          PIC 9(14).
008886     05 OE-PROGRAM            PIC X(20).
008889     05 OE-FILE-NAME          PIC X(08).
008891     05 OE-OPERATION          PIC X(08).
008894     05 OE-STATUS             PIC XX.
008897
008900 WORKING-STORAGE SECTION.
009000 01 WS-SCH-STATUS              PIC XX.
009100 01 WS-SEC-STATUS              PIC XX.
012700        05 SCHT-ROOM          PIC X(05).
012800        05 SCHT-TEACHER       PIC X(30).
012900
012904*----------------------------------------------------------------
012909* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
012913* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
012918*----------------------------------------------------------------
012922 01 WS-LC-STATUS               PIC XX.
012927 01 WS-LU-STATUS               PIC XX.
012931 01 WS-OPS-LOG-STATUS          PIC XX.
012936 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
012940     88 LAYOUT-MISMATCH                  VALUE "Y".
012945 01 WS-LK-DATASET              PIC X(08).
012950 01 WS-LK-VERSION              PIC 9(03).
012954 01 WS-LK-LENGTH               PIC 9(05).
012959 01 WS-LK-RESULT               PIC X(08).
012963 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
012968 01 WS-LC-INDX                 PIC 9(03) COMP.
012972 01 LAYOUT-CONTROL-TABLE.
012977     02 LCT-ROW               OCCURS 50 TIMES.
012981        05 LCT-DATASET        PIC X(08).
012986        05 LCT-VERSION        PIC 9(03).
012990        05 LCT-LENGTH         PIC 9(05).
012995
013000 PROCEDURE DIVISION.
013100
013200 0000-MAINLINE.
013210     PERFORM 9800-CHECK-LAYOUTS
013220     IF LAYOUT-MISMATCH
013230        MOVE 16 TO RETURN-CODE
013240        GOBACK
013250     END-IF
013300     PERFORM 1000-INITIALIZE
013400     PERFORM 2000-PRINT-STUDENT-DAYS
013500     PERFORM 3000-CHECK-SECTION-CAPS
032900        OR WS-ORPHAN-COUNT > 0
033000        MOVE 4 TO RETURN-CODE
033100     END-IF.
033200
033300*----------------------------------------------------------------
033400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
033500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
033600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
033700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
033800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
033900*----------------------------------------------------------------
034000 9800-CHECK-LAYOUTS.
034100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
034200     OPEN EXTEND LAYOUT-USAGE-LOG.
034300     IF WS-LU-STATUS = "35"
034400        OPEN OUTPUT LAYOUT-USAGE-LOG
034500     END-IF.
034600     MOVE "ROSTERF" TO WS-LK-DATASET.
034700     MOVE 3 TO WS-LK-VERSION.
034800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
034900     PERFORM 9820-CHECK-ONE-LAYOUT.
035000     CLOSE LAYOUT-USAGE-LOG.
035100
035200 9810-LOAD-LAYOUT-CONTROL.
035300     MOVE 0 TO WS-LC-COUNT.
035400     OPEN INPUT LAYOUT-CONTROL.
035500     IF WS-LC-STATUS NOT = "00"
035600        EXIT PARAGRAPH
035700     END-IF.
035800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
035900        READ LAYOUT-CONTROL
036000            AT END MOVE "10" TO WS-LC-STATUS
036100        END-READ
036200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
036300           ADD 1 TO WS-LC-COUNT
036400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
036500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
036600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
036700        END-IF
036800     END-PERFORM.
036900     CLOSE LAYOUT-CONTROL.
037000
037100*----------------------------------------------------------------
037200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
037300* AS NOCTL.
037400*----------------------------------------------------------------
037500 9820-CHECK-ONE-LAYOUT.
037600     MOVE "NOCTL" TO WS-LK-RESULT.
037700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
037800             UNTIL WS-LC-INDX > WS-LC-COUNT
037900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
038000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
038100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
038200              MOVE "CURRENT" TO WS-LK-RESULT
038300           ELSE
038400              MOVE "MISMATCH" TO WS-LK-RESULT
038500           END-IF
038600        END-IF
038700     END-PERFORM.
038800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
038900     MOVE "GRADE-SCHOOL-SCHEDULE" TO LU-PROGRAM.
039000     MOVE WS-LK-DATASET TO LU-DATASET.
039100     MOVE WS-LK-VERSION TO LU-VERSION.
039200     MOVE WS-LK-LENGTH TO LU-LENGTH.
039300     MOVE WS-LK-RESULT TO LU-RESULT.
039400     WRITE LAYOUT-USAGE-RECORD.
039500     IF WS-LK-RESULT NOT = "MISMATCH"
039600        EXIT PARAGRAPH
039700     END-IF.
039800     SET LAYOUT-MISMATCH TO TRUE.
039900     DISPLAY "GRADE-SCHOOL-SCHEDULE HALTED: " WS-LK-DATASET
040000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
040100         " DOES NOT MATCH LAYOUTCT".
040200     OPEN EXTEND OPS-ERROR-LOG.
040300     IF WS-OPS-LOG-STATUS = "35"
040400        OPEN OUTPUT OPS-ERROR-LOG
040500     END-IF.
040600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
040700     MOVE "GRADE-SCHOOL-SCHEDULE" TO OE-PROGRAM.
040800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
040900     MOVE "LAYOUT" TO OE-OPERATION.
041000     MOVE "16" TO OE-STATUS.
041100     WRITE OPS-ERROR-RECORD.
041200     CLOSE OPS-ERROR-LOG.
