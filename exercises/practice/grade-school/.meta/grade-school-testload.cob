001900*                 MODE SECTRPT PRINTS THE PER-SECTION
002000*                 DISTRIBUTION FOR ONE SUBJECT SO PRINCIPALS
002100*                 CAN COMPARE SECTIONS WITHIN A GRADE.
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
005100     SELECT DISTRIBUTION-RPT ASSIGN TO "SECTDIST"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005307     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005315         ORGANIZATION IS LINE SEQUENTIAL
005323         FILE STATUS IS WS-LC-STATUS.
005330
005338     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005346         ORGANIZATION IS LINE SEQUENTIAL
005353         FILE STATUS IS WS-LU-STATUS.
005361
005369     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005376         ORGANIZATION IS LINE SEQUENTIAL
005384         FILE STATUS IS WS-OPS-LOG-STATUS.
005392
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PARM-FILE.
009600     05 FR-IEP-FLAG           PIC X(01).
009700     05 FR-DOB                PIC 9(08).
009800     05 FR-SCHOOL-CODE        PIC 9(02).
009833     05 FR-GENDER             PIC X(01).
009866     05 FR-RACE-ETH           PIC X(01).
009900
010000 FD  REJECT-FILE.
010100*----------------------------------------------------------------
011000 FD  DISTRIBUTION-RPT.
011100 01  RPT-LINE                 PIC X(100).
011200
011202 FD  LAYOUT-CONTROL.
011205*----------------------------------------------------------------
011208* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
011210* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
011213*----------------------------------------------------------------
011216 01  LAYOUT-CONTROL-RECORD.
011218     05 LC-DATASET            PIC X(08).
011221     05 LC-VERSION            PIC 9(03).
011224     05 LC-LENGTH             PIC 9(05).
011227     05 LC-EFFECTIVE-DATE     PIC 9(08).
011229
011232 FD  LAYOUT-USAGE-LOG.
011235*----------------------------------------------------------------
011237* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
011240* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
011243*----------------------------------------------------------------
011245 01  LAYOUT-USAGE-RECORD.
011248     05 LU-TIMESTAMP          PIC 9(14).
011251     05 LU-PROGRAM            PIC X(24).
011254     05 LU-DATASET            PIC X(08).
011256     05 LU-VERSION            PIC 9(03).
011259     05 LU-LENGTH             PIC 9(05).
011262     05 LU-RESULT             PIC X(08).
011264
011267 FD  OPS-ERROR-LOG.
011270*----------------------------------------------------------------
011272* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
011275* SHARED SHOP-WIDE ERROR LOG.
011278*----------------------------------------------------------------
011281 01  OPS-ERROR-RECORD.
011283     05 OE-TIMESTAMP          PIC 9(14).
011286     05 OE-PROGRAM            PIC X(20).
011289     05 OE-FILE-NAME          PIC X(08).
011291     05 OE-OPERATION          PIC X(08).
011294     05 OE-STATUS             PIC XX.
011297
011300 WORKING-STORAGE SECTION.
011400 01 WS-PARM-STATUS             PIC XX.
011500 01 WS-IN-STATUS               PIC XX.
013800           10 SS-TOTAL        PIC 9(08) COMP.
013900           10 SS-BAND-COUNT   OCCURS 4 TIMES PIC 9(04) COMP.
014000
014004*----------------------------------------------------------------
014009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
014013* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
014018*----------------------------------------------------------------
014022 01 WS-LC-STATUS               PIC XX.
014027 01 WS-LU-STATUS               PIC XX.
014031 01 WS-OPS-LOG-STATUS          PIC XX.
014036 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
014040     88 LAYOUT-MISMATCH                  VALUE "Y".
014045 01 WS-LK-DATASET              PIC X(08).
014050 01 WS-LK-VERSION              PIC 9(03).
014054 01 WS-LK-LENGTH               PIC 9(05).
014059 01 WS-LK-RESULT               PIC X(08).
014063 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
014068 01 WS-LC-INDX                 PIC 9(03) COMP.
014072 01 LAYOUT-CONTROL-TABLE.
014077     02 LCT-ROW               OCCURS 50 TIMES.
014081        05 LCT-DATASET        PIC X(08).
014086        05 LCT-VERSION        PIC 9(03).
014090        05 LCT-LENGTH         PIC 9(05).
014095
014100 PROCEDURE DIVISION.
014200
014300 0000-MAINLINE.
014310     PERFORM 9800-CHECK-LAYOUTS
014320     IF LAYOUT-MISMATCH
014330        MOVE 16 TO RETURN-CODE
014340        GOBACK
014350     END-IF
014400     PERFORM 1000-INITIALIZE
014500     EVALUATE WS-MODE
014600         WHEN "LOAD"
030800        END-STRING
030900     END-PERFORM.
031000     WRITE RPT-LINE.
031100
031200*----------------------------------------------------------------
031300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
031400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
031500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
031600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
031700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
031800*----------------------------------------------------------------
031900 9800-CHECK-LAYOUTS.
032000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
032100     OPEN EXTEND LAYOUT-USAGE-LOG.
032200     IF WS-LU-STATUS = "35"
032300        OPEN OUTPUT LAYOUT-USAGE-LOG
032400     END-IF.
032500     MOVE "ROSTERF" TO WS-LK-DATASET.
032600     MOVE 3 TO WS-LK-VERSION.
032700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
032800     PERFORM 9820-CHECK-ONE-LAYOUT.
032900     CLOSE LAYOUT-USAGE-LOG.
033000
033100 9810-LOAD-LAYOUT-CONTROL.
033200     MOVE 0 TO WS-LC-COUNT.
033300     OPEN INPUT LAYOUT-CONTROL.
033400     IF WS-LC-STATUS NOT = "00"
033500        EXIT PARAGRAPH
033600     END-IF.
033700     PERFORM UNTIL WS-LC-STATUS NOT = "00"
033800        READ LAYOUT-CONTROL
033900            AT END MOVE "10" TO WS-LC-STATUS
034000        END-READ
034100        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
034200           ADD 1 TO WS-LC-COUNT
034300           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
034400           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
034500           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
034600        END-IF
034700     END-PERFORM.
034800     CLOSE LAYOUT-CONTROL.
034900
035000*----------------------------------------------------------------
035100* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
035200* AS NOCTL.
035300*----------------------------------------------------------------
035400 9820-CHECK-ONE-LAYOUT.
035500     MOVE "NOCTL" TO WS-LK-RESULT.
035600     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
035700             UNTIL WS-LC-INDX > WS-LC-COUNT
035800        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
035900           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
036000              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
036100              MOVE "CURRENT" TO WS-LK-RESULT
036200           ELSE
036300              MOVE "MISMATCH" TO WS-LK-RESULT
036400           END-IF
036500        END-IF
036600     END-PERFORM.
036700     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
036800     MOVE "GRADE-SCHOOL-TESTLOAD" TO LU-PROGRAM.
036900     MOVE WS-LK-DATASET TO LU-DATASET.
037000     MOVE WS-LK-VERSION TO LU-VERSION.
037100     MOVE WS-LK-LENGTH TO LU-LENGTH.
037200     MOVE WS-LK-RESULT TO LU-RESULT.
037300     WRITE LAYOUT-USAGE-RECORD.
037400     IF WS-LK-RESULT NOT = "MISMATCH"
037500        EXIT PARAGRAPH
037600     END-IF.
037700     SET LAYOUT-MISMATCH TO TRUE.
037800     DISPLAY "GRADE-SCHOOL-TESTLOAD HALTED: " WS-LK-DATASET
037900         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
038000         " DOES NOT MATCH LAYOUTCT".
038100     OPEN EXTEND OPS-ERROR-LOG.
038200     IF WS-OPS-LOG-STATUS = "35"
038300        OPEN OUTPUT OPS-ERROR-LOG
038400     END-IF.
038500     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
038600     MOVE "GRADE-SCHOOL-TESTLOAD" TO OE-PROGRAM.
038700     MOVE WS-LK-DATASET TO OE-FILE-NAME.
038800     MOVE "LAYOUT" TO OE-OPERATION.
038900     MOVE "16" TO OE-STATUS.
039000     WRITE OPS-ERROR-RECORD.
039100     CLOSE OPS-ERROR-LOG.
