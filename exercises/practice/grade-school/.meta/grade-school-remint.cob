002200*                 REMAPPED.
002280* 2026-09-02 KAP  CRSGRADE AND ATTNDNCE ARE KEYED NOW; SAME
002290*                 ROWS, READ SEQUENTIALLY IN KEY ORDER.
002300* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002310*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002320*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002330*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002340*                 OPSERRLG ENTRY.
002342* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002344*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002346*                 LAYOUT VERSION 3.
002347* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002348*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002349*                 VERSION 2.
002350*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
004800     SELECT REMINT-REPORT ASSIGN TO "REMINTRP"
004900         ORGANIZATION IS LINE SEQUENTIAL.

004910     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-LC-STATUS.

004940     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004950         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-LU-STATUS.

004970     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004980         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-OPS-LOG-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ROSTER-FILE.
006400     05 FR-IEP-FLAG           PIC X(01).
006500     05 FR-DOB                PIC 9(08).
006501     05 FR-SCHOOL-CODE        PIC 9(02).
006534     05 FR-GENDER             PIC X(01).
006567     05 FR-RACE-ETH           PIC X(01).

006600 FD  AUDIT-FILE.
006700*----------------------------------------------------------------
008210        10 CG-COURSE          PIC X(20).
008220        10 CG-TERM            PIC X(06).
008300     05 CG-GRADE-POINTS       PIC 9V99.
008333     05 CG-CREDIT-TYPE        PIC X(01).
008366        88 CG-TRANSFER-CREDIT           VALUE "T".

008400 FD  COURSE-GRADE-OUT.
008500 01  CGO-RECORD.
008600     05 CGO-STUDENT-ID        PIC 9(09).
008700     05 CGO-REST              PIC X(30).

008800 FD  ATTENDANCE-FILE.
008900 01  ATT-RECORD.
009600 FD  REMINT-REPORT.
009700 01  RPT-LINE                 PIC X(100).

009702 FD  LAYOUT-CONTROL.
009705*----------------------------------------------------------------
009708* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
009711* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
009714*----------------------------------------------------------------
009717 01  LAYOUT-CONTROL-RECORD.
009720     05 LC-DATASET            PIC X(08).
009723     05 LC-VERSION            PIC 9(03).
009726     05 LC-LENGTH             PIC 9(05).
009729     05 LC-EFFECTIVE-DATE     PIC 9(08).

009732 FD  LAYOUT-USAGE-LOG.
009735*----------------------------------------------------------------
009738* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
009741* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
009744*----------------------------------------------------------------
009747 01  LAYOUT-USAGE-RECORD.
009750     05 LU-TIMESTAMP          PIC 9(14).
009752     05 LU-PROGRAM            PIC X(24).
009755     05 LU-DATASET            PIC X(08).
009758     05 LU-VERSION            PIC 9(03).
009761     05 LU-LENGTH             PIC 9(05).
009764     05 LU-RESULT             PIC X(08).

009767 FD  OPS-ERROR-LOG.
009770*----------------------------------------------------------------
009773* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
009776* SHARED SHOP-WIDE ERROR LOG.
009779*----------------------------------------------------------------
009782 01  OPS-ERROR-RECORD.
009785     05 OE-TIMESTAMP          PIC 9(14).
009788     05 OE-PROGRAM            PIC X(20).
009791     05 OE-FILE-NAME          PIC X(08).
009794     05 OE-OPERATION          PIC X(08).
009797     05 OE-STATUS             PIC XX.

009800 WORKING-STORAGE SECTION.
009900 01 WS-FILE-STATUS             PIC XX.
010000 01 WS-AUDIT-STATUS            PIC XX.
010300 01 WS-REMAP-COUNT             PIC 9(05) COMP VALUE ZERO.
010400 01 WS-FAILED-COUNT            PIC 9(05) COMP VALUE ZERO.
010500 01 WS-CASCADE-COUNT           PIC 9(07) COMP VALUE ZERO.
010700 01 WS-SAVED-RECORD            PIC X(124).
010800 01 I                          PIC 9(04) COMP.
010900 01 J                          PIC 9(04) COMP.

012900           88 MAP-REMAPPABLE             VALUE "R".
013000           88 MAP-BLOCKED                VALUE "B".

013004*----------------------------------------------------------------
013009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
013014* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
013019*----------------------------------------------------------------
013023 01 WS-LC-STATUS               PIC XX.
013028 01 WS-LU-STATUS               PIC XX.
013033 01 WS-OPS-LOG-STATUS          PIC XX.
013038 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
013042     88 LAYOUT-MISMATCH                  VALUE "Y".
013047 01 WS-LK-DATASET              PIC X(08).
013052 01 WS-LK-VERSION              PIC 9(03).
013057 01 WS-LK-LENGTH               PIC 9(05).
013061 01 WS-LK-RESULT               PIC X(08).
013066 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
013071 01 WS-LC-INDX                 PIC 9(03) COMP.
013076 01 LAYOUT-CONTROL-TABLE.
013080     02 LCT-ROW               OCCURS 50 TIMES.
013085        05 LCT-DATASET        PIC X(08).
013090        05 LCT-VERSION        PIC 9(03).
013095        05 LCT-LENGTH         PIC 9(05).

013100 PROCEDURE DIVISION.

013200 0000-MAINLINE.
013210     PERFORM 9800-CHECK-LAYOUTS
013220     IF LAYOUT-MISMATCH
013230        MOVE 16 TO RETURN-CODE
013240        GOBACK
013250     END-IF
013300     PERFORM 1000-SCAN-FOR-BAD-IDS
013400     PERFORM 2000-REKEY-ROSTER
013500     PERFORM 3000-CASCADE-COURSE-GRADES
034800     DISPLAY "GRADE-SCHOOL-REMINT IDS REMAPPED: " WS-REMAP-COUNT.
034900     DISPLAY "  BLOCKED:           " WS-FAILED-COUNT.
035000     DISPLAY "  HISTORY ROWS REKEYED: " WS-CASCADE-COUNT.
035100
035200*----------------------------------------------------------------
035300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
035400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
035500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
035600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
035700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
035800*----------------------------------------------------------------
035900 9800-CHECK-LAYOUTS.
036000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
036100     OPEN EXTEND LAYOUT-USAGE-LOG.
036200     IF WS-LU-STATUS = "35"
036300        OPEN OUTPUT LAYOUT-USAGE-LOG
036400     END-IF.
036500     MOVE "ROSTERF" TO WS-LK-DATASET.
036600     MOVE 3 TO WS-LK-VERSION.
036700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
036800     PERFORM 9820-CHECK-ONE-LAYOUT.
036900     MOVE "CRSGRADE" TO WS-LK-DATASET.
037000     MOVE 2 TO WS-LK-VERSION.
037100     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
037200     PERFORM 9820-CHECK-ONE-LAYOUT.
037300     MOVE "ATTNDNCE" TO WS-LK-DATASET.
037400     MOVE 2 TO WS-LK-VERSION.
037500     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
037600     PERFORM 9820-CHECK-ONE-LAYOUT.
037700     CLOSE LAYOUT-USAGE-LOG.
037800
037900 9810-LOAD-LAYOUT-CONTROL.
038000     MOVE 0 TO WS-LC-COUNT.
038100     OPEN INPUT LAYOUT-CONTROL.
038200     IF WS-LC-STATUS NOT = "00"
038300        EXIT PARAGRAPH
038400     END-IF.
038500     PERFORM UNTIL WS-LC-STATUS NOT = "00"
038600        READ LAYOUT-CONTROL
038700            AT END MOVE "10" TO WS-LC-STATUS
038800        END-READ
038900        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
039000           ADD 1 TO WS-LC-COUNT
039100           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
039200           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
039300           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
039400        END-IF
039500     END-PERFORM.
039600     CLOSE LAYOUT-CONTROL.
039700
039800*----------------------------------------------------------------
039900* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
040000* AS NOCTL.
040100*----------------------------------------------------------------
040200 9820-CHECK-ONE-LAYOUT.
040300     MOVE "NOCTL" TO WS-LK-RESULT.
040400     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
040500             UNTIL WS-LC-INDX > WS-LC-COUNT
040600        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
040700           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
040800              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
040900              MOVE "CURRENT" TO WS-LK-RESULT
041000           ELSE
041100              MOVE "MISMATCH" TO WS-LK-RESULT
041200           END-IF
041300        END-IF
041400     END-PERFORM.
041500     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
041600     MOVE "GRADE-SCHOOL-REMINT" TO LU-PROGRAM.
041700     MOVE WS-LK-DATASET TO LU-DATASET.
041800     MOVE WS-LK-VERSION TO LU-VERSION.
041900     MOVE WS-LK-LENGTH TO LU-LENGTH.
042000     MOVE WS-LK-RESULT TO LU-RESULT.
042100     WRITE LAYOUT-USAGE-RECORD.
042200     IF WS-LK-RESULT NOT = "MISMATCH"
042300        EXIT PARAGRAPH
042400     END-IF.
042500     SET LAYOUT-MISMATCH TO TRUE.
042600     DISPLAY "GRADE-SCHOOL-REMINT HALTED: " WS-LK-DATASET
042700         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
042800         " DOES NOT MATCH LAYOUTCT".
042900     OPEN EXTEND OPS-ERROR-LOG.
043000     IF WS-OPS-LOG-STATUS = "35"
043100        OPEN OUTPUT OPS-ERROR-LOG
043200     END-IF.
043300     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
043400     MOVE "GRADE-SCHOOL-REMINT" TO OE-PROGRAM.
043500     MOVE WS-LK-DATASET TO OE-FILE-NAME.
043600     MOVE "LAYOUT" TO OE-OPERATION.
043700     MOVE "16" TO OE-STATUS.
043800     WRITE OPS-ERROR-RECORD.
043900     CLOSE OPS-ERROR-LOG.
