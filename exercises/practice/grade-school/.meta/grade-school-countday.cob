002100*                 AND ITS AMENDMENTS STAY SEPARATELY
002200*                 REPRODUCIBLE AT AUDIT.  MODE REPORT REPRINTS
002300*                 BOTH.
002320* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002340*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002360*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002380*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002400*                 OPSERRLG ENTRY.
002405* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002410*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002415*                 LAYOUT VERSION 3.
002420*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
005300     SELECT CERTIFICATION-PAGE ASSIGN TO "CNTCERT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005507     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005515         ORGANIZATION IS LINE SEQUENTIAL
005523         FILE STATUS IS WS-LC-STATUS.
005530
005538     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005546         ORGANIZATION IS LINE SEQUENTIAL
005553         FILE STATUS IS WS-LU-STATUS.
005561
005569     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005576         ORGANIZATION IS LINE SEQUENTIAL
005584         FILE STATUS IS WS-OPS-LOG-STATUS.
005592
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARM-FILE.
008000     05 FR-IEP-FLAG           PIC X(01).
008100     05 FR-DOB                PIC 9(08).
008200     05 FR-SCHOOL-CODE        PIC 9(02).
008233     05 FR-GENDER             PIC X(01).
008266     05 FR-RACE-ETH           PIC X(01).
008300
008400*----------------------------------------------------------------
008500* THE FROZEN STUDENT-LEVEL DETAIL: COUNT DATE PLUS THE ROSTER
011700 FD  CERTIFICATION-PAGE.
011800 01  CRT-LINE                 PIC X(100).
011900
011902 FD  LAYOUT-CONTROL.
011905*----------------------------------------------------------------
011908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
011910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
011913*----------------------------------------------------------------
011916 01  LAYOUT-CONTROL-RECORD.
011918     05 LC-DATASET            PIC X(08).
011921     05 LC-VERSION            PIC 9(03).
011924     05 LC-LENGTH             PIC 9(05).
011927     05 LC-EFFECTIVE-DATE     PIC 9(08).
011929
011932 FD  LAYOUT-USAGE-LOG.
011935*----------------------------------------------------------------
011937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
011940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
011943*----------------------------------------------------------------
011945 01  LAYOUT-USAGE-RECORD.
011948     05 LU-TIMESTAMP          PIC 9(14).
011951     05 LU-PROGRAM            PIC X(24).
011954     05 LU-DATASET            PIC X(08).
011956     05 LU-VERSION            PIC 9(03).
011959     05 LU-LENGTH             PIC 9(05).
011962     05 LU-RESULT             PIC X(08).
011964
011967 FD  OPS-ERROR-LOG.
011970*----------------------------------------------------------------
011972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
011975* SHARED SHOP-WIDE ERROR LOG.
011978*----------------------------------------------------------------
011981 01  OPS-ERROR-RECORD.
011983     05 OE-TIMESTAMP          PIC 9(14).
011986     05 OE-PROGRAM            PIC X(20).
011989     05 OE-FILE-NAME          PIC X(08).
011991     05 OE-OPERATION          PIC X(08).
011994     05 OE-STATUS             PIC XX.
011997
012000 WORKING-STORAGE SECTION.
012100 01 WS-PARM-STATUS             PIC XX.
012200 01 WS-FILE-STATUS             PIC XX.
013600 01 GRADE-TOTALS.
013700     02 GT-COUNT              OCCURS 13 TIMES PIC 9(05) COMP.
013800
013804*----------------------------------------------------------------
013809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
013813* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
013818*----------------------------------------------------------------
013822 01 WS-LC-STATUS               PIC XX.
013827 01 WS-LU-STATUS               PIC XX.
013831 01 WS-OPS-LOG-STATUS          PIC XX.
013836 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
013840     88 LAYOUT-MISMATCH                  VALUE "Y".
013845 01 WS-LK-DATASET              PIC X(08).
013850 01 WS-LK-VERSION              PIC 9(03).
013854 01 WS-LK-LENGTH               PIC 9(05).
013859 01 WS-LK-RESULT               PIC X(08).
013863 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
013868 01 WS-LC-INDX                 PIC 9(03) COMP.
013872 01 LAYOUT-CONTROL-TABLE.
013877     02 LCT-ROW               OCCURS 50 TIMES.
013881        05 LCT-DATASET        PIC X(08).
013886        05 LCT-VERSION        PIC 9(03).
013890        05 LCT-LENGTH         PIC 9(05).
013895
013900 PROCEDURE DIVISION.
014000
014100 0000-MAINLINE.
014110     PERFORM 9800-CHECK-LAYOUTS
014120     IF LAYOUT-MISMATCH
014130        MOVE 16 TO RETURN-CODE
014140        GOBACK
014150     END-IF
014200     PERFORM 1000-INITIALIZE
014300     EVALUATE WS-MODE
014400         WHEN "SNAP"
037500     CLOSE CERTIFICATION-PAGE.
037600     DISPLAY "GRADE-SCHOOL-COUNTDAY REPRINT: " WS-SNAP-COUNT
037700         " ORIGINAL ROWS AND " WS-AMEND-COUNT " AMENDMENTS".
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
043500     MOVE "GRADE-SCHOOL-COUNTDAY" TO LU-PROGRAM.
043600     MOVE WS-LK-DATASET TO LU-DATASET.
043700     MOVE WS-LK-VERSION TO LU-VERSION.
043800     MOVE WS-LK-LENGTH TO LU-LENGTH.
043900     MOVE WS-LK-RESULT TO LU-RESULT.
044000     WRITE LAYOUT-USAGE-RECORD.
044100     IF WS-LK-RESULT NOT = "MISMATCH"
044200        EXIT PARAGRAPH
044300     END-IF.
044400     SET LAYOUT-MISMATCH TO TRUE.
044500     DISPLAY "GRADE-SCHOOL-COUNTDAY HALTED: " WS-LK-DATASET
044600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
044700         " DOES NOT MATCH LAYOUTCT".
044800     OPEN EXTEND OPS-ERROR-LOG.
044900     IF WS-OPS-LOG-STATUS = "35"
045000        OPEN OUTPUT OPS-ERROR-LOG
045100     END-IF.
045200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
045300     MOVE "GRADE-SCHOOL-COUNTDAY" TO OE-PROGRAM.
045400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
045500     MOVE "LAYOUT" TO OE-OPERATION.
045600     MOVE "16" TO OE-STATUS.
045700     WRITE OPS-ERROR-RECORD.
045800     CLOSE OPS-ERROR-LOG.
