001400*                 GRADE-SCHOOL-RESTORE CAN PROVE A RELOAD
001500*                 BROUGHT EVERYTHING BACK.  RUNS AS STEP ONE OF
001600*                 EVERY JOB THAT REWRITES THE ROSTER IN PLACE.
001620* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001640*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001660*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001680*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001700*                 OPSERRLG ENTRY.
001705* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001710*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001715*                 LAYOUT VERSION 3.
001720*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 REPOSITORY.
003100     SELECT BACKUP-CONTROL ASSIGN TO "BACKCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL.

003207     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003215         ORGANIZATION IS LINE SEQUENTIAL
003223         FILE STATUS IS WS-LC-STATUS.
003230
003238     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003246         ORGANIZATION IS LINE SEQUENTIAL
003253         FILE STATUS IS WS-LU-STATUS.
003261
003269     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003276         ORGANIZATION IS LINE SEQUENTIAL
003284         FILE STATUS IS WS-OPS-LOG-STATUS.
003292
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ROSTER-FILE.
004800     05 FR-IEP-FLAG           PIC X(01).
004801     05 FR-DOB                PIC 9(08).
004802     05 FR-SCHOOL-CODE        PIC 9(02).
004834     05 FR-GENDER             PIC X(01).
004866     05 FR-RACE-ETH           PIC X(01).

004900 FD  BACKUP-FILE.
005000 01  BKP-RECORD               PIC X(124).

005100 FD  BACKUP-CONTROL.
005200*----------------------------------------------------------------
006000     05 CTL-RECORD-COUNT      PIC 9(07).
006100     05 CTL-HASH-TOTAL        PIC 9(13).

006102 FD  LAYOUT-CONTROL.
006105*----------------------------------------------------------------
006108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006110* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006113*----------------------------------------------------------------
006116 01  LAYOUT-CONTROL-RECORD.
006118     05 LC-DATASET            PIC X(08).
006121     05 LC-VERSION            PIC 9(03).
006124     05 LC-LENGTH             PIC 9(05).
006127     05 LC-EFFECTIVE-DATE     PIC 9(08).
006129
006132 FD  LAYOUT-USAGE-LOG.
006135*----------------------------------------------------------------
006137* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006140* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006143*----------------------------------------------------------------
006145 01  LAYOUT-USAGE-RECORD.
006148     05 LU-TIMESTAMP          PIC 9(14).
006151     05 LU-PROGRAM            PIC X(24).
006154     05 LU-DATASET            PIC X(08).
006156     05 LU-VERSION            PIC 9(03).
006159     05 LU-LENGTH             PIC 9(05).
006162     05 LU-RESULT             PIC X(08).
006164
006167 FD  OPS-ERROR-LOG.
006170*----------------------------------------------------------------
006172* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006175* SHARED SHOP-WIDE ERROR LOG.
006178*----------------------------------------------------------------
006181 01  OPS-ERROR-RECORD.
006183     05 OE-TIMESTAMP          PIC 9(14).
006186     05 OE-PROGRAM            PIC X(20).
006189     05 OE-FILE-NAME          PIC X(08).
006191     05 OE-OPERATION          PIC X(08).
006194     05 OE-STATUS             PIC XX.
006197
006200 WORKING-STORAGE SECTION.
006300 01 WS-FILE-STATUS             PIC XX.
006400 01 WS-RECORD-COUNT            PIC 9(07) COMP VALUE ZERO.
006500 01 WS-HASH-TOTAL              PIC 9(13) COMP VALUE ZERO.

006504*----------------------------------------------------------------
006509* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
006513* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
006518*----------------------------------------------------------------
006522 01 WS-LC-STATUS               PIC XX.
006527 01 WS-LU-STATUS               PIC XX.
006531 01 WS-OPS-LOG-STATUS          PIC XX.
006536 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
006540     88 LAYOUT-MISMATCH                  VALUE "Y".
006545 01 WS-LK-DATASET              PIC X(08).
006550 01 WS-LK-VERSION              PIC 9(03).
006554 01 WS-LK-LENGTH               PIC 9(05).
006559 01 WS-LK-RESULT               PIC X(08).
006563 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
006568 01 WS-LC-INDX                 PIC 9(03) COMP.
006572 01 LAYOUT-CONTROL-TABLE.
006577     02 LCT-ROW               OCCURS 50 TIMES.
006581        05 LCT-DATASET        PIC X(08).
006586        05 LCT-VERSION        PIC 9(03).
006590        05 LCT-LENGTH         PIC 9(05).
006595
006600 PROCEDURE DIVISION.

006700 0000-MAINLINE.
006710     PERFORM 9800-CHECK-LAYOUTS
006720     IF LAYOUT-MISMATCH
006730        MOVE 16 TO RETURN-CODE
006740        GOBACK
006750     END-IF
006800     PERFORM 1000-INITIALIZE
006900     PERFORM 2000-COPY-ROSTER
007000         UNTIL WS-FILE-STATUS NOT = "00"
009900     CLOSE BACKUP-CONTROL.
010000     DISPLAY "GRADE-SCHOOL-BACKUP RECORDS COPIED: "
010100         WS-RECORD-COUNT.
010200
010300*----------------------------------------------------------------
010400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
010500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
010600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
010700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
010800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
010900*----------------------------------------------------------------
011000 9800-CHECK-LAYOUTS.
011100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
011200     OPEN EXTEND LAYOUT-USAGE-LOG.
011300     IF WS-LU-STATUS = "35"
011400        OPEN OUTPUT LAYOUT-USAGE-LOG
011500     END-IF.
011600     MOVE "ROSTERF" TO WS-LK-DATASET.
011700     MOVE 3 TO WS-LK-VERSION.
011800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
011900     PERFORM 9820-CHECK-ONE-LAYOUT.
012000     CLOSE LAYOUT-USAGE-LOG.
012100
012200 9810-LOAD-LAYOUT-CONTROL.
012300     MOVE 0 TO WS-LC-COUNT.
012400     OPEN INPUT LAYOUT-CONTROL.
012500     IF WS-LC-STATUS NOT = "00"
012600        EXIT PARAGRAPH
012700     END-IF.
012800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
012900        READ LAYOUT-CONTROL
013000            AT END MOVE "10" TO WS-LC-STATUS
013100        END-READ
013200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
013300           ADD 1 TO WS-LC-COUNT
013400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
013500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
013600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
013700        END-IF
013800     END-PERFORM.
013900     CLOSE LAYOUT-CONTROL.
014000
014100*----------------------------------------------------------------
014200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
014300* AS NOCTL.
014400*----------------------------------------------------------------
014500 9820-CHECK-ONE-LAYOUT.
014600     MOVE "NOCTL" TO WS-LK-RESULT.
014700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
014800             UNTIL WS-LC-INDX > WS-LC-COUNT
014900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
015000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
015100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
015200              MOVE "CURRENT" TO WS-LK-RESULT
015300           ELSE
015400              MOVE "MISMATCH" TO WS-LK-RESULT
015500           END-IF
015600        END-IF
015700     END-PERFORM.
015800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
015900     MOVE "GRADE-SCHOOL-BACKUP" TO LU-PROGRAM.
016000     MOVE WS-LK-DATASET TO LU-DATASET.
016100     MOVE WS-LK-VERSION TO LU-VERSION.
016200     MOVE WS-LK-LENGTH TO LU-LENGTH.
016300     MOVE WS-LK-RESULT TO LU-RESULT.
016400     WRITE LAYOUT-USAGE-RECORD.
016500     IF WS-LK-RESULT NOT = "MISMATCH"
016600        EXIT PARAGRAPH
016700     END-IF.
016800     SET LAYOUT-MISMATCH TO TRUE.
016900     DISPLAY "GRADE-SCHOOL-BACKUP HALTED: " WS-LK-DATASET
017000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
017100         " DOES NOT MATCH LAYOUTCT".
017200     OPEN EXTEND OPS-ERROR-LOG.
017300     IF WS-OPS-LOG-STATUS = "35"
017400        OPEN OUTPUT OPS-ERROR-LOG
017500     END-IF.
017600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
017700     MOVE "GRADE-SCHOOL-BACKUP" TO OE-PROGRAM.
017800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
017900     MOVE "LAYOUT" TO OE-OPERATION.
018000     MOVE "16" TO OE-STATUS.
018100     WRITE OPS-ERROR-RECORD.
018200     CLOSE OPS-ERROR-LOG.
