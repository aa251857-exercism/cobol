001910* 2026-09-02 KAP  ATTNDNCE IS KEYED NOW (STUDENT/DATE/PERIOD);
001920*                 THIS JOB READS IT SEQUENTIALLY IN KEY ORDER,
001930*                 SAME ROWS, NEW FIELD ORDER.
001950* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001970*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001990*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002010*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002030*                 OPSERRLG ENTRY.
002035* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002040*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002045*                 LAYOUT VERSION 3.
002050*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-CAL-STATUS.

003944     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003949         ORGANIZATION IS LINE SEQUENTIAL
003953         FILE STATUS IS WS-LC-STATUS.
003958
003963     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003967         ORGANIZATION IS LINE SEQUENTIAL
003972         FILE STATUS IS WS-LU-STATUS.
003976
003981     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003986         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS WS-OPS-LOG-STATUS.
003995
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARM-FILE.
005800     05 FR-SECTION            PIC 9(01).
005900     05 FR-HOUSEHOLD-ID       PIC 9(09).
006000*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
006017     05 FR-IEP-FLAG           PIC X(01).
006034     05 FR-DOB                PIC 9(08).
006051     05 FR-SCHOOL-CODE        PIC 9(02).
006068     05 FR-GENDER             PIC X(01).
006085     05 FR-RACE-ETH           PIC X(01).

006104 FD  LAYOUT-CONTROL.
006107*----------------------------------------------------------------
006109* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006112* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006115*----------------------------------------------------------------
006117 01  LAYOUT-CONTROL-RECORD.
006120     05 LC-DATASET            PIC X(08).
006123     05 LC-VERSION            PIC 9(03).
006125     05 LC-LENGTH             PIC 9(05).
006128     05 LC-EFFECTIVE-DATE     PIC 9(08).
006131
006133 FD  LAYOUT-USAGE-LOG.
006136*----------------------------------------------------------------
006139* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006141* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006144*----------------------------------------------------------------
006147 01  LAYOUT-USAGE-RECORD.
006149     05 LU-TIMESTAMP          PIC 9(14).
006152     05 LU-PROGRAM            PIC X(24).
006154     05 LU-DATASET            PIC X(08).
006157     05 LU-VERSION            PIC 9(03).
006160     05 LU-LENGTH             PIC 9(05).
006162     05 LU-RESULT             PIC X(08).
006165
006168 FD  OPS-ERROR-LOG.
006170*----------------------------------------------------------------
006173* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006176* SHARED SHOP-WIDE ERROR LOG.
006178*----------------------------------------------------------------
006181 01  OPS-ERROR-RECORD.
006184     05 OE-TIMESTAMP          PIC 9(14).
006186     05 OE-PROGRAM            PIC X(20).
006189     05 OE-FILE-NAME          PIC X(08).
006192     05 OE-OPERATION          PIC X(08).
006194     05 OE-STATUS             PIC XX.
006197
006200 FD  ATTENDANCE-FILE.
006300*----------------------------------------------------------------
006400* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-ATTENDANCE OUTPUT.
010600        05 GT-MEMBER-DAYS     PIC 9(07) COMP.
010700        05 GT-PRESENT-DAYS    PIC 9(07) COMP.

010704*----------------------------------------------------------------
010709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
010713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
010718*----------------------------------------------------------------
010722 01 WS-LC-STATUS               PIC XX.
010727 01 WS-LU-STATUS               PIC XX.
010731 01 WS-OPS-LOG-STATUS          PIC XX.
010736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
010740     88 LAYOUT-MISMATCH                  VALUE "Y".
010745 01 WS-LK-DATASET              PIC X(08).
010750 01 WS-LK-VERSION              PIC 9(03).
010754 01 WS-LK-LENGTH               PIC 9(05).
010759 01 WS-LK-RESULT               PIC X(08).
010763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
010768 01 WS-LC-INDX                 PIC 9(03) COMP.
010772 01 LAYOUT-CONTROL-TABLE.
010777     02 LCT-ROW               OCCURS 50 TIMES.
010781        05 LCT-DATASET        PIC X(08).
010786        05 LCT-VERSION        PIC 9(03).
010790        05 LCT-LENGTH         PIC 9(05).
010795
010800 PROCEDURE DIVISION.

010900 0000-MAINLINE.
010910     PERFORM 9800-CHECK-LAYOUTS
010920     IF LAYOUT-MISMATCH
010930        MOVE 16 TO RETURN-CODE
010940        GOBACK
010950     END-IF
011000     PERFORM 1000-INITIALIZE
011100     PERFORM 2000-TALLY-ATTENDANCE
011200         UNTIL WS-ATT-FILE-STATUS NOT = "00"
020100 4000-TERMINATE.
020200     DISPLAY "GRADE-SCHOOL-ADA MONTH " WS-CLAIM-MONTH
020300         " MEMBERSHIP ROWS: " WS-ROW-COUNT.
020400
020500*----------------------------------------------------------------
020600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
020700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
020800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
020900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
021000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
021100*----------------------------------------------------------------
021200 9800-CHECK-LAYOUTS.
021300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
021400     OPEN EXTEND LAYOUT-USAGE-LOG.
021500     IF WS-LU-STATUS = "35"
021600        OPEN OUTPUT LAYOUT-USAGE-LOG
021700     END-IF.
021800     MOVE "ROSTERF" TO WS-LK-DATASET.
021900     MOVE 3 TO WS-LK-VERSION.
022000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
022100     PERFORM 9820-CHECK-ONE-LAYOUT.
022200     MOVE "ATTNDNCE" TO WS-LK-DATASET.
022300     MOVE 2 TO WS-LK-VERSION.
022400     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
022500     PERFORM 9820-CHECK-ONE-LAYOUT.
022600     CLOSE LAYOUT-USAGE-LOG.
022700
022800 9810-LOAD-LAYOUT-CONTROL.
022900     MOVE 0 TO WS-LC-COUNT.
023000     OPEN INPUT LAYOUT-CONTROL.
023100     IF WS-LC-STATUS NOT = "00"
023200        EXIT PARAGRAPH
023300     END-IF.
023400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
023500        READ LAYOUT-CONTROL
023600            AT END MOVE "10" TO WS-LC-STATUS
023700        END-READ
023800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
023900           ADD 1 TO WS-LC-COUNT
024000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
024100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
024200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
024300        END-IF
024400     END-PERFORM.
024500     CLOSE LAYOUT-CONTROL.
024600
024700*----------------------------------------------------------------
024800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
024900* AS NOCTL.
025000*----------------------------------------------------------------
025100 9820-CHECK-ONE-LAYOUT.
025200     MOVE "NOCTL" TO WS-LK-RESULT.
025300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
025400             UNTIL WS-LC-INDX > WS-LC-COUNT
025500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
025600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
025700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
025800              MOVE "CURRENT" TO WS-LK-RESULT
025900           ELSE
026000              MOVE "MISMATCH" TO WS-LK-RESULT
026100           END-IF
026200        END-IF
026300     END-PERFORM.
026400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
026500     MOVE "GRADE-SCHOOL-ADA" TO LU-PROGRAM.
026600     MOVE WS-LK-DATASET TO LU-DATASET.
026700     MOVE WS-LK-VERSION TO LU-VERSION.
026800     MOVE WS-LK-LENGTH TO LU-LENGTH.
026900     MOVE WS-LK-RESULT TO LU-RESULT.
027000     WRITE LAYOUT-USAGE-RECORD.
027100     IF WS-LK-RESULT NOT = "MISMATCH"
027200        EXIT PARAGRAPH
027300     END-IF.
027400     SET LAYOUT-MISMATCH TO TRUE.
027500     DISPLAY "GRADE-SCHOOL-ADA HALTED: " WS-LK-DATASET
027600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
027700         " DOES NOT MATCH LAYOUTCT".
027800     OPEN EXTEND OPS-ERROR-LOG.
027900     IF WS-OPS-LOG-STATUS = "35"
028000        OPEN OUTPUT OPS-ERROR-LOG
028100     END-IF.
028200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
028300     MOVE "GRADE-SCHOOL-ADA" TO OE-PROGRAM.
028400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
028500     MOVE "LAYOUT" TO OE-OPERATION.
028600     MOVE "16" TO OE-STATUS.
028700     WRITE OPS-ERROR-RECORD.
028800     CLOSE OPS-ERROR-LOG.
