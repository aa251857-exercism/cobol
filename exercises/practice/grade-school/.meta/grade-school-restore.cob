001400*                 GRADE-SCHOOL-BACKUP RECORDED ON BACKCTL.  A
001500*                 MISMATCH ENDS WITH RETURN CODE 8 SO THE
001600*                 SCHEDULER HOLDS EVERYTHING DOWNSTREAM.
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
003300         RECORD KEY IS FR-STUDENT-ID
003400         FILE STATUS IS WS-FILE-STATUS.

003410     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-LC-STATUS.

003440     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-LU-STATUS.

003470     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WS-OPS-LOG-STATUS.

003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  BACKUP-FILE.
003800 01  BKP-RECORD               PIC X(124).

003900 FD  BACKUP-CONTROL.
004000*----------------------------------------------------------------
005700     05 FR-SECTION            PIC 9(01).
005800     05 FR-HOUSEHOLD-ID       PIC 9(09).
005900*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
005917     05 FR-IEP-FLAG           PIC X(01).
005934     05 FR-DOB                PIC 9(08).
005951     05 FR-SCHOOL-CODE        PIC 9(02).
005968     05 FR-GENDER             PIC X(01).
005985     05 FR-RACE-ETH           PIC X(01).

006004 FD  LAYOUT-CONTROL.
006007*----------------------------------------------------------------
006010* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006013* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006016*----------------------------------------------------------------
006019 01  LAYOUT-CONTROL-RECORD.
006022     05 LC-DATASET            PIC X(08).
006025     05 LC-VERSION            PIC 9(03).
006027     05 LC-LENGTH             PIC 9(05).
006030     05 LC-EFFECTIVE-DATE     PIC 9(08).

006033 FD  LAYOUT-USAGE-LOG.
006036*----------------------------------------------------------------
006039* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006042* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006045*----------------------------------------------------------------
006048 01  LAYOUT-USAGE-RECORD.
006051     05 LU-TIMESTAMP          PIC 9(14).
006053     05 LU-PROGRAM            PIC X(24).
006056     05 LU-DATASET            PIC X(08).
006059     05 LU-VERSION            PIC 9(03).
006062     05 LU-LENGTH             PIC 9(05).
006065     05 LU-RESULT             PIC X(08).

006068 FD  OPS-ERROR-LOG.
006071*----------------------------------------------------------------
006074* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006076* SHARED SHOP-WIDE ERROR LOG.
006079*----------------------------------------------------------------
006082 01  OPS-ERROR-RECORD.
006085     05 OE-TIMESTAMP          PIC 9(14).
006088     05 OE-PROGRAM            PIC X(20).
006091     05 OE-FILE-NAME          PIC X(08).
006094     05 OE-OPERATION          PIC X(08).
006097     05 OE-STATUS             PIC XX.

006100 WORKING-STORAGE SECTION.
006200 01 WS-BACKUP-STATUS           PIC XX.
006700 01 WS-EXPECT-COUNT            PIC 9(07) COMP VALUE ZERO.
006800 01 WS-EXPECT-HASH             PIC 9(13) COMP VALUE ZERO.

006804*----------------------------------------------------------------
006809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
006814* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
006819*----------------------------------------------------------------
006823 01 WS-LC-STATUS               PIC XX.
006828 01 WS-LU-STATUS               PIC XX.
006833 01 WS-OPS-LOG-STATUS          PIC XX.
006838 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
006842     88 LAYOUT-MISMATCH                  VALUE "Y".
006847 01 WS-LK-DATASET              PIC X(08).
006852 01 WS-LK-VERSION              PIC 9(03).
006857 01 WS-LK-LENGTH               PIC 9(05).
006861 01 WS-LK-RESULT               PIC X(08).
006866 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
006871 01 WS-LC-INDX                 PIC 9(03) COMP.
006876 01 LAYOUT-CONTROL-TABLE.
006880     02 LCT-ROW               OCCURS 50 TIMES.
006885        05 LCT-DATASET        PIC X(08).
006890        05 LCT-VERSION        PIC 9(03).
006895        05 LCT-LENGTH         PIC 9(05).

006900 PROCEDURE DIVISION.

007000 0000-MAINLINE.
007010     PERFORM 9800-CHECK-LAYOUTS
007020     IF LAYOUT-MISMATCH
007030        MOVE 16 TO RETURN-CODE
007040        GOBACK
007050     END-IF
007100     PERFORM 1000-INITIALIZE
007200     PERFORM 2000-RELOAD-ROSTER
007300         UNTIL WS-BACKUP-STATUS NOT = "00"
012000            " GOT " WS-RECORD-COUNT
012100        MOVE 8 TO RETURN-CODE
012200     END-IF.
012300
012400*----------------------------------------------------------------
012500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
012600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
012700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
012800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
012900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
013000*----------------------------------------------------------------
013100 9800-CHECK-LAYOUTS.
013200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
013300     OPEN EXTEND LAYOUT-USAGE-LOG.
013400     IF WS-LU-STATUS = "35"
013500        OPEN OUTPUT LAYOUT-USAGE-LOG
013600     END-IF.
013700     MOVE "ROSTERF" TO WS-LK-DATASET.
013800     MOVE 3 TO WS-LK-VERSION.
013900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
014000     PERFORM 9820-CHECK-ONE-LAYOUT.
014100     CLOSE LAYOUT-USAGE-LOG.
014200
014300 9810-LOAD-LAYOUT-CONTROL.
014400     MOVE 0 TO WS-LC-COUNT.
014500     OPEN INPUT LAYOUT-CONTROL.
014600     IF WS-LC-STATUS NOT = "00"
014700        EXIT PARAGRAPH
014800     END-IF.
014900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
015000        READ LAYOUT-CONTROL
015100            AT END MOVE "10" TO WS-LC-STATUS
015200        END-READ
015300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
015400           ADD 1 TO WS-LC-COUNT
015500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
015600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
015700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
015800        END-IF
015900     END-PERFORM.
016000     CLOSE LAYOUT-CONTROL.
016100
016200*----------------------------------------------------------------
016300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
016400* AS NOCTL.
016500*----------------------------------------------------------------
016600 9820-CHECK-ONE-LAYOUT.
016700     MOVE "NOCTL" TO WS-LK-RESULT.
016800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
016900             UNTIL WS-LC-INDX > WS-LC-COUNT
017000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
017100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
017200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
017300              MOVE "CURRENT" TO WS-LK-RESULT
017400           ELSE
017500              MOVE "MISMATCH" TO WS-LK-RESULT
017600           END-IF
017700        END-IF
017800     END-PERFORM.
017900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
018000     MOVE "GRADE-SCHOOL-RESTORE" TO LU-PROGRAM.
018100     MOVE WS-LK-DATASET TO LU-DATASET.
018200     MOVE WS-LK-VERSION TO LU-VERSION.
018300     MOVE WS-LK-LENGTH TO LU-LENGTH.
018400     MOVE WS-LK-RESULT TO LU-RESULT.
018500     WRITE LAYOUT-USAGE-RECORD.
018600     IF WS-LK-RESULT NOT = "MISMATCH"
018700        EXIT PARAGRAPH
018800     END-IF.
018900     SET LAYOUT-MISMATCH TO TRUE.
019000     DISPLAY "GRADE-SCHOOL-RESTORE HALTED: " WS-LK-DATASET
019100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
019200         " DOES NOT MATCH LAYOUTCT".
019300     OPEN EXTEND OPS-ERROR-LOG.
019400     IF WS-OPS-LOG-STATUS = "35"
019500        OPEN OUTPUT OPS-ERROR-LOG
019600     END-IF.
019700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
019800     MOVE "GRADE-SCHOOL-RESTORE" TO OE-PROGRAM.
019900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
020000     MOVE "LAYOUT" TO OE-OPERATION.
020100     MOVE "16" TO OE-STATUS.
020200     WRITE OPS-ERROR-RECORD.
020300     CLOSE OPS-ERROR-LOG.
