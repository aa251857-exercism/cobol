001800*                 THE FIRST RUN OF ANY NEW-LAYOUT PROGRAM; THE
001900*                 RECORD COUNTS MUST MATCH BEFORE OPERATIONS
002000*                 SWAPS THE NEW FILE IN.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002103* 2026-10-15 KAP  SECOND CONVERSION -- ROSTER-RECORD GREW FROM 122
002106*                 TO 124 BYTES (GENDER AND RACE/ETHNICITY,
002109*                 ROSTERF LAYOUT VERSION 3).  ROSTEROLD NOW
002112*                 DESCRIBES THE 122-BYTE VERSION 2 RECORD; DOB
002115*                 AND SCHOOL CODE CARRY ACROSS AND THE TWO NEW
002117*                 CODES LOAD BLANK.  SAME RUN ORDER AS BEFORE.
002118* 2026-10-15 KAP  A ROSTERF MISMATCH LOGS AS CONVERT, NOT RC=16;
002119*                 LAYOUTCT IS OLD UNTIL GSLAYCTL RUNS.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
003600         RECORD KEY IS FR-STUDENT-ID
003700         FILE STATUS IS WS-FILE-STATUS.

003707     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003715         ORGANIZATION IS LINE SEQUENTIAL
003723         FILE STATUS IS WS-LC-STATUS.
003730
003738     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003746         ORGANIZATION IS LINE SEQUENTIAL
003753         FILE STATUS IS WS-LU-STATUS.
003761
003769     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003776         ORGANIZATION IS LINE SEQUENTIAL
003784         FILE STATUS IS WS-OPS-LOG-STATUS.
003792
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OLD-ROSTER-FILE.
004100*----------------------------------------------------------------
004200* THE ROSTER LAYOUT AS IT STOOD BEFORE GENDER AND RACE/
004300* ETHNICITY WERE ADDED -- 122 BYTES, LAYOUT VERSION 2.  THIS IS
004400* THE ONLY PROGRAM THAT MAY STILL DECLARE IT.
004500*----------------------------------------------------------------
004600 01  OLD-ROSTER-RECORD.
004700     05 OFR-STUDENT-ID        PIC 9(09).
005200     05 OFR-HOUSEHOLD-ID      PIC 9(09).
005300*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
005400     05 OFR-IEP-FLAG          PIC X(01).
005420     05 OFR-DOB               PIC 9(08).
005440     05 OFR-SCHOOL-CODE       PIC 9(02).

005500 FD  ROSTER-FILE.
005600*----------------------------------------------------------------
005700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH -- THE
005800* NEW 124-BYTE ROSTERF EVERY OTHER PROGRAM NOW EXPECTS.
005900*----------------------------------------------------------------
006000 01  ROSTER-RECORD.
006100     05 FR-STUDENT-ID         PIC 9(09).
006700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
006800     05 FR-IEP-FLAG           PIC X(01).
006900     05 FR-DOB                PIC 9(08).
006925     05 FR-SCHOOL-CODE        PIC 9(02).
006950     05 FR-GENDER             PIC X(01).
006975     05 FR-RACE-ETH           PIC X(01).

007002 FD  LAYOUT-CONTROL.
007005*----------------------------------------------------------------
007008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
007010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
007013*----------------------------------------------------------------
007016 01  LAYOUT-CONTROL-RECORD.
007018     05 LC-DATASET            PIC X(08).
007021     05 LC-VERSION            PIC 9(03).
007024     05 LC-LENGTH             PIC 9(05).
007027     05 LC-EFFECTIVE-DATE     PIC 9(08).
007029
007032 FD  LAYOUT-USAGE-LOG.
007035*----------------------------------------------------------------
007037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
007040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
007043*----------------------------------------------------------------
007045 01  LAYOUT-USAGE-RECORD.
007048     05 LU-TIMESTAMP          PIC 9(14).
007051     05 LU-PROGRAM            PIC X(24).
007054     05 LU-DATASET            PIC X(08).
007056     05 LU-VERSION            PIC 9(03).
007059     05 LU-LENGTH             PIC 9(05).
007062     05 LU-RESULT             PIC X(08).
007064
007067 FD  OPS-ERROR-LOG.
007070*----------------------------------------------------------------
007072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
007075* SHARED SHOP-WIDE ERROR LOG.
007078*----------------------------------------------------------------
007081 01  OPS-ERROR-RECORD.
007083     05 OE-TIMESTAMP          PIC 9(14).
007086     05 OE-PROGRAM            PIC X(20).
007089     05 OE-FILE-NAME          PIC X(08).
007091     05 OE-OPERATION          PIC X(08).
007094     05 OE-STATUS             PIC XX.
007097
007100 WORKING-STORAGE SECTION.
007200 01 WS-OLD-STATUS              PIC XX.
007300 01 WS-FILE-STATUS             PIC XX.
007400 01 WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007500 01 WS-LOADED-COUNT            PIC 9(07) COMP VALUE ZERO.

007504*----------------------------------------------------------------
007509* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
007513* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
007518*----------------------------------------------------------------
007522 01 WS-LC-STATUS               PIC XX.
007527 01 WS-LU-STATUS               PIC XX.
007531 01 WS-OPS-LOG-STATUS          PIC XX.
007536 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
007540     88 LAYOUT-MISMATCH                  VALUE "Y".
007541 01 WS-CONVERT-SWITCH          PIC X(01) VALUE "N".
007542     88 LAYOUT-BEING-CONVERTED           VALUE "Y".
007545 01 WS-LK-DATASET              PIC X(08).
007550 01 WS-LK-VERSION              PIC 9(03).
007554 01 WS-LK-LENGTH               PIC 9(05).
007559 01 WS-LK-RESULT               PIC X(08).
007563 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
007568 01 WS-LC-INDX                 PIC 9(03) COMP.
007572 01 LAYOUT-CONTROL-TABLE.
007577     02 LCT-ROW               OCCURS 50 TIMES.
007581        05 LCT-DATASET        PIC X(08).
007586        05 LCT-VERSION        PIC 9(03).
007590        05 LCT-LENGTH         PIC 9(05).
007595
007600 PROCEDURE DIVISION.

007700 0000-MAINLINE.
007710     PERFORM 9800-CHECK-LAYOUTS
007720     IF LAYOUT-MISMATCH
007730        MOVE 16 TO RETURN-CODE
007740        GOBACK
007750     END-IF
007800     PERFORM 1000-INITIALIZE
007900     PERFORM 2000-CONVERT-ONE-RECORD
008000         UNTIL WS-OLD-STATUS NOT = "00"
010400     MOVE OFR-SECTION TO FR-SECTION.
010500     MOVE OFR-HOUSEHOLD-ID TO FR-HOUSEHOLD-ID.
010600     MOVE OFR-IEP-FLAG TO FR-IEP-FLAG.
010650     MOVE OFR-DOB TO FR-DOB.
010680     MOVE OFR-SCHOOL-CODE TO FR-SCHOOL-CODE.
010700*    THE TWO NEW FIELDS START BLANK -- THE "NOT YET COLLECTED"
010800*    VALUE THE ENTRY EDITS ACCEPT AND THE SUBGROUP REPORT
010900*    COUNTS AS NOT REPORTED.
011000     MOVE SPACE TO FR-GENDER.
011100     MOVE SPACE TO FR-RACE-ETH.
011200     WRITE ROSTER-RECORD
011300         INVALID KEY CONTINUE
011400     END-WRITE.
013600            " FILE IN"
013700        MOVE 8 TO RETURN-CODE
013800     END-IF.
013900
014000*----------------------------------------------------------------
014100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
014200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
014300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
014400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
014500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
014600*----------------------------------------------------------------
014700 9800-CHECK-LAYOUTS.
014800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
014900     OPEN EXTEND LAYOUT-USAGE-LOG.
015000     IF WS-LU-STATUS = "35"
015100        OPEN OUTPUT LAYOUT-USAGE-LOG
015200     END-IF.
015250     SET LAYOUT-BEING-CONVERTED TO TRUE.
015300     MOVE "ROSTERF" TO WS-LK-DATASET.
015400     MOVE 3 TO WS-LK-VERSION.
015500     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
015600     PERFORM 9820-CHECK-ONE-LAYOUT.
015650     MOVE "N" TO WS-CONVERT-SWITCH.
015700     CLOSE LAYOUT-USAGE-LOG.
015800
015900 9810-LOAD-LAYOUT-CONTROL.
016000     MOVE 0 TO WS-LC-COUNT.
016100     OPEN INPUT LAYOUT-CONTROL.
016200     IF WS-LC-STATUS NOT = "00"
016300        EXIT PARAGRAPH
016400     END-IF.
016500     PERFORM UNTIL WS-LC-STATUS NOT = "00"
016600        READ LAYOUT-CONTROL
016700            AT END MOVE "10" TO WS-LC-STATUS
016800        END-READ
016900        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
017000           ADD 1 TO WS-LC-COUNT
017100           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
017200           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
017300           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
017400        END-IF
017500     END-PERFORM.
017600     CLOSE LAYOUT-CONTROL.
017700
017800*----------------------------------------------------------------
017900* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
018000* AS NOCTL.
018025* THE DATASET THIS PROGRAM CONVERTS STILL HAS ITS OLD LAYOUTCT
018050* ROW UNTIL GSLAYCTL RUNS AFTER THE SWAP, SO A MISMATCH ON IT
018075* IS LOGGED AS CONVERT AND DOES NOT STOP THE RUN.
018100*----------------------------------------------------------------
018200 9820-CHECK-ONE-LAYOUT.
018300     MOVE "NOCTL" TO WS-LK-RESULT.
018400     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
018500             UNTIL WS-LC-INDX > WS-LC-COUNT
018600        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
018700           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
018800              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
018900              MOVE "CURRENT" TO WS-LK-RESULT
019000           ELSE
019100              MOVE "MISMATCH" TO WS-LK-RESULT
019200           END-IF
019300        END-IF
019400     END-PERFORM.
019500     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
019600     MOVE "GRADE-SCHOOL-CONVERT" TO LU-PROGRAM.
019700     MOVE WS-LK-DATASET TO LU-DATASET.
019800     MOVE WS-LK-VERSION TO LU-VERSION.
019900     MOVE WS-LK-LENGTH TO LU-LENGTH.
019920     IF WS-LK-RESULT = "MISMATCH"
019940        AND LAYOUT-BEING-CONVERTED
019960        MOVE "CONVERT" TO WS-LK-RESULT
019980     END-IF.
020000     MOVE WS-LK-RESULT TO LU-RESULT.
020100     WRITE LAYOUT-USAGE-RECORD.
020200     IF WS-LK-RESULT NOT = "MISMATCH"
020300        EXIT PARAGRAPH
020400     END-IF.
020500     SET LAYOUT-MISMATCH TO TRUE.
020600     DISPLAY "GRADE-SCHOOL-CONVERT HALTED: " WS-LK-DATASET
020700         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
020800         " DOES NOT MATCH LAYOUTCT".
020900     OPEN EXTEND OPS-ERROR-LOG.
021000     IF WS-OPS-LOG-STATUS = "35"
021100        OPEN OUTPUT OPS-ERROR-LOG
021200     END-IF.
021300     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
021400     MOVE "GRADE-SCHOOL-CONVERT" TO OE-PROGRAM.
021500     MOVE WS-LK-DATASET TO OE-FILE-NAME.
021600     MOVE "LAYOUT" TO OE-OPERATION.
021700     MOVE "16" TO OE-STATUS.
021800     WRITE OPS-ERROR-RECORD.
021900     CLOSE OPS-ERROR-LOG.
