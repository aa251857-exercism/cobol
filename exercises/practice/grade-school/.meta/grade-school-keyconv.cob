002100*                 POSTINGS THE OLD APPEND-ONLY FILES COULD NOT
002200*                 REFUSE -- GO TO KEYCDUPS FOR THE OFFICE.
002300*                 RUN ONCE PER BUILDING, AFTER GSBACKUP.
002320* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002340*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002360*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002380*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002400*                 OPSERRLG ENTRY.
002402* 2026-10-15 KAP  SECOND CONVERSION -- CG-RECORD GREW FROM 38
002404*                 TO 39 BYTES (TRANSFER-CREDIT FLAG, CRSGRADE
002406*                 LAYOUT VERSION 2).  CRSGROLD NOW DESCRIBES THE
002408*                 KEYED 38-BYTE VERSION 1 FILE; EVERY ROW RELOADS
002410*                 WITH THE FLAG BLANK (EARNED IN DISTRICT).
002412*                 ATTNDNCE IS ALREADY KEYED -- LEAVE ATTNDOLD OFF
002414*                 THE JOB AND THAT HALF IS SKIPPED AS BEFORE.
002415* 2026-10-15 KAP  LAYOUTCT STILL CARRIES CRSGRADE VERSION 1 WHILE
002416*                 THIS RUNS, SO A MISMATCH ON CRSGRADE IS
002417*                 LOGGED AS CONVERT INSTEAD OF ENDING THE RUN
002418*                 RC=16.
002420*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-COURSE-GRADES ASSIGN TO "CRSGROLD"
003200         ORGANIZATION IS INDEXED
003225         ACCESS MODE IS SEQUENTIAL
003250         RECORD KEY IS OCG-KEY
003300         FILE STATUS IS WS-OCG-STATUS.
003400
003500     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
005100     SELECT DUPLICATE-LOG ASSIGN TO "KEYCDUPS"
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
005600 FD  OLD-COURSE-GRADES.
005700*----------------------------------------------------------------
005800* THE KEYED LAYOUT AS IT STOOD BEFORE THE TRANSFER-CREDIT FLAG
005810* WAS ADDED -- 38 BYTES, CRSGRADE LAYOUT VERSION 1.  THIS IS THE
005820* ONLY PROGRAM THAT MAY STILL DECLARE IT.
005900*----------------------------------------------------------------
006000 01  OCG-RECORD.
006100     05 OCG-KEY.
006133        10 OCG-STUDENT-ID     PIC 9(09).
006166        10 OCG-COURSE         PIC X(20).
006300        10 OCG-TERM           PIC X(06).
006400     05 OCG-GRADE-POINTS      PIC 9V99.
006500
006600 FD  COURSE-GRADE-FILE.
007300        10 CG-COURSE          PIC X(20).
007400        10 CG-TERM            PIC X(06).
007500     05 CG-GRADE-POINTS       PIC 9V99.
007533     05 CG-CREDIT-TYPE        PIC X(01).
007566        88 CG-TRANSFER-CREDIT           VALUE "T".
007600
007700 FD  OLD-ATTENDANCE.
007800*----------------------------------------------------------------
009900 FD  DUPLICATE-LOG.
010000 01  DUP-LINE                 PIC X(80).
010100
010102 FD  LAYOUT-CONTROL.
010105*----------------------------------------------------------------
010108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
010110* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
010113*----------------------------------------------------------------
010116 01  LAYOUT-CONTROL-RECORD.
010118     05 LC-DATASET            PIC X(08).
010121     05 LC-VERSION            PIC 9(03).
010124     05 LC-LENGTH             PIC 9(05).
010127     05 LC-EFFECTIVE-DATE     PIC 9(08).
010129
010132 FD  LAYOUT-USAGE-LOG.
010135*----------------------------------------------------------------
010137* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
010140* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
010143*----------------------------------------------------------------
010145 01  LAYOUT-USAGE-RECORD.
010148     05 LU-TIMESTAMP          PIC 9(14).
010151     05 LU-PROGRAM            PIC X(24).
010154     05 LU-DATASET            PIC X(08).
010156     05 LU-VERSION            PIC 9(03).
010159     05 LU-LENGTH             PIC 9(05).
010162     05 LU-RESULT             PIC X(08).
010164
010167 FD  OPS-ERROR-LOG.
010170*----------------------------------------------------------------
010172* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
010175* SHARED SHOP-WIDE ERROR LOG.
010178*----------------------------------------------------------------
010181 01  OPS-ERROR-RECORD.
010183     05 OE-TIMESTAMP          PIC 9(14).
010186     05 OE-PROGRAM            PIC X(20).
010189     05 OE-FILE-NAME          PIC X(08).
010191     05 OE-OPERATION          PIC X(08).
010194     05 OE-STATUS             PIC XX.
010197
010200 WORKING-STORAGE SECTION.
010300 01 WS-OCG-STATUS              PIC XX.
010400 01 WS-CG-STATUS               PIC XX.
010900 01 WS-ATT-LOADED              PIC 9(07) COMP VALUE ZERO.
011000 01 WS-ATT-DUPS                PIC 9(07) COMP VALUE ZERO.
011100
011104*----------------------------------------------------------------
011109* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
011113* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
011118*----------------------------------------------------------------
011122 01 WS-LC-STATUS               PIC XX.
011127 01 WS-LU-STATUS               PIC XX.
011131 01 WS-OPS-LOG-STATUS          PIC XX.
011136 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
011140     88 LAYOUT-MISMATCH                  VALUE "Y".
011141 01 WS-CONVERT-SWITCH          PIC X(01) VALUE "N".
011142     88 LAYOUT-BEING-CONVERTED           VALUE "Y".
011145 01 WS-LK-DATASET              PIC X(08).
011150 01 WS-LK-VERSION              PIC 9(03).
011154 01 WS-LK-LENGTH               PIC 9(05).
011159 01 WS-LK-RESULT               PIC X(08).
011163 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011168 01 WS-LC-INDX                 PIC 9(03) COMP.
011172 01 LAYOUT-CONTROL-TABLE.
011177     02 LCT-ROW               OCCURS 50 TIMES.
011181        05 LCT-DATASET        PIC X(08).
011186        05 LCT-VERSION        PIC 9(03).
011190        05 LCT-LENGTH         PIC 9(05).
011195
011200 PROCEDURE DIVISION.
011300
011400 0000-MAINLINE.
011410     PERFORM 9800-CHECK-LAYOUTS
011420     IF LAYOUT-MISMATCH
011430        MOVE 16 TO RETURN-CODE
011440        GOBACK
011450     END-IF
011500     PERFORM 1000-INITIALIZE
011600     PERFORM 2000-CONVERT-COURSE-GRADES
011700     PERFORM 3000-CONVERT-ATTENDANCE
014100           MOVE OCG-COURSE TO CG-COURSE
014200           MOVE OCG-TERM TO CG-TERM
014300           MOVE OCG-GRADE-POINTS TO CG-GRADE-POINTS
014325*          THE FLAG IS NEW -- EVERY ROW ALREADY ON FILE WAS
014350*          EARNED IN DISTRICT.
014375           MOVE SPACE TO CG-CREDIT-TYPE
014400           WRITE CG-RECORD
014500               INVALID KEY PERFORM 2100-LOG-CG-DUP
014600               NOT INVALID KEY ADD 1 TO WS-CG-LOADED
022300     IF WS-CG-DUPS > 0 OR WS-ATT-DUPS > 0
022400        MOVE 4 TO RETURN-CODE
022500     END-IF.
022600
022700*----------------------------------------------------------------
022800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
022900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
023000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
023100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
023200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
023300*----------------------------------------------------------------
023400 9800-CHECK-LAYOUTS.
023500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
023600     OPEN EXTEND LAYOUT-USAGE-LOG.
023700     IF WS-LU-STATUS = "35"
023800        OPEN OUTPUT LAYOUT-USAGE-LOG
023900     END-IF.
023950     SET LAYOUT-BEING-CONVERTED TO TRUE.
024000     MOVE "CRSGRADE" TO WS-LK-DATASET.
024100     MOVE 2 TO WS-LK-VERSION.
024200     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
024300     PERFORM 9820-CHECK-ONE-LAYOUT.
024350     MOVE "N" TO WS-CONVERT-SWITCH.
024400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
024500     MOVE 2 TO WS-LK-VERSION.
024600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
024700     PERFORM 9820-CHECK-ONE-LAYOUT.
024800     CLOSE LAYOUT-USAGE-LOG.
024900
025000 9810-LOAD-LAYOUT-CONTROL.
025100     MOVE 0 TO WS-LC-COUNT.
025200     OPEN INPUT LAYOUT-CONTROL.
025300     IF WS-LC-STATUS NOT = "00"
025400        EXIT PARAGRAPH
025500     END-IF.
025600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
025700        READ LAYOUT-CONTROL
025800            AT END MOVE "10" TO WS-LC-STATUS
025900        END-READ
026000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
026100           ADD 1 TO WS-LC-COUNT
026200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
026300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
026400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
026500        END-IF
026600     END-PERFORM.
026700     CLOSE LAYOUT-CONTROL.
026800
026900*----------------------------------------------------------------
027000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
027100* AS NOCTL.
027125* THE DATASET THIS PROGRAM CONVERTS STILL HAS ITS OLD LAYOUTCT
027150* ROW UNTIL GSLAYCTL RUNS AFTER THE SWAP, SO A MISMATCH ON IT
027175* IS LOGGED AS CONVERT AND DOES NOT STOP THE RUN.
027200*----------------------------------------------------------------
027300 9820-CHECK-ONE-LAYOUT.
027400     MOVE "NOCTL" TO WS-LK-RESULT.
027500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
027600             UNTIL WS-LC-INDX > WS-LC-COUNT
027700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
027800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
027900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
028000              MOVE "CURRENT" TO WS-LK-RESULT
028100           ELSE
028200              MOVE "MISMATCH" TO WS-LK-RESULT
028300           END-IF
028400        END-IF
028500     END-PERFORM.
028600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
028700     MOVE "GRADE-SCHOOL-KEYCONV" TO LU-PROGRAM.
028800     MOVE WS-LK-DATASET TO LU-DATASET.
028900     MOVE WS-LK-VERSION TO LU-VERSION.
029000     MOVE WS-LK-LENGTH TO LU-LENGTH.
029020     IF WS-LK-RESULT = "MISMATCH"
029040        AND LAYOUT-BEING-CONVERTED
029060        MOVE "CONVERT" TO WS-LK-RESULT
029080     END-IF.
029100     MOVE WS-LK-RESULT TO LU-RESULT.
029200     WRITE LAYOUT-USAGE-RECORD.
029300     IF WS-LK-RESULT NOT = "MISMATCH"
029400        EXIT PARAGRAPH
029500     END-IF.
029600     SET LAYOUT-MISMATCH TO TRUE.
029700     DISPLAY "GRADE-SCHOOL-KEYCONV HALTED: " WS-LK-DATASET
029800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
029900         " DOES NOT MATCH LAYOUTCT".
030000     OPEN EXTEND OPS-ERROR-LOG.
030100     IF WS-OPS-LOG-STATUS = "35"
030200        OPEN OUTPUT OPS-ERROR-LOG
030300     END-IF.
030400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
030500     MOVE "GRADE-SCHOOL-KEYCONV" TO OE-PROGRAM.
030600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
030700     MOVE "LAYOUT" TO OE-OPERATION.
030800     MOVE "16" TO OE-STATUS.
030900     WRITE OPS-ERROR-RECORD.
031000     CLOSE OPS-ERROR-LOG.
