001445*                 NIGHT BALANCED INSTEAD OF THE COUNTS
001446*                 EVAPORATING WITH THE JOB LOG.
001427* 2026-09-02 KAP  CRSGRADE IS KEYED NOW (STUDENT/COURSE/TERM);
001428*                 SAME ROWS, READ SEQUENTIALLY IN KEY ORDER.
001429* 2026-09-02 KAP  THE APPLY RUN NOW TAKES THE SHARED ROSTERF
001430*                 ENQUEUE (ENQCTL) FOR THE WHOLE RUN AND
001431*                 RELEASES IT AT TERMINATION, SO IT CAN NO
001432*                 LONGER REWRITE UNDERNEATH THE ONLINE
001433*                 PROGRAM -- OR BE REWRITTEN UNDER.  A HELD
001434*                 ENQUEUE HALTS THE RUN WITH RC=8 AND LOGS
001435*                 THE LOCK-WAIT TO OPSERRLG.  TRIAL RUNS
001436*                 ONLY READ AND NEVER HOLD THE ENQUEUE.
001437* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001438*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001439*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001440*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001441*                 OPSERRLG ENTRY.
001442* 2026-10-15 KAP  GENDER AND RACE/ETHNICITY -- ROSTER-RECORD GREW
001443*                 TO 124 BYTES (ROSTERF LAYOUT VERSION 3) AND
001444*                 TX-RECORD CARRIES BOTH CODES IN TRAILING COLUMNS
001445*                 125-126.  AN ADD STORES THEM AS SENT; AN UPDATE
001446*                 SENT WITH THEM BLANK KEEPS THE ROSTER'S CODES.
001447* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
001448*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
001449*                 VERSION 2.
001452*----------------------------------------------------------------
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 REPOSITORY.
003031         RECORD KEY IS NQ-DATASET
003032         FILE STATUS IS WS-NQ-STATUS.
003021
003029     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003038         ORGANIZATION IS LINE SEQUENTIAL
003047         FILE STATUS IS WS-LC-STATUS.
003056
003064     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003073         ORGANIZATION IS LINE SEQUENTIAL
003082         FILE STATUS IS WS-LU-STATUS.
003091
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ENROLLMENT-TRANSACTIONS.
004200     05 TX-TEACHER            PIC X(30).
004300     05 TX-SECTION            PIC 9(01).
004350     05 TX-HOUSEHOLD-ID       PIC 9(09).
004351     05 TX-IEP-FLAG           PIC X(01).
004352*    ON A "W" ONLY: M=MOVED T=TRANSFER H=HOME-SCHOOL O/BLANK=
004353*    OTHER.  TRAILING COLUMN, SO PRE-EXISTING EXTRACTS STILL
004354*    READ CLEAN (SHORT RECORDS LEAVE IT BLANK).
004355     05 TX-EXIT-REASON        PIC X(01).
004356*    DATE OF BIRTH, CCYYMMDD.  TRAILING COLUMNS 115-122; OLD
004357*    EXTRACTS WITHOUT IT LEAVE THE FIELD BLANK, WHICH THE
004358*    APPLY PATHS STORE AS ZERO.
004359     05 TX-DOB                PIC 9(08).
004360     05 TX-SCHOOL-CODE        PIC 9(02).
004361*    GENDER AND RACE/ETHNICITY, COLUMNS 125-126, CODED AS
004362*    GRADE-SCHOOL'S WS-GENDER/WS-RACE-ETH.  BLANK ON AN UPDATE
004363*    LEAVES THE ROSTER'S CODES AS THEY ARE.
004364     05 TX-GENDER             PIC X(01).
004365        88 TX-GENDER-VALID              VALUE " " "F" "M" "X".
004366     05 TX-RACE-ETH           PIC X(01).
004367        88 TX-RACE-ETH-VALID            VALUE " " "H" "I" "A" "B"
004368                                              "P" "W" "T".
004369
004370 FD  EXIT-LOG-FILE.
004371*----------------------------------------------------------------
004372* LAYOUT MUST MATCH GRADE-SCHOOL'S EXIT-LOG-RECORD -- ONE ROW
004407* READ ONLY WHEN A TRANSFER PACKET IS BUILT.
004408*----------------------------------------------------------------
004409 01  CG-RECORD.
004410     05 CG-KEY.
004411        10 CG-STUDENT-ID      PIC 9(09).
004412        10 CG-COURSE          PIC X(20).
004413        10 CG-TERM            PIC X(06).
004414     05 CG-GRADE-POINTS       PIC 9V99.
004415     05 CG-CREDIT-TYPE        PIC X(01).
004416        88 CG-TRANSFER-CREDIT           VALUE "T".
004417
004418 FD  RUN-CONTROL-FILE.
004419*----------------------------------------------------------------
004420* ONE RECORD PER LIVE RUN: WHAT WAS READ, WHAT WAS APPLIED,
004421* WHAT WAS REJECTED, AND THE ROSTER COUNT BEFORE AND AFTER.
004422* GRADE-SCHOOL-PROMOTE WRITES THE SAME LAYOUT, AND
004423* GRADE-SCHOOL-BALANCE PROVES THE ARITHMETIC EVERY MORNING.
004424*----------------------------------------------------------------
004425 01  RC-RECORD.
004426     05 RC-JOB-NAME           PIC X(08).
004427     05 RC-RUN-DATE           PIC 9(08).
004428     05 RC-READS              PIC 9(07).
004429     05 RC-ADDS               PIC 9(07).
004430     05 RC-WITHDRAWS          PIC 9(07).
004431     05 RC-UPDATES            PIC 9(07).
004432     05 RC-PROMOTES           PIC 9(07).
004433     05 RC-GRADUATES          PIC 9(07).
004434     05 RC-RETAINS            PIC 9(07).
004435     05 RC-REJECTS            PIC 9(07).
004436     05 RC-BEFORE-COUNT       PIC 9(07).
004437     05 RC-AFTER-COUNT        PIC 9(07).
004438
004439 FD  OPS-ERROR-LOG.
004440*----------------------------------------------------------------
004441* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
004442* SHARED SHOP-WIDE ERROR LOG.
004443*----------------------------------------------------------------
004461     05 NQ-ENQ-STAMP          PIC 9(14).
004462     05 NQ-UPDATE-STAMP       PIC 9(14).
004400
004404 FD  LAYOUT-CONTROL.
004408*----------------------------------------------------------------
004412* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
004416* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
004420*----------------------------------------------------------------
004424 01  LAYOUT-CONTROL-RECORD.
004428     05 LC-DATASET            PIC X(08).
004432     05 LC-VERSION            PIC 9(03).
004436     05 LC-LENGTH             PIC 9(05).
004440     05 LC-EFFECTIVE-DATE     PIC 9(08).
004444
004448 FD  LAYOUT-USAGE-LOG.
004452*----------------------------------------------------------------
004456* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
004460* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
004464*----------------------------------------------------------------
004468 01  LAYOUT-USAGE-RECORD.
004472     05 LU-TIMESTAMP          PIC 9(14).
004476     05 LU-PROGRAM            PIC X(24).
004480     05 LU-DATASET            PIC X(08).
004484     05 LU-VERSION            PIC 9(03).
004488     05 LU-LENGTH             PIC 9(05).
004492     05 LU-RESULT             PIC X(08).
004496
004500 FD  ROSTER-FILE.
004600 01  ROSTER-RECORD.
004700     05 FR-STUDENT-ID         PIC 9(09).
005170     05 FR-IEP-FLAG           PIC X(01).
005171     05 FR-DOB                PIC 9(08).
005172     05 FR-SCHOOL-CODE        PIC 9(02).
005181     05 FR-GENDER             PIC X(01).
005190     05 FR-RACE-ETH           PIC X(01).
005200
005210 FD  CHECKPOINT-FILE.
005211*----------------------------------------------------------------
005246* READ SIMPLY IGNORES THE TRAILING REASON).
005247*----------------------------------------------------------------
005248 01  REJ-RECORD.
005249     05 REJ-TX-IMAGE          PIC X(126).
005251     05 FILLER                PIC X(01).
005252     05 REJ-REASON            PIC X(08).
005253
006240 01 WS-CKPT-QUOTIENT           PIC 9(07) COMP VALUE ZERO.
006250 01 WS-CKPT-REMAINDER          PIC 9(07) COMP VALUE ZERO.
006300
006304*----------------------------------------------------------------
006309* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
006314* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
006319*----------------------------------------------------------------
006323 01 WS-LC-STATUS               PIC XX.
006328 01 WS-LU-STATUS               PIC XX.
006333 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
006338     88 LAYOUT-MISMATCH                  VALUE "Y".
006342 01 WS-LK-DATASET              PIC X(08).
006347 01 WS-LK-VERSION              PIC 9(03).
006352 01 WS-LK-LENGTH               PIC 9(05).
006357 01 WS-LK-RESULT               PIC X(08).
006361 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
006366 01 WS-LC-INDX                 PIC 9(03) COMP.
006371 01 LAYOUT-CONTROL-TABLE.
006376     02 LCT-ROW               OCCURS 50 TIMES.
006380        05 LCT-DATASET        PIC X(08).
006385        05 LCT-VERSION        PIC 9(03).
006390        05 LCT-LENGTH         PIC 9(05).
006395
006400 PROCEDURE DIVISION.
006500
006600 0000-MAINLINE.
006610     PERFORM 9800-CHECK-LAYOUTS
006620     IF LAYOUT-MISMATCH
006630        MOVE 16 TO RETURN-CODE
006640        GOBACK
006650     END-IF
006700     PERFORM 1000-INITIALIZE
006800     PERFORM 2000-PROCESS-TRANSACTIONS
006900         UNTIL END-OF-TRANSACTIONS
010668           ELSE
010669              MOVE 0 TO FR-SCHOOL-CODE
010671           END-IF
010673           MOVE TX-GENDER TO FR-GENDER
010675           MOVE TX-RACE-ETH TO FR-RACE-ETH
010700           WRITE ROSTER-RECORD
010800               INVALID KEY
010810                  MOVE "DUPADD" TO WS-REJECT-REASON
012868           ELSE
012869              MOVE 0 TO FR-SCHOOL-CODE
012871           END-IF
012873           IF TX-GENDER NOT = SPACE
012875              MOVE TX-GENDER TO FR-GENDER
012877           END-IF
012879           IF TX-RACE-ETH NOT = SPACE
012881              MOVE TX-RACE-ETH TO FR-RACE-ETH
012883           END-IF
012900           REWRITE ROSTER-RECORD
013000               INVALID KEY
013010                  MOVE "NOTFOUND" TO WS-REJECT-REASON
013300     END-IF.
013310
013320*----------------------------------------------------------------
013330* 2050 mirrors GRADE-SCHOOL's VALIDATE-STUDENT: a blank name,
013340* a grade past WS-MAX-GRADE, or a gender or race/ethnicity code
013350* off the federal list is rejected before it ever reaches
013355* WRITE/REWRITE.
013360*----------------------------------------------------------------
013370 2050-VALIDATE-TX-STUDENT.
013380     SET TX-DATA-VALID TO TRUE.
013425        MOVE "GRADEMAX" TO WS-REJECT-REASON
013430        SET TX-DATA-INVALID TO TRUE
013440     END-IF.
013441     IF NOT TX-GENDER-VALID
013442        MOVE "GENDER" TO WS-REJECT-REASON
013443        SET TX-DATA-INVALID TO TRUE
013444     END-IF.
013445     IF NOT TX-RACE-ETH-VALID
013446        MOVE "RACEETH" TO WS-REJECT-REASON
013447        SET TX-DATA-INVALID TO TRUE
013448     END-IF.
013450
013460*----------------------------------------------------------------
013470* 2060 mirrors GRADE-SCHOOL's CHECK-SECTION-CAPACITY, but off
016030        CLOSE COURSE-GRADE-FILE
016040     END-IF.
016050     CLOSE TRANSFER-PACKET.
016100
016200*----------------------------------------------------------------
016300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
016400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
016500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
016600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
016700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
016800*----------------------------------------------------------------
016900 9800-CHECK-LAYOUTS.
017000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
017100     OPEN EXTEND LAYOUT-USAGE-LOG.
017200     IF WS-LU-STATUS = "35"
017300        OPEN OUTPUT LAYOUT-USAGE-LOG
017400     END-IF.
017500     MOVE "ROSTERF" TO WS-LK-DATASET.
017600     MOVE 3 TO WS-LK-VERSION.
017700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
017800     PERFORM 9820-CHECK-ONE-LAYOUT.
017900     MOVE "CRSGRADE" TO WS-LK-DATASET.
018000     MOVE 2 TO WS-LK-VERSION.
018100     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
018200     PERFORM 9820-CHECK-ONE-LAYOUT.
018300     CLOSE LAYOUT-USAGE-LOG.
018400
018500 9810-LOAD-LAYOUT-CONTROL.
018600     MOVE 0 TO WS-LC-COUNT.
018700     OPEN INPUT LAYOUT-CONTROL.
018800     IF WS-LC-STATUS NOT = "00"
018900        EXIT PARAGRAPH
019000     END-IF.
019100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
019200        READ LAYOUT-CONTROL
019300            AT END MOVE "10" TO WS-LC-STATUS
019400        END-READ
019500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
019600           ADD 1 TO WS-LC-COUNT
019700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
019800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
019900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
020000        END-IF
020100     END-PERFORM.
020200     CLOSE LAYOUT-CONTROL.
020300
020400*----------------------------------------------------------------
020500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
020600* AS NOCTL.
020700*----------------------------------------------------------------
020800 9820-CHECK-ONE-LAYOUT.
020900     MOVE "NOCTL" TO WS-LK-RESULT.
021000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
021100             UNTIL WS-LC-INDX > WS-LC-COUNT
021200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
021300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
021400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
021500              MOVE "CURRENT" TO WS-LK-RESULT
021600           ELSE
021700              MOVE "MISMATCH" TO WS-LK-RESULT
021800           END-IF
021900        END-IF
022000     END-PERFORM.
022100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
022200     MOVE "GRADE-SCHOOL-BATCH" TO LU-PROGRAM.
022300     MOVE WS-LK-DATASET TO LU-DATASET.
022400     MOVE WS-LK-VERSION TO LU-VERSION.
022500     MOVE WS-LK-LENGTH TO LU-LENGTH.
022600     MOVE WS-LK-RESULT TO LU-RESULT.
022700     WRITE LAYOUT-USAGE-RECORD.
022800     IF WS-LK-RESULT NOT = "MISMATCH"
022900        EXIT PARAGRAPH
023000     END-IF.
023100     SET LAYOUT-MISMATCH TO TRUE.
023200     DISPLAY "GRADE-SCHOOL-BATCH HALTED: " WS-LK-DATASET
023300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
023400         " DOES NOT MATCH LAYOUTCT".
023500     OPEN EXTEND OPS-ERROR-LOG.
023600     IF WS-OPS-LOG-STATUS = "35"
023700        OPEN OUTPUT OPS-ERROR-LOG
023800     END-IF.
023900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
024000     MOVE "GRADE-SCHOOL-BATCH" TO OE-PROGRAM.
024100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
024200     MOVE "LAYOUT" TO OE-OPERATION.
024300     MOVE "16" TO OE-STATUS.
024400     WRITE OPS-ERROR-RECORD.
024500     CLOSE OPS-ERROR-LOG.
