000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-PAYIMP.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ONLINE PAYMENT IMPORT -- PARENTS PAY FEES AND
001100*                 LUNCH MONEY THROUGH THE VENDOR AND A CLERK WAS
001200*                 RE-KEYING EVERY PAYMENT INTO FEETX OR POSTX.
001300*                 THE PAYPARM CARD PICKS THE RUN: "IMPORT" READS
001400*                 THE NIGHTLY SETTLEMENT FILE, POSTS FEE PAYMENTS
001500*                 TO FEELEDGR AS P ROWS AND LUNCH DEPOSITS TO
001600*                 MEALACCT, PARKS BAD OR UNKNOWN STUDENT IDS ON
001700*                 PAYSUSP AND BALANCES THE DAY TO THE BANK
001800*                 DEPOSIT; "CLEAR" WORKS THE SUSPENSE ITEMS THE
001900*                 BUSINESS OFFICE HAS RESOLVED ON PAYCLR.  PAYCONF
002000*                 HOLDS EVERY CONFIRMATION NUMBER EVER SEEN SO NO
002100*                 PAYMENT POSTS TWICE.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002140*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002160*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002180*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002200*                 OPSERRLG ENTRY.
002205* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002210*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002215*                 LAYOUT VERSION 3.
002216* 2026-10-15 KAP  A PAYSUSP LARGER THAN THE 5000-ROW TABLE NOW
002217*                 ABANDONS THE CLEARING RUN RC=8 INSTEAD OF
002218*                 REWRITING THE FILE WITHOUT THE ROWS PAST THE
002219*                 CAP.
002220*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
002600     FUNCTION ALL INTRINSIC.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARM-FILE ASSIGN TO "PAYPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT SETTLEMENT-FILE ASSIGN TO "PAYVEND"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-VP-STATUS.
003600
003700     SELECT CONFIRMATION-FILE ASSIGN TO "PAYCONF"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PC-CONFIRMATION
004100         FILE STATUS IS WS-PC-STATUS.
004200
004300     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FEE-STATUS.
004600
004700     SELECT MEAL-ACCOUNT-FILE ASSIGN TO "MEALACCT"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MA-STUDENT-ID
005100         FILE STATUS IS WS-MA-STATUS.
005200
005300     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS FR-STUDENT-ID
005700         FILE STATUS IS WS-FILE-STATUS.
005800
005900     SELECT SUSPENSE-FILE ASSIGN TO "PAYSUSP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SU-STATUS.
006200
006300     SELECT CLEARING-FILE ASSIGN TO "PAYCLR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CC-STATUS.
006600
006700     SELECT PAYMENT-REPORT ASSIGN TO "PAYRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
006907     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006915         ORGANIZATION IS LINE SEQUENTIAL
006923         FILE STATUS IS WS-LC-STATUS.
006930
006938     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006946         ORGANIZATION IS LINE SEQUENTIAL
006953         FILE STATUS IS WS-LU-STATUS.
006961
006969     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006976         ORGANIZATION IS LINE SEQUENTIAL
006984         FILE STATUS IS WS-OPS-LOG-STATUS.
006992
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PARM-FILE.
007300*----------------------------------------------------------------
007400* ONE CARD: IMPORT OR CLEAR, THEN FOR IMPORT THE AMOUNT THE BANK
007500* CREDITED FOR THE SETTLEMENT (ZERO SKIPS THE BANK BALANCE).
007600*----------------------------------------------------------------
007700 01  PARM-RECORD.
007800     05 PARM-MODE             PIC X(09).
007900     05 PARM-BANK-DEPOSIT     PIC 9(07)V99.
008000
008100 FD  SETTLEMENT-FILE.
008200*----------------------------------------------------------------
008300* THE VENDOR'S NIGHTLY SETTLEMENT: ONE D ROW PER PAYMENT, THEN A
008400* T TRAILER WITH THE ROW COUNT AND THE AMOUNT SENT TO THE BANK.
008500* VP-CATEGORY IS "FEE " OR "MEAL".
008600*----------------------------------------------------------------
008700 01  SETTLEMENT-RECORD.
008800     05 VP-REC-TYPE           PIC X(01).
008900     05 VP-CONFIRMATION       PIC X(12).
009000     05 VP-STUDENT-ID         PIC 9(09).
009100     05 VP-CATEGORY           PIC X(04).
009200     05 VP-AMOUNT             PIC 9(05)V99.
009300     05 VP-SETTLE-DATE        PIC 9(08).
009400 01  SETTLEMENT-TRAILER.
009500     05 VT-REC-TYPE           PIC X(01).
009600     05 VT-SETTLE-DATE        PIC 9(08).
009700     05 VT-COUNT              PIC 9(07).
009800     05 VT-TOTAL              PIC 9(07)V99.
009900
010000 FD  CONFIRMATION-FILE.
010100*----------------------------------------------------------------
010200* EVERY CONFIRMATION NUMBER THE VENDOR HAS SENT, WITH WHAT
010300* BECAME OF IT: P POSTED, S IN SUSPENSE, R RETURNED TO THE
010400* VENDOR.
010500*----------------------------------------------------------------
010600 01  CONFIRMATION-RECORD.
010700     05 PC-CONFIRMATION       PIC X(12).
010800     05 PC-SETTLE-DATE        PIC 9(08).
010900     05 PC-STUDENT-ID         PIC 9(09).
011000     05 PC-CATEGORY           PIC X(04).
011100     05 PC-AMOUNT             PIC 9(05)V99.
011200     05 PC-DISPOSITION        PIC X(01).
011300     05 PC-POSTED-DATE        PIC 9(08).
011400
011500 FD  FEE-LEDGER.
011600*----------------------------------------------------------------
011700* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' FEE-LEDGER-RECORD.
011800*----------------------------------------------------------------
011900 01  FEE-LEDGER-RECORD.
012000     05 FL-STUDENT-ID         PIC 9(09).
012100     05 FL-DATE               PIC 9(08).
012200     05 FL-TYPE               PIC X(01).
012300     05 FL-AMOUNT             PIC 9(05)V99.
012400     05 FL-REASON             PIC X(12).
012500     05 FL-SOURCE             PIC X(08).
012600
012700 FD  MEAL-ACCOUNT-FILE.
012800*----------------------------------------------------------------
012900* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S MEAL-ACCOUNT-RECORD.
013000*----------------------------------------------------------------
013100 01  MEAL-ACCOUNT-RECORD.
013200     05 MA-STUDENT-ID         PIC 9(09).
013300     05 MA-BALANCE            PIC S9(05)V99.
013400
013500 FD  ROSTER-FILE.
013600*----------------------------------------------------------------
013700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
013800*----------------------------------------------------------------
013900 01  ROSTER-RECORD.
014000     05 FR-STUDENT-ID         PIC 9(09).
014100     05 FR-NAME               PIC X(60).
014200     05 FR-GRADE              PIC 9(02).
014300     05 FR-TEACHER            PIC X(30).
014400     05 FR-SECTION            PIC 9(01).
014500     05 FR-HOUSEHOLD-ID       PIC 9(09).
014600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
014700     05 FR-IEP-FLAG           PIC X(01).
014800     05 FR-DOB                PIC 9(08).
014900     05 FR-SCHOOL-CODE        PIC 9(02).
014933     05 FR-GENDER             PIC X(01).
014966     05 FR-RACE-ETH           PIC X(01).
015000
015100 FD  SUSPENSE-FILE.
015200*----------------------------------------------------------------
015300* PAYMENTS THAT COULD NOT POST.  SU-STATUS O OPEN, C CLEARED
015400* (POSTED TO SU-CLEARED-ID), R RETURNED TO THE VENDOR.  CLEARED
015500* ROWS STAY ON FILE AS THE AUDIT TRAIL.
015600*----------------------------------------------------------------
015700 01  SUSPENSE-RECORD.
015800     05 SU-CONFIRMATION       PIC X(12).
015900     05 SU-STUDENT-ID         PIC 9(09).
016000     05 SU-CATEGORY           PIC X(04).
016100     05 SU-AMOUNT             PIC 9(05)V99.
016200     05 SU-SETTLE-DATE        PIC 9(08).
016300     05 SU-REASON             PIC X(08).
016400     05 SU-STATUS             PIC X(01).
016500     05 SU-CLEARED-DATE       PIC 9(08).
016600     05 SU-CLEARED-ID         PIC 9(09).
016700
016800 FD  CLEARING-FILE.
016900*----------------------------------------------------------------
017000* THE BUSINESS OFFICE'S RESOLUTIONS: ACTION P POSTS THE PAYMENT
017100* TO CC-STUDENT-ID (ZERO KEEPS THE ORIGINAL ID, E.G. ONCE THE
017200* CHILD IS ENROLLED), R MARKS IT RETURNED TO THE VENDOR.  A
017300* NON-BLANK CC-CATEGORY CORRECTS THE CATEGORY.
017400*----------------------------------------------------------------
017500 01  CLEARING-RECORD.
017600     05 CC-CONFIRMATION       PIC X(12).
017700     05 CC-ACTION             PIC X(01).
017800     05 CC-STUDENT-ID         PIC 9(09).
017900     05 CC-CATEGORY           PIC X(04).
018000
018100 FD  PAYMENT-REPORT.
018200 01  RPT-LINE                 PIC X(100).
018300
018302 FD  LAYOUT-CONTROL.
018305*----------------------------------------------------------------
018308* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018310* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018313*----------------------------------------------------------------
018316 01  LAYOUT-CONTROL-RECORD.
018318     05 LC-DATASET            PIC X(08).
018321     05 LC-VERSION            PIC 9(03).
018324     05 LC-LENGTH             PIC 9(05).
018327     05 LC-EFFECTIVE-DATE     PIC 9(08).
018329
018332 FD  LAYOUT-USAGE-LOG.
018335*----------------------------------------------------------------
018337* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018340* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018343*----------------------------------------------------------------
018345 01  LAYOUT-USAGE-RECORD.
018348     05 LU-TIMESTAMP          PIC 9(14).
018351     05 LU-PROGRAM            PIC X(24).
018354     05 LU-DATASET            PIC X(08).
018356     05 LU-VERSION            PIC 9(03).
018359     05 LU-LENGTH             PIC 9(05).
018362     05 LU-RESULT             PIC X(08).
018364
018367 FD  OPS-ERROR-LOG.
018370*----------------------------------------------------------------
018372* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
018375* SHARED SHOP-WIDE ERROR LOG.
018378*----------------------------------------------------------------
018381 01  OPS-ERROR-RECORD.
018383     05 OE-TIMESTAMP          PIC 9(14).
018386     05 OE-PROGRAM            PIC X(20).
018389     05 OE-FILE-NAME          PIC X(08).
018391     05 OE-OPERATION          PIC X(08).
018394     05 OE-STATUS             PIC XX.
018397
018400 WORKING-STORAGE SECTION.
018500 01 WS-PARM-STATUS             PIC XX.
018600 01 WS-VP-STATUS               PIC XX.
018700 01 WS-PC-STATUS               PIC XX.
018800 01 WS-FEE-STATUS              PIC XX.
018900 01 WS-MA-STATUS               PIC XX.
019000 01 WS-FILE-STATUS             PIC XX.
019100 01 WS-SU-STATUS               PIC XX.
019200 01 WS-CC-STATUS               PIC XX.
019300 01 WS-RUN-MODE                PIC X(09).
019400 01 WS-BANK-DEPOSIT            PIC 9(07)V99 VALUE ZERO.
019500 01 WS-TODAY                   PIC 9(08).
019600 01 WS-REJECT-REASON           PIC X(08).
019700 01 WS-DISPOSITION             PIC X(01).
019800 01 WS-TRAILER-SWITCH          PIC X VALUE "N".
019900     88 TRAILER-FOUND                   VALUE "Y".
020000 01 WS-TRAILER-COUNT           PIC 9(07) VALUE ZERO.
020100 01 WS-TRAILER-TOTAL           PIC 9(07)V99 VALUE ZERO.
020200 01 WS-FILE-TOTAL              PIC 9(07)V99 VALUE ZERO.
020300 01 WS-FEE-TOTAL               PIC 9(07)V99 VALUE ZERO.
020400 01 WS-MEAL-TOTAL              PIC 9(07)V99 VALUE ZERO.
020500 01 WS-SUSPENSE-TOTAL          PIC 9(07)V99 VALUE ZERO.
020600 01 WS-DUPLICATE-TOTAL         PIC 9(07)V99 VALUE ZERO.
020700 01 WS-DIFFERENCE              PIC S9(07)V99 VALUE ZERO.
020800 01 WS-FEE-COUNT               PIC 9(07) COMP VALUE ZERO.
020900 01 WS-MEAL-COUNT              PIC 9(07) COMP VALUE ZERO.
021000 01 WS-SUSPENSE-COUNT          PIC 9(07) COMP VALUE ZERO.
021100 01 WS-DUPLICATE-COUNT         PIC 9(07) COMP VALUE ZERO.
021200 01 WS-CLEARED-COUNT           PIC 9(07) COMP VALUE ZERO.
021300 01 WS-RETURNED-COUNT          PIC 9(07) COMP VALUE ZERO.
021400 01 WS-CLEAR-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
021500 01 WS-OPEN-COUNT              PIC 9(07) COMP VALUE ZERO.
021600 01 WS-OUT-OF-BALANCE          PIC X VALUE "N".
021700     88 DAY-OUT-OF-BALANCE              VALUE "Y".
021800 01 WS-COUNT-DISP              PIC ZZZZZZ9.
021900 01 WS-AMOUNT-DISP             PIC ZZ,ZZ9.99.
022000 01 WS-TOTAL-DISP              PIC Z,ZZZ,ZZ9.99.
022100 01 WS-DIFF-DISP               PIC +,+++,++9.99.
022200 01 WS-FOUND-INDX              PIC 9(05) COMP.
022300 01 I                          PIC 9(05) COMP.
022400
022500*----------------------------------------------------------------
022600* THE PAYMENT IN HAND, FROM THE SETTLEMENT FILE OR FROM A
022700* SUSPENSE ROW BEING CLEARED -- ONE POSTING PATH FOR BOTH.
022800*----------------------------------------------------------------
022900 01 WS-PAY-CONFIRMATION        PIC X(12).
023000 01 WS-PAY-STUDENT-ID          PIC 9(09).
023100 01 WS-PAY-CATEGORY            PIC X(04).
023200 01 WS-PAY-AMOUNT              PIC 9(05)V99.
023300 01 WS-PAY-SETTLE-DATE         PIC 9(08).
023400
023500*----------------------------------------------------------------
023600* THE SETTLEMENT FILE IS LOADED WHOLE AND PROVED AGAINST ITS
023700* TRAILER BEFORE ANYTHING POSTS -- A SHORT FILE POSTS NOTHING.
023800*----------------------------------------------------------------
023900 01 WS-VP-COUNT                PIC 9(05) COMP VALUE ZERO.
024000 01 SETTLEMENT-TABLE.
024100     02 VP-ROW                OCCURS 1 TO 9000 TIMES
024200                                 DEPENDING ON WS-VP-COUNT.
024300        05 VP-T-CONFIRMATION  PIC X(12).
024400        05 VP-T-STUDENT-ID    PIC X(09).
024500        05 VP-T-CATEGORY      PIC X(04).
024600        05 VP-T-AMOUNT        PIC 9(05)V99.
024700        05 VP-T-SETTLE-DATE   PIC 9(08).
024800
024900*----------------------------------------------------------------
025000* PAYSUSP IN FULL FOR THE CLEARING RUN; IT IS REWRITTEN WITH THE
025100* RESOLVED ROWS MARKED.
025200*----------------------------------------------------------------
025300 01 WS-SU-COUNT                PIC 9(05) COMP VALUE ZERO.
025350 01 WS-SU-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
025400 01 SUSPENSE-TABLE.
025500     02 SU-ROW                OCCURS 1 TO 5000 TIMES
025600                                 DEPENDING ON WS-SU-COUNT.
025700        05 SU-T-CONFIRMATION  PIC X(12).
025800        05 SU-T-STUDENT-ID    PIC 9(09).
025900        05 SU-T-CATEGORY      PIC X(04).
026000        05 SU-T-AMOUNT        PIC 9(05)V99.
026100        05 SU-T-SETTLE-DATE   PIC 9(08).
026200        05 SU-T-REASON        PIC X(08).
026300        05 SU-T-STATUS        PIC X(01).
026400        05 SU-T-CLEARED-DATE  PIC 9(08).
026500        05 SU-T-CLEARED-ID    PIC 9(09).
026600
026700*----------------------------------------------------------------
026800* THE SAME LUHN DOUBLING SUM GRADE-SCHOOL'S
026900* VALIDATE-STUDENT-ID-CHECK-DIGIT RUNS -- A PARENT'S TYPO ON THE
027000* VENDOR SITE MUST NOT CREDIT SOMEBODY ELSE'S CHILD.
027100*----------------------------------------------------------------
027200 01 WS-SID-BASE                PIC 9(08) COMP.
027300 01 WS-SID-WORK                PIC 9(08) COMP.
027400 01 WS-SID-DIGIT               PIC 9.
027500 01 WS-SID-DOUBLE              PIC 99.
027600 01 WS-SID-SUM                 PIC 9(04) COMP.
027700 01 WS-SID-POS                 PIC 99 COMP.
027800 01 WS-SID-CHECK               PIC 9.
027900 01 WS-SID-CHECK-DIGIT         PIC 9.
028000 01 WS-ID-CHECK-SWITCH         PIC X VALUE "Y".
028100     88 ID-CHECK-DIGIT-VALID             VALUE "Y".
028200     88 ID-CHECK-DIGIT-INVALID           VALUE "N".
028300
028304*----------------------------------------------------------------
028309* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
028313* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
028318*----------------------------------------------------------------
028322 01 WS-LC-STATUS               PIC XX.
028327 01 WS-LU-STATUS               PIC XX.
028331 01 WS-OPS-LOG-STATUS          PIC XX.
028336 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
028340     88 LAYOUT-MISMATCH                  VALUE "Y".
028345 01 WS-LK-DATASET              PIC X(08).
028350 01 WS-LK-VERSION              PIC 9(03).
028354 01 WS-LK-LENGTH               PIC 9(05).
028359 01 WS-LK-RESULT               PIC X(08).
028363 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
028368 01 WS-LC-INDX                 PIC 9(03) COMP.
028372 01 LAYOUT-CONTROL-TABLE.
028377     02 LCT-ROW               OCCURS 50 TIMES.
028381        05 LCT-DATASET        PIC X(08).
028386        05 LCT-VERSION        PIC 9(03).
028390        05 LCT-LENGTH         PIC 9(05).
028395
028400 PROCEDURE DIVISION.
028500
028600 0000-MAINLINE.
028610     PERFORM 9800-CHECK-LAYOUTS
028620     IF LAYOUT-MISMATCH
028630        MOVE 16 TO RETURN-CODE
028640        GOBACK
028650     END-IF
028700     PERFORM 1000-INITIALIZE
028800     EVALUATE WS-RUN-MODE
028900         WHEN "IMPORT"
029000             PERFORM 2000-IMPORT-SETTLEMENT
029100         WHEN "CLEAR"
029200             PERFORM 3000-CLEAR-SUSPENSE
029300         WHEN OTHER
029400             DISPLAY "GRADE-SCHOOL-PAYIMP UNKNOWN MODE "
029500                 WS-RUN-MODE
029600             MOVE 8 TO RETURN-CODE
029700     END-EVALUATE
029800     PERFORM 9000-TERMINATE
029900     GOBACK.
030000
030100 1000-INITIALIZE.
030200     MOVE SPACES TO WS-RUN-MODE.
030300     OPEN INPUT PARM-FILE.
030400     IF WS-PARM-STATUS = "00"
030500        READ PARM-FILE
030600            AT END CONTINUE
030700        END-READ
030800        IF WS-PARM-STATUS = "00"
030900           MOVE PARM-MODE TO WS-RUN-MODE
031000           IF PARM-BANK-DEPOSIT NUMERIC
031100              MOVE PARM-BANK-DEPOSIT TO WS-BANK-DEPOSIT
031200           END-IF
031300        END-IF
031400        CLOSE PARM-FILE
031500     END-IF.
031600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
031700     OPEN OUTPUT PAYMENT-REPORT.
031800
031900*----------------------------------------------------------------
032000* NIGHTLY IMPORT.  EACH PAYMENT IS CHECKED AGAINST PAYCONF FIRST:
032100* A CONFIRMATION NUMBER ALREADY ON FILE IS A VENDOR RESEND AND IS
032200* LISTED, NEVER POSTED.  EVERYTHING ELSE POSTS OR GOES TO
032300* SUSPENSE, AND EITHER WAY ITS NUMBER GOES ON PAYCONF.
032400*----------------------------------------------------------------
032500 2000-IMPORT-SETTLEMENT.
032600     PERFORM 2100-LOAD-SETTLEMENT.
032700     IF NOT TRAILER-FOUND
032800        OR WS-TRAILER-COUNT NOT = WS-VP-COUNT
032900        OR WS-TRAILER-TOTAL NOT = WS-FILE-TOTAL
033000        PERFORM 2150-TRAILER-HALT
033100        EXIT PARAGRAPH
033200     END-IF.
033300     MOVE SPACES TO RPT-LINE.
033400     STRING "ONLINE PAYMENT IMPORT  SETTLEMENT " DELIMITED BY SIZE
033500         VT-SETTLE-DATE DELIMITED BY SIZE
033600         INTO RPT-LINE
033700     END-STRING.
033800     WRITE RPT-LINE.
033900     MOVE SPACES TO RPT-LINE.
034000     WRITE RPT-LINE.
034100     PERFORM 4000-OPEN-POSTING-FILES.
034200     OPEN EXTEND SUSPENSE-FILE.
034300     IF WS-SU-STATUS = "35"
034400        OPEN OUTPUT SUSPENSE-FILE
034500     END-IF.
034600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VP-COUNT
034700        PERFORM 2200-IMPORT-ONE-PAYMENT
034800     END-PERFORM.
034900     CLOSE SUSPENSE-FILE.
035000     PERFORM 4900-CLOSE-POSTING-FILES.
035100     PERFORM 2800-PRINT-BALANCE.
035200
035300 2100-LOAD-SETTLEMENT.
035400     OPEN INPUT SETTLEMENT-FILE.
035500     IF WS-VP-STATUS NOT = "00"
035600        MOVE "10" TO WS-VP-STATUS
035700     END-IF.
035800     PERFORM UNTIL WS-VP-STATUS NOT = "00"
035900        READ SETTLEMENT-FILE
036000            AT END MOVE "10" TO WS-VP-STATUS
036100        END-READ
036200        IF WS-VP-STATUS = "00"
036300           EVALUATE VP-REC-TYPE
036400               WHEN "T"
036500                   SET TRAILER-FOUND TO TRUE
036600                   MOVE VT-COUNT TO WS-TRAILER-COUNT
036700                   MOVE VT-TOTAL TO WS-TRAILER-TOTAL
036800               WHEN "D"
036900                   IF WS-VP-COUNT < 9000
037000                      ADD 1 TO WS-VP-COUNT
037100                      MOVE VP-CONFIRMATION
037200                          TO VP-T-CONFIRMATION(WS-VP-COUNT)
037300                      MOVE SETTLEMENT-RECORD(14:9)
037400                          TO VP-T-STUDENT-ID(WS-VP-COUNT)
037500                      MOVE VP-CATEGORY
037600                          TO VP-T-CATEGORY(WS-VP-COUNT)
037700                      MOVE VP-AMOUNT TO VP-T-AMOUNT(WS-VP-COUNT)
037800                      MOVE VP-SETTLE-DATE
037900                          TO VP-T-SETTLE-DATE(WS-VP-COUNT)
038000                      ADD VP-AMOUNT TO WS-FILE-TOTAL
038100                   END-IF
038200               WHEN OTHER
038300                   CONTINUE
038400           END-EVALUATE
038500        END-IF
038600     END-PERFORM.
038700     IF WS-VP-STATUS = "10"
038800        CLOSE SETTLEMENT-FILE
038900     END-IF.
039000
039100 2150-TRAILER-HALT.
039200     MOVE "SETTLEMENT FILE DOES NOT PROVE TO ITS TRAILER"
039300         TO RPT-LINE.
039400     WRITE RPT-LINE.
039500     MOVE SPACES TO RPT-LINE.
039600     IF NOT TRAILER-FOUND
039700        MOVE "NO TRAILER ROW -- FILE INCOMPLETE, NOTHING POSTED"
039800            TO RPT-LINE
039900     ELSE
040000        MOVE WS-VP-COUNT TO WS-COUNT-DISP
040100        MOVE WS-FILE-TOTAL TO WS-TOTAL-DISP
040200        STRING "ROWS " DELIMITED BY SIZE
040300            WS-COUNT-DISP DELIMITED BY SIZE
040400            " TOTAL " DELIMITED BY SIZE
040500            WS-TOTAL-DISP DELIMITED BY SIZE
040600            INTO RPT-LINE
040700        END-STRING
040800        MOVE WS-TRAILER-COUNT TO WS-COUNT-DISP
040900        MOVE WS-TRAILER-TOTAL TO WS-TOTAL-DISP
041000        STRING "  TRAILER SAYS " DELIMITED BY SIZE
041100            WS-COUNT-DISP DELIMITED BY SIZE
041200            " TOTAL " DELIMITED BY SIZE
041300            WS-TOTAL-DISP DELIMITED BY SIZE
041400            " -- NOTHING POSTED" DELIMITED BY SIZE
041500            INTO RPT-LINE(38:63)
041600        END-STRING
041700     END-IF.
041800     WRITE RPT-LINE.
041900     DISPLAY "GRADE-SCHOOL-PAYIMP SETTLEMENT FILE DOES NOT PROVE "
042000         "TO ITS TRAILER -- NOTHING POSTED".
042100     MOVE 8 TO RETURN-CODE.
042200
042300 2200-IMPORT-ONE-PAYMENT.
042400     MOVE VP-T-CONFIRMATION(I) TO WS-PAY-CONFIRMATION.
042500     MOVE VP-T-CATEGORY(I) TO WS-PAY-CATEGORY.
042600     MOVE VP-T-AMOUNT(I) TO WS-PAY-AMOUNT.
042700     MOVE VP-T-SETTLE-DATE(I) TO WS-PAY-SETTLE-DATE.
042800     MOVE WS-PAY-CONFIRMATION TO PC-CONFIRMATION.
042900     READ CONFIRMATION-FILE
043000         INVALID KEY CONTINUE
043100     END-READ.
043200     IF WS-PC-STATUS = "00"
043300        ADD 1 TO WS-DUPLICATE-COUNT
043400        ADD WS-PAY-AMOUNT TO WS-DUPLICATE-TOTAL
043500        MOVE "DUPCONF" TO WS-REJECT-REASON
043600        PERFORM 2700-EXCEPTION-LINE
043700        EXIT PARAGRAPH
043800     END-IF.
043900     MOVE "00" TO WS-PC-STATUS.
044000     MOVE SPACES TO WS-REJECT-REASON.
044100     IF VP-T-STUDENT-ID(I) NOT NUMERIC
044200        MOVE 0 TO WS-PAY-STUDENT-ID
044300        MOVE "BADID" TO WS-REJECT-REASON
044400     ELSE
044500        MOVE VP-T-STUDENT-ID(I) TO WS-PAY-STUDENT-ID
044600        PERFORM 4200-VALIDATE-PAYMENT
044700     END-IF.
044800     IF WS-REJECT-REASON = SPACES
044900        PERFORM 4100-POST-PAYMENT
045000        MOVE "P" TO PC-DISPOSITION
045100     ELSE
045200        PERFORM 2300-WRITE-SUSPENSE
045300        MOVE "S" TO PC-DISPOSITION
045400     END-IF.
045500     MOVE WS-PAY-CONFIRMATION TO PC-CONFIRMATION.
045600     MOVE WS-PAY-SETTLE-DATE TO PC-SETTLE-DATE.
045700     MOVE WS-PAY-STUDENT-ID TO PC-STUDENT-ID.
045800     MOVE WS-PAY-CATEGORY TO PC-CATEGORY.
045900     MOVE WS-PAY-AMOUNT TO PC-AMOUNT.
046000     MOVE WS-TODAY TO PC-POSTED-DATE.
046100     WRITE CONFIRMATION-RECORD
046200         INVALID KEY CONTINUE
046300     END-WRITE.
046400     MOVE "00" TO WS-PC-STATUS.
046500
046600 2300-WRITE-SUSPENSE.
046700     ADD 1 TO WS-SUSPENSE-COUNT.
046800     ADD WS-PAY-AMOUNT TO WS-SUSPENSE-TOTAL.
046900     MOVE WS-PAY-CONFIRMATION TO SU-CONFIRMATION.
047000     MOVE WS-PAY-STUDENT-ID TO SU-STUDENT-ID.
047100     MOVE WS-PAY-CATEGORY TO SU-CATEGORY.
047200     MOVE WS-PAY-AMOUNT TO SU-AMOUNT.
047300     MOVE WS-PAY-SETTLE-DATE TO SU-SETTLE-DATE.
047400     MOVE WS-REJECT-REASON TO SU-REASON.
047500     MOVE "O" TO SU-STATUS.
047600     MOVE 0 TO SU-CLEARED-DATE.
047700     MOVE 0 TO SU-CLEARED-ID.
047800     WRITE SUSPENSE-RECORD.
047900     PERFORM 2700-EXCEPTION-LINE.
048000
048100 2700-EXCEPTION-LINE.
048200     MOVE WS-PAY-AMOUNT TO WS-AMOUNT-DISP.
048300     MOVE SPACES TO RPT-LINE.
048400     STRING WS-REJECT-REASON DELIMITED BY SIZE
048500         " " DELIMITED BY SIZE
048600         WS-PAY-CONFIRMATION DELIMITED BY SIZE
048700         " " DELIMITED BY SIZE
048800         VP-T-STUDENT-ID(I) DELIMITED BY SIZE
048900         " " DELIMITED BY SIZE
049000         WS-PAY-CATEGORY DELIMITED BY SIZE
049100         " " DELIMITED BY SIZE
049200         WS-AMOUNT-DISP DELIMITED BY SIZE
049300         INTO RPT-LINE
049400     END-STRING.
049500     IF WS-REJECT-REASON = "DUPCONF"
049600        STRING "  ALREADY ON PAYCONF, NOT POSTED"
049700            DELIMITED BY SIZE
049800            INTO RPT-LINE(47:54)
049900        END-STRING
050000     ELSE
050100        STRING "  TO SUSPENSE" DELIMITED BY SIZE
050200            INTO RPT-LINE(47:54)
050300        END-STRING
050400     END-IF.
050500     WRITE RPT-LINE.
050600
050700*----------------------------------------------------------------
050800* THE DAY MUST PROVE TWO WAYS: POSTED + SUSPENSE + RESENDS MAKE
050900* THE FILE TOTAL, AND THE FILE TOTAL IS WHAT THE BANK CREDITED.
051000*----------------------------------------------------------------
051100 2800-PRINT-BALANCE.
051200     MOVE SPACES TO RPT-LINE.
051300     WRITE RPT-LINE.
051400     MOVE "SETTLEMENT BALANCE" TO RPT-LINE.
051500     WRITE RPT-LINE.
051600     MOVE WS-FEE-COUNT TO WS-COUNT-DISP.
051700     MOVE WS-FEE-TOTAL TO WS-TOTAL-DISP.
051800     MOVE SPACES TO RPT-LINE.
051900     STRING "  FEE PAYMENTS TO FEELEDGR   " WS-COUNT-DISP
052000         "  " WS-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
052100     WRITE RPT-LINE.
052200     MOVE WS-MEAL-COUNT TO WS-COUNT-DISP.
052300     MOVE WS-MEAL-TOTAL TO WS-TOTAL-DISP.
052400     MOVE SPACES TO RPT-LINE.
052500     STRING "  LUNCH DEPOSITS TO MEALACCT " WS-COUNT-DISP
052600         "  " WS-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
052700     WRITE RPT-LINE.
052800     MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISP.
052900     MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP.
053000     MOVE SPACES TO RPT-LINE.
053100     STRING "  HELD IN SUSPENSE           " WS-COUNT-DISP
053200         "  " WS-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
053300     WRITE RPT-LINE.
053400     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP.
053500     MOVE WS-DUPLICATE-TOTAL TO WS-TOTAL-DISP.
053600     MOVE SPACES TO RPT-LINE.
053700     STRING "  RESENDS NOT POSTED         " WS-COUNT-DISP
053800         "  " WS-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
053900     WRITE RPT-LINE.
054000     MOVE WS-VP-COUNT TO WS-COUNT-DISP.
054100     MOVE WS-FILE-TOTAL TO WS-TOTAL-DISP.
054200     MOVE SPACES TO RPT-LINE.
054300     STRING "  SETTLEMENT FILE TOTAL      " WS-COUNT-DISP
054400         "  " WS-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
054500     WRITE RPT-LINE.
054600     MOVE SPACES TO RPT-LINE.
054700     IF WS-BANK-DEPOSIT = 0
054800        MOVE "  NO BANK DEPOSIT ON PAYPARM -- NOT PROVED"
054900            TO RPT-LINE
055000        WRITE RPT-LINE
055100        EXIT PARAGRAPH
055200     END-IF.
055300     MOVE WS-BANK-DEPOSIT TO WS-TOTAL-DISP.
055400     STRING "  BANK DEPOSIT                        " WS-TOTAL-DISP
055500         DELIMITED BY SIZE INTO RPT-LINE.
055600     WRITE RPT-LINE.
055700     COMPUTE WS-DIFFERENCE = WS-BANK-DEPOSIT - WS-FILE-TOTAL.
055800     MOVE SPACES TO RPT-LINE.
055900     IF WS-DIFFERENCE = 0
056000        MOVE "  IN BALANCE WITH THE BANK" TO RPT-LINE
056100     ELSE
056200        SET DAY-OUT-OF-BALANCE TO TRUE
056300        MOVE WS-DIFFERENCE TO WS-DIFF-DISP
056400        STRING "  OUT OF BALANCE WITH THE BANK BY  "
056500            DELIMITED BY SIZE
056600            WS-DIFF-DISP DELIMITED BY SIZE
056700            INTO RPT-LINE
056800        END-STRING
056900     END-IF.
057000     WRITE RPT-LINE.
057100
057200*----------------------------------------------------------------
057300* THE CLEARING STEP.  EACH PAYCLR ROW MUST NAME AN OPEN SUSPENSE
057400* ITEM; A POSTING STILL HAS TO PASS THE SAME CHECK DIGIT AND
057500* ROSTER TEST AS THE IMPORT, OR THE ITEM STAYS OPEN.
057600*----------------------------------------------------------------
057700 3000-CLEAR-SUSPENSE.
057800     MOVE "ONLINE PAYMENT SUSPENSE CLEARING" TO RPT-LINE.
057900     WRITE RPT-LINE.
058000     MOVE SPACES TO RPT-LINE.
058100     WRITE RPT-LINE.
058200     PERFORM 3100-LOAD-SUSPENSE.
058209*    AN OVERFULL PAYSUSP CANNOT BE REWRITTEN SAFELY -- EVERY
058218*    ROW PAST THE TABLE WOULD BE DROPPED -- AND AN ITEM CLEARED
058227*    WITHOUT THE REWRITE WOULD POST AGAIN NEXT RUN, SO NOTHING
058236*    IS CLEARED AND PAYSUSP IS LEFT UNTOUCHED FOR OPERATIONS.
058245     IF WS-SU-OVERFLOW > 0
058254        DISPLAY "GRADE-SCHOOL-PAYIMP PAYSUSP ROWS PAST CAP: "
058263            WS-SU-OVERFLOW " -- RUN ABANDONED"
058272        MOVE 8 TO RETURN-CODE
058281        EXIT PARAGRAPH
058290     END-IF.
058300     PERFORM 4000-OPEN-POSTING-FILES.
058400     OPEN INPUT CLEARING-FILE.
058500     IF WS-CC-STATUS NOT = "00"
058600        MOVE "10" TO WS-CC-STATUS
058700     END-IF.
058800     PERFORM UNTIL WS-CC-STATUS NOT = "00"
058900        READ CLEARING-FILE
059000            AT END MOVE "10" TO WS-CC-STATUS
059100        END-READ
059200        IF WS-CC-STATUS = "00"
059300           PERFORM 3200-CLEAR-ONE-ITEM
059400        END-IF
059500     END-PERFORM.
059600     IF WS-CC-STATUS = "10"
059700        CLOSE CLEARING-FILE
059800     END-IF.
059900     PERFORM 4900-CLOSE-POSTING-FILES.
060000     PERFORM 3300-REWRITE-SUSPENSE.
060100     PERFORM 3400-PRINT-OPEN-ITEMS.
060200
060300 3100-LOAD-SUSPENSE.
060400     OPEN INPUT SUSPENSE-FILE.
060500     IF WS-SU-STATUS NOT = "00"
060600        MOVE "10" TO WS-SU-STATUS
060700     END-IF.
060800     PERFORM UNTIL WS-SU-STATUS NOT = "00"
060900        READ SUSPENSE-FILE
061000            AT END MOVE "10" TO WS-SU-STATUS
061100        END-READ
061120        IF WS-SU-STATUS = "00"
061140           AND WS-SU-COUNT >= 5000
061160           ADD 1 TO WS-SU-OVERFLOW
061180        END-IF
061200        IF WS-SU-STATUS = "00"
061300           AND WS-SU-COUNT < 5000
061400           ADD 1 TO WS-SU-COUNT
061500           MOVE SU-CONFIRMATION TO SU-T-CONFIRMATION(WS-SU-COUNT)
061600           MOVE SU-STUDENT-ID TO SU-T-STUDENT-ID(WS-SU-COUNT)
061700           MOVE SU-CATEGORY TO SU-T-CATEGORY(WS-SU-COUNT)
061800           MOVE SU-AMOUNT TO SU-T-AMOUNT(WS-SU-COUNT)
061900           MOVE SU-SETTLE-DATE TO SU-T-SETTLE-DATE(WS-SU-COUNT)
062000           MOVE SU-REASON TO SU-T-REASON(WS-SU-COUNT)
062100           MOVE SU-STATUS TO SU-T-STATUS(WS-SU-COUNT)
062200           MOVE SU-CLEARED-DATE TO SU-T-CLEARED-DATE(WS-SU-COUNT)
062300           MOVE SU-CLEARED-ID TO SU-T-CLEARED-ID(WS-SU-COUNT)
062400        END-IF
062500     END-PERFORM.
062600     IF WS-SU-STATUS = "10"
062700        CLOSE SUSPENSE-FILE
062800     END-IF.
062900
063000 3200-CLEAR-ONE-ITEM.
063100     MOVE 0 TO WS-FOUND-INDX.
063200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SU-COUNT
063300        IF SU-T-CONFIRMATION(I) = CC-CONFIRMATION
063400           AND SU-T-STATUS(I) = "O"
063500           MOVE I TO WS-FOUND-INDX
063600        END-IF
063700     END-PERFORM.
063800     MOVE SPACES TO WS-REJECT-REASON.
063900     IF WS-FOUND-INDX = 0
064000        MOVE "NOTOPEN" TO WS-REJECT-REASON
064100     ELSE
064200        IF CC-ACTION NOT = "P" AND CC-ACTION NOT = "R"
064300           MOVE "BADCODE" TO WS-REJECT-REASON
064400        END-IF
064500     END-IF.
064600     IF WS-REJECT-REASON NOT = SPACES
064700        PERFORM 3250-CLEARING-LINE
064800        EXIT PARAGRAPH
064900     END-IF.
065000     MOVE WS-FOUND-INDX TO I.
065100     MOVE SU-T-CONFIRMATION(I) TO WS-PAY-CONFIRMATION.
065200     MOVE SU-T-AMOUNT(I) TO WS-PAY-AMOUNT.
065300     MOVE SU-T-SETTLE-DATE(I) TO WS-PAY-SETTLE-DATE.
065400     MOVE SU-T-CATEGORY(I) TO WS-PAY-CATEGORY.
065500     IF CC-CATEGORY NOT = SPACES
065600        MOVE CC-CATEGORY TO WS-PAY-CATEGORY
065700     END-IF.
065800     MOVE SU-T-STUDENT-ID(I) TO WS-PAY-STUDENT-ID.
065900     IF CC-STUDENT-ID NUMERIC AND CC-STUDENT-ID > 0
066000        MOVE CC-STUDENT-ID TO WS-PAY-STUDENT-ID
066100     END-IF.
066200     IF CC-ACTION = "R"
066300        MOVE "R" TO SU-T-STATUS(I)
066400        MOVE "R" TO WS-DISPOSITION
066500        ADD 1 TO WS-RETURNED-COUNT
066600     ELSE
066700        PERFORM 4200-VALIDATE-PAYMENT
066800        IF WS-REJECT-REASON NOT = SPACES
066900           PERFORM 3250-CLEARING-LINE
067000           EXIT PARAGRAPH
067100        END-IF
067200        PERFORM 4100-POST-PAYMENT
067300        MOVE "C" TO SU-T-STATUS(I)
067400        MOVE WS-PAY-STUDENT-ID TO SU-T-CLEARED-ID(I)
067500        MOVE WS-PAY-CATEGORY TO SU-T-CATEGORY(I)
067600        MOVE "P" TO WS-DISPOSITION
067700        ADD 1 TO WS-CLEARED-COUNT
067800     END-IF.
067900     MOVE WS-TODAY TO SU-T-CLEARED-DATE(I).
068000     PERFORM 3260-UPDATE-CONFIRMATION.
068100     PERFORM 3250-CLEARING-LINE.
068200
068300 3250-CLEARING-LINE.
068400     IF WS-REJECT-REASON NOT = SPACES
068500        ADD 1 TO WS-CLEAR-REJECT-COUNT
068600     END-IF.
068700     MOVE SPACES TO RPT-LINE.
068800     STRING CC-CONFIRMATION DELIMITED BY SIZE
068900         " " DELIMITED BY SIZE
069000         CC-ACTION DELIMITED BY SIZE
069100         " " DELIMITED BY SIZE
069200         CC-STUDENT-ID DELIMITED BY SIZE
069300         " " DELIMITED BY SIZE
069400         CC-CATEGORY DELIMITED BY SIZE
069500         INTO RPT-LINE
069600     END-STRING.
069700     EVALUATE TRUE
069800         WHEN WS-REJECT-REASON NOT = SPACES
069900             STRING "  NOT CLEARED: " DELIMITED BY SIZE
070000                 WS-REJECT-REASON DELIMITED BY SIZE
070100                 INTO RPT-LINE(40:61)
070200             END-STRING
070300         WHEN CC-ACTION = "R"
070400             MOVE "  RETURNED TO VENDOR" TO RPT-LINE(40:61)
070500         WHEN OTHER
070600             STRING "  POSTED TO " DELIMITED BY SIZE
070700                 WS-PAY-STUDENT-ID DELIMITED BY SIZE
070800                 INTO RPT-LINE(40:61)
070900             END-STRING
071000     END-EVALUATE.
071100     WRITE RPT-LINE.
071200
071300 3260-UPDATE-CONFIRMATION.
071400     MOVE WS-PAY-CONFIRMATION TO PC-CONFIRMATION.
071500     READ CONFIRMATION-FILE
071600         INVALID KEY CONTINUE
071700     END-READ.
071800     IF WS-PC-STATUS = "00"
071900        MOVE WS-DISPOSITION TO PC-DISPOSITION
072000        MOVE WS-PAY-STUDENT-ID TO PC-STUDENT-ID
072100        MOVE WS-PAY-CATEGORY TO PC-CATEGORY
072200        MOVE WS-TODAY TO PC-POSTED-DATE
072300        REWRITE CONFIRMATION-RECORD
072400            INVALID KEY CONTINUE
072500        END-REWRITE
072600     END-IF.
072700     MOVE "00" TO WS-PC-STATUS.
072800
072900 3300-REWRITE-SUSPENSE.
073000     IF WS-CLEARED-COUNT = 0 AND WS-RETURNED-COUNT = 0
073100        EXIT PARAGRAPH
073200     END-IF.
073300     OPEN OUTPUT SUSPENSE-FILE.
073400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SU-COUNT
073500        MOVE SU-T-CONFIRMATION(I) TO SU-CONFIRMATION
073600        MOVE SU-T-STUDENT-ID(I) TO SU-STUDENT-ID
073700        MOVE SU-T-CATEGORY(I) TO SU-CATEGORY
073800        MOVE SU-T-AMOUNT(I) TO SU-AMOUNT
073900        MOVE SU-T-SETTLE-DATE(I) TO SU-SETTLE-DATE
074000        MOVE SU-T-REASON(I) TO SU-REASON
074100        MOVE SU-T-STATUS(I) TO SU-STATUS
074200        MOVE SU-T-CLEARED-DATE(I) TO SU-CLEARED-DATE
074300        MOVE SU-T-CLEARED-ID(I) TO SU-CLEARED-ID
074400        WRITE SUSPENSE-RECORD
074500     END-PERFORM.
074600     CLOSE SUSPENSE-FILE.
074700
074800 3400-PRINT-OPEN-ITEMS.
074900     MOVE SPACES TO RPT-LINE.
075000     WRITE RPT-LINE.
075100     MOVE "STILL OPEN IN SUSPENSE" TO RPT-LINE.
075200     WRITE RPT-LINE.
075300     MOVE 0 TO WS-SUSPENSE-TOTAL.
075400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SU-COUNT
075500        IF SU-T-STATUS(I) = "O"
075600           ADD 1 TO WS-OPEN-COUNT
075700           ADD SU-T-AMOUNT(I) TO WS-SUSPENSE-TOTAL
075800           MOVE SU-T-AMOUNT(I) TO WS-AMOUNT-DISP
075900           MOVE SPACES TO RPT-LINE
076000           STRING SU-T-CONFIRMATION(I) DELIMITED BY SIZE
076100               " " DELIMITED BY SIZE
076200               SU-T-STUDENT-ID(I) DELIMITED BY SIZE
076300               " " DELIMITED BY SIZE
076400               SU-T-CATEGORY(I) DELIMITED BY SIZE
076500               " " DELIMITED BY SIZE
076600               WS-AMOUNT-DISP DELIMITED BY SIZE
076700               "  SETTLED " DELIMITED BY SIZE
076800               SU-T-SETTLE-DATE(I) DELIMITED BY SIZE
076900               "  " DELIMITED BY SIZE
077000               SU-T-REASON(I) DELIMITED BY SIZE
077100               INTO RPT-LINE
077200           END-STRING
077300           WRITE RPT-LINE
077400        END-IF
077500     END-PERFORM.
077600     MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
077700     MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP.
077800     MOVE SPACES TO RPT-LINE.
077900     STRING "OPEN ITEMS " WS-COUNT-DISP "  TOTAL " WS-TOTAL-DISP
078000         DELIMITED BY SIZE INTO RPT-LINE.
078100     WRITE RPT-LINE.
078200
078300 4000-OPEN-POSTING-FILES.
078400     OPEN INPUT ROSTER-FILE.
078500     OPEN I-O CONFIRMATION-FILE.
078600     IF WS-PC-STATUS = "35"
078700        OPEN OUTPUT CONFIRMATION-FILE
078800        CLOSE CONFIRMATION-FILE
078900        OPEN I-O CONFIRMATION-FILE
079000     END-IF.
079100     OPEN I-O MEAL-ACCOUNT-FILE.
079200     IF WS-MA-STATUS = "35"
079300        OPEN OUTPUT MEAL-ACCOUNT-FILE
079400        CLOSE MEAL-ACCOUNT-FILE
079500        OPEN I-O MEAL-ACCOUNT-FILE
079600     END-IF.
079700     OPEN EXTEND FEE-LEDGER.
079800     IF WS-FEE-STATUS = "35"
079900        OPEN OUTPUT FEE-LEDGER
080000     END-IF.
080100
080200*----------------------------------------------------------------
080300* FEES GO ON THE LEDGER AS A P ROW WITH THE CONFIRMATION NUMBER
080400* IN THE REASON, SO A STATEMENT SHOWS THE PARENT THEIR RECEIPT.
080500* LUNCH MONEY GOES ON THE BALANCE THE SAME AS A D ROW ON POSTX.
080600*----------------------------------------------------------------
080700 4100-POST-PAYMENT.
080800     IF WS-PAY-CATEGORY = "FEE "
080900        MOVE WS-PAY-STUDENT-ID TO FL-STUDENT-ID
081000        MOVE WS-PAY-SETTLE-DATE TO FL-DATE
081100        MOVE "P" TO FL-TYPE
081200        MOVE WS-PAY-AMOUNT TO FL-AMOUNT
081300        MOVE WS-PAY-CONFIRMATION TO FL-REASON
081400        MOVE "ONLINE" TO FL-SOURCE
081500        WRITE FEE-LEDGER-RECORD
081600        ADD 1 TO WS-FEE-COUNT
081700        ADD WS-PAY-AMOUNT TO WS-FEE-TOTAL
081800        EXIT PARAGRAPH
081900     END-IF.
082000     MOVE WS-PAY-STUDENT-ID TO MA-STUDENT-ID.
082100     READ MEAL-ACCOUNT-FILE
082200         INVALID KEY CONTINUE
082300     END-READ.
082400     IF WS-MA-STATUS = "00"
082500        ADD WS-PAY-AMOUNT TO MA-BALANCE
082600        REWRITE MEAL-ACCOUNT-RECORD
082700            INVALID KEY CONTINUE
082800        END-REWRITE
082900     ELSE
083000        MOVE WS-PAY-STUDENT-ID TO MA-STUDENT-ID
083100        MOVE WS-PAY-AMOUNT TO MA-BALANCE
083200        WRITE MEAL-ACCOUNT-RECORD
083300            INVALID KEY CONTINUE
083400        END-WRITE
083500     END-IF.
083600     MOVE "00" TO WS-MA-STATUS.
083700     ADD 1 TO WS-MEAL-COUNT.
083800     ADD WS-PAY-AMOUNT TO WS-MEAL-TOTAL.
083900
084000*----------------------------------------------------------------
084100* CATEGORY, CHECK DIGIT, THEN ROSTERF.  WS-REJECT-REASON COMES
084200* BACK SPACES WHEN THE PAYMENT CAN POST.
084300*----------------------------------------------------------------
084400 4200-VALIDATE-PAYMENT.
084500     MOVE SPACES TO WS-REJECT-REASON.
084600     IF WS-PAY-CATEGORY NOT = "FEE "
084700        AND WS-PAY-CATEGORY NOT = "MEAL"
084800        MOVE "BADCAT" TO WS-REJECT-REASON
084900        EXIT PARAGRAPH
085000     END-IF.
085100     PERFORM 4500-VALIDATE-CHECK-DIGIT.
085200     IF ID-CHECK-DIGIT-INVALID
085300        MOVE "BADID" TO WS-REJECT-REASON
085400        EXIT PARAGRAPH
085500     END-IF.
085600     MOVE WS-PAY-STUDENT-ID TO FR-STUDENT-ID.
085700     READ ROSTER-FILE
085800         INVALID KEY MOVE "NOTFOUND" TO WS-REJECT-REASON
085900     END-READ.
086000     MOVE "00" TO WS-FILE-STATUS.
086100
086200 4500-VALIDATE-CHECK-DIGIT.
086300     SET ID-CHECK-DIGIT-VALID TO TRUE.
086400     COMPUTE WS-SID-BASE =
086500         FUNCTION INTEGER(WS-PAY-STUDENT-ID / 10).
086600     MOVE FUNCTION MOD(WS-PAY-STUDENT-ID, 10) TO WS-SID-CHECK.
086700     MOVE WS-SID-BASE TO WS-SID-WORK.
086800     MOVE 0 TO WS-SID-SUM.
086900     PERFORM VARYING WS-SID-POS FROM 1 BY 1
087000              UNTIL WS-SID-POS > 8
087100        COMPUTE WS-SID-DIGIT = FUNCTION MOD(WS-SID-WORK, 10)
087200        IF FUNCTION MOD(WS-SID-POS, 2) NOT = 0
087300           COMPUTE WS-SID-DOUBLE = WS-SID-DIGIT * 2
087400           IF WS-SID-DOUBLE > 9
087500              SUBTRACT 9 FROM WS-SID-DOUBLE
087600           END-IF
087700           ADD WS-SID-DOUBLE TO WS-SID-SUM
087800        ELSE
087900           ADD WS-SID-DIGIT TO WS-SID-SUM
088000        END-IF
088100        COMPUTE WS-SID-WORK =
088200            FUNCTION INTEGER(WS-SID-WORK / 10)
088300     END-PERFORM.
088400     COMPUTE WS-SID-CHECK-DIGIT =
088500         FUNCTION MOD(10 - FUNCTION MOD(WS-SID-SUM, 10), 10).
088600     IF WS-SID-CHECK-DIGIT NOT = WS-SID-CHECK
088700        SET ID-CHECK-DIGIT-INVALID TO TRUE
088800     END-IF.
088900
089000 4900-CLOSE-POSTING-FILES.
089100     CLOSE FEE-LEDGER.
089200     CLOSE MEAL-ACCOUNT-FILE.
089300     CLOSE CONFIRMATION-FILE.
089400     CLOSE ROSTER-FILE.
089500
089600 9000-TERMINATE.
089700     CLOSE PAYMENT-REPORT.
089800     IF WS-RUN-MODE = "IMPORT"
089900        DISPLAY "GRADE-SCHOOL-PAYIMP FEES " WS-FEE-COUNT
090000            " MEAL " WS-MEAL-COUNT
090100            " SUSPENSE " WS-SUSPENSE-COUNT
090200            " RESENDS " WS-DUPLICATE-COUNT
090300        IF WS-SUSPENSE-COUNT > 0
090400           OR WS-DUPLICATE-COUNT > 0
090500           OR DAY-OUT-OF-BALANCE
090600           IF RETURN-CODE < 4
090700              MOVE 4 TO RETURN-CODE
090800           END-IF
090900        END-IF
091000     END-IF.
091100     IF WS-RUN-MODE = "CLEAR"
091200        DISPLAY "GRADE-SCHOOL-PAYIMP CLEARED " WS-CLEARED-COUNT
091300            " RETURNED " WS-RETURNED-COUNT
091400            " NOT CLEARED " WS-CLEAR-REJECT-COUNT
091500            " STILL OPEN " WS-OPEN-COUNT
091600        IF WS-CLEAR-REJECT-COUNT > 0
091700           MOVE 4 TO RETURN-CODE
091800        END-IF
091900     END-IF.
092000
092100*----------------------------------------------------------------
092200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
092300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
092400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
092500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
092600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
092700*----------------------------------------------------------------
092800 9800-CHECK-LAYOUTS.
092900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
093000     OPEN EXTEND LAYOUT-USAGE-LOG.
093100     IF WS-LU-STATUS = "35"
093200        OPEN OUTPUT LAYOUT-USAGE-LOG
093300     END-IF.
093400     MOVE "ROSTERF" TO WS-LK-DATASET.
093500     MOVE 3 TO WS-LK-VERSION.
093600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
093700     PERFORM 9820-CHECK-ONE-LAYOUT.
093800     CLOSE LAYOUT-USAGE-LOG.
093900
094000 9810-LOAD-LAYOUT-CONTROL.
094100     MOVE 0 TO WS-LC-COUNT.
094200     OPEN INPUT LAYOUT-CONTROL.
094300     IF WS-LC-STATUS NOT = "00"
094400        EXIT PARAGRAPH
094500     END-IF.
094600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
094700        READ LAYOUT-CONTROL
094800            AT END MOVE "10" TO WS-LC-STATUS
094900        END-READ
095000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
095100           ADD 1 TO WS-LC-COUNT
095200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
095300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
095400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
095500        END-IF
095600     END-PERFORM.
095700     CLOSE LAYOUT-CONTROL.
095800
095900*----------------------------------------------------------------
096000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
096100* AS NOCTL.
096200*----------------------------------------------------------------
096300 9820-CHECK-ONE-LAYOUT.
096400     MOVE "NOCTL" TO WS-LK-RESULT.
096500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
096600             UNTIL WS-LC-INDX > WS-LC-COUNT
096700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
096800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
096900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
097000              MOVE "CURRENT" TO WS-LK-RESULT
097100           ELSE
097200              MOVE "MISMATCH" TO WS-LK-RESULT
097300           END-IF
097400        END-IF
097500     END-PERFORM.
097600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
097700     MOVE "GRADE-SCHOOL-PAYIMP" TO LU-PROGRAM.
097800     MOVE WS-LK-DATASET TO LU-DATASET.
097900     MOVE WS-LK-VERSION TO LU-VERSION.
098000     MOVE WS-LK-LENGTH TO LU-LENGTH.
098100     MOVE WS-LK-RESULT TO LU-RESULT.
098200     WRITE LAYOUT-USAGE-RECORD.
098300     IF WS-LK-RESULT NOT = "MISMATCH"
098400        EXIT PARAGRAPH
098500     END-IF.
098600     SET LAYOUT-MISMATCH TO TRUE.
098700     DISPLAY "GRADE-SCHOOL-PAYIMP HALTED: " WS-LK-DATASET
098800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
098900         " DOES NOT MATCH LAYOUTCT".
099000     OPEN EXTEND OPS-ERROR-LOG.
099100     IF WS-OPS-LOG-STATUS = "35"
099200        OPEN OUTPUT OPS-ERROR-LOG
099300     END-IF.
099400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
099500     MOVE "GRADE-SCHOOL-PAYIMP" TO OE-PROGRAM.
099600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
099700     MOVE "LAYOUT" TO OE-OPERATION.
099800     MOVE "16" TO OE-STATUS.
099900     WRITE OPS-ERROR-RECORD.
100000     CLOSE OPS-ERROR-LOG.
