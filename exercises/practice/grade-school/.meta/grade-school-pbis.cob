000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-PBIS.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  POSITIVE-BEHAVIOR POINTS -- DISCIPLN ONLY HOLDS
001100*                 WHAT KIDS DO WRONG.  MODE POST TAKES PBISTX
001200*                 REFERRALS (STUDENT, STAFFMST STAFF ID, DATE,
001300*                 BEHAVIOR CODE, POINTS), LOGS THEM TO PBISLOG AND
001400*                 KEEPS THE PER-STUDENT BALANCE ON PBISBAL.  EVERY
001500*                 TIME A BALANCE REACHES THE REWARD THRESHOLD THE
001600*                 POINTS ARE SPENT ON A VOUCHER APPENDED TO TWO-
001700*                 FER'S TWOFERV LEDGER, SO REDEMPTION AND THE
001800*                 OUTSTANDING-VOUCHER REPORT TREAT IT LIKE AN
001900*                 HONOR-ROLL VOUCHER.  MODE REPORT PRINTS THE
002000*                 MONTH'S POINTS BY HOMEROOM AND BEHAVIOR CODE.
002020* 2026-10-15 KAP  STAFFMST CARRIES A SUBSTITUTE-POOL FLAG NOW;
002040*                 SAME ROWS, THE NEW COLUMN IS UNUSED HERE.
002060* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002080*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002100*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002120*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002140*                 OPSERRLG ENTRY.
002145* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002150*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002155*                 LAYOUT VERSION 3.
002160*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARM-FILE ASSIGN TO "PBISPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100
003200     SELECT PBIS-TRANSACTIONS ASSIGN TO "PBISTX"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TX-STATUS.
003500
003600     SELECT PBIS-LOG ASSIGN TO "PBISLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOG-STATUS.
003900
004000     SELECT BALANCE-MASTER ASSIGN TO "PBISBAL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BAL-STATUS.
004300
004400     SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SM-STATUS.
004700
004800     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS FR-STUDENT-ID
005200         FILE STATUS IS WS-FILE-STATUS.
005300
005400     SELECT VOUCHER-FILE ASSIGN TO "TWOFERV"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-VOUCHER-STATUS.
005700
005800     SELECT PBIS-REPORT ASSIGN TO "PBISRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006007     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006015         ORGANIZATION IS LINE SEQUENTIAL
006023         FILE STATUS IS WS-LC-STATUS.
006030
006038     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006046         ORGANIZATION IS LINE SEQUENTIAL
006053         FILE STATUS IS WS-LU-STATUS.
006061
006069     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006076         ORGANIZATION IS LINE SEQUENTIAL
006084         FILE STATUS IS WS-OPS-LOG-STATUS.
006092
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PARM-FILE.
006400*----------------------------------------------------------------
006500* ONE CARD: POST OR REPORT, THE POINTS ONE VOUCHER COSTS (ZERO =
006600* 100), AND FOR REPORT THE MONTH CCYYMM (ZERO = LAST MONTH).
006700*----------------------------------------------------------------
006800 01  PARM-RECORD.
006900     05 PARM-MODE             PIC X(08).
007000     05 PARM-THRESHOLD        PIC 9(04).
007100     05 PARM-MONTH            PIC 9(06).
007200
007300 FD  PBIS-TRANSACTIONS.
007400 01  PBIS-TX-RECORD.
007500     05 PT-STUDENT-ID         PIC 9(09).
007600     05 PT-STAFF-ID           PIC 9(05).
007700     05 PT-DATE               PIC 9(08).
007800     05 PT-BEHAVIOR           PIC X(04).
007900     05 PT-POINTS             PIC 9(03).
008000
008100* EVERY ACCEPTED REFERRAL, KEPT FOR THE MONTHLY REPORT.
008200 FD  PBIS-LOG.
008300 01  PBIS-LOG-RECORD.
008400     05 PL-STUDENT-ID         PIC 9(09).
008500     05 PL-STAFF-ID           PIC 9(05).
008600     05 PL-DATE               PIC 9(08).
008700     05 PL-BEHAVIOR           PIC X(04).
008800     05 PL-POINTS             PIC 9(03).
008900
009000*----------------------------------------------------------------
009100* ONE ROW PER STUDENT WITH POINTS.  PB-BALANCE IS WHAT IS LEFT
009200* AFTER VOUCHERS; PB-EARNED IS EVERYTHING EVER AWARDED.
009300*----------------------------------------------------------------
009400 FD  BALANCE-MASTER.
009500 01  BALANCE-RECORD.
009600     05 PB-STUDENT-ID         PIC 9(09).
009700     05 PB-BALANCE            PIC 9(05).
009800     05 PB-EARNED             PIC 9(07).
009900     05 PB-REWARDS            PIC 9(04).
010000     05 PB-LAST-DATE          PIC 9(08).
010100
010200 FD  STAFF-MASTER.
010300*----------------------------------------------------------------
010400* LAYOUT MUST MATCH GRADE-SCHOOL'S STAFF-MASTER-RECORD.
010500*----------------------------------------------------------------
010600 01  STAFF-MASTER-RECORD.
010700     05 SM-STAFF-ID           PIC 9(05).
010800     05 SM-NAME               PIC X(30).
010900     05 SM-BUILDING           PIC 9(02).
011000     05 SM-CERT-CODES         PIC X(20).
011100     05 SM-ACTIVE             PIC X(01).
011150     05 SM-SUB-POOL           PIC X(01).
011200
011300 FD  ROSTER-FILE.
011400*----------------------------------------------------------------
011500* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
011600*----------------------------------------------------------------
011700 01  ROSTER-RECORD.
011800     05 FR-STUDENT-ID         PIC 9(09).
011900     05 FR-NAME               PIC X(60).
012000     05 FR-GRADE              PIC 9(02).
012100     05 FR-TEACHER            PIC X(30).
012200     05 FR-SECTION            PIC 9(01).
012300     05 FR-HOUSEHOLD-ID       PIC 9(09).
012400*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
012500     05 FR-IEP-FLAG           PIC X(01).
012600     05 FR-DOB                PIC 9(08).
012700     05 FR-SCHOOL-CODE        PIC 9(02).
012733     05 FR-GENDER             PIC X(01).
012766     05 FR-RACE-ETH           PIC X(01).
012800
012900 FD  VOUCHER-FILE.
013000*----------------------------------------------------------------
013100* LAYOUT MUST MATCH TWO-FER'S VOUCHER-RECORD.  A POSITIVE-
013200* BEHAVIOR VOUCHER CARRIES "PB" AND THE STUDENT'S REWARD COUNT
013300* IN VCH-ISSUE-TERM WHERE AN HONOR-ROLL VOUCHER CARRIES ITS TERM.
013400*----------------------------------------------------------------
013500 01  VOUCHER-RECORD.
013600     05 VCH-NUMBER            PIC 9(06).
013700     05 VCH-STUDENT-ID        PIC 9(09).
013800     05 VCH-GRADE             PIC 9(02).
013900     05 VCH-TEXT              PIC X(80).
014000     05 VCH-REDEEMED          PIC X(01).
014100        88 VOUCHER-REDEEMED             VALUE "Y".
014200        88 VOUCHER-OUTSTANDING          VALUE "N".
014300     05 VCH-REDEEM-DATE       PIC 9(08).
014400     05 VCH-EVENT             PIC X(20).
014500     05 VCH-ISSUE-TERM.
014600        10 VCH-TERM-SOURCE    PIC X(02).
014700        10 VCH-TERM-REWARD    PIC 9(04).
014800
014900 FD  PBIS-REPORT.
015000 01  RPT-LINE                 PIC X(100).
015100
015102 FD  LAYOUT-CONTROL.
015105*----------------------------------------------------------------
015108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015110* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015113*----------------------------------------------------------------
015116 01  LAYOUT-CONTROL-RECORD.
015118     05 LC-DATASET            PIC X(08).
015121     05 LC-VERSION            PIC 9(03).
015124     05 LC-LENGTH             PIC 9(05).
015127     05 LC-EFFECTIVE-DATE     PIC 9(08).
015129
015132 FD  LAYOUT-USAGE-LOG.
015135*----------------------------------------------------------------
015137* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015140* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015143*----------------------------------------------------------------
015145 01  LAYOUT-USAGE-RECORD.
015148     05 LU-TIMESTAMP          PIC 9(14).
015151     05 LU-PROGRAM            PIC X(24).
015154     05 LU-DATASET            PIC X(08).
015156     05 LU-VERSION            PIC 9(03).
015159     05 LU-LENGTH             PIC 9(05).
015162     05 LU-RESULT             PIC X(08).
015164
015167 FD  OPS-ERROR-LOG.
015170*----------------------------------------------------------------
015172* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015175* SHARED SHOP-WIDE ERROR LOG.
015178*----------------------------------------------------------------
015181 01  OPS-ERROR-RECORD.
015183     05 OE-TIMESTAMP          PIC 9(14).
015186     05 OE-PROGRAM            PIC X(20).
015189     05 OE-FILE-NAME          PIC X(08).
015191     05 OE-OPERATION          PIC X(08).
015194     05 OE-STATUS             PIC XX.
015197
015200 WORKING-STORAGE SECTION.
015300 01 WS-PARM-STATUS             PIC XX.
015400 01 WS-TX-STATUS               PIC XX.
015500 01 WS-LOG-STATUS              PIC XX.
015600 01 WS-BAL-STATUS              PIC XX.
015700 01 WS-SM-STATUS               PIC XX.
015800 01 WS-FILE-STATUS             PIC XX.
015900 01 WS-VOUCHER-STATUS          PIC XX.
016000 01 WS-MODE                    PIC X(08).
016100 01 WS-TODAY                   PIC 9(08).
016200 01 WS-THRESHOLD               PIC 9(04) VALUE 100.
016300 01 WS-MONTH                   PIC 9(06) VALUE ZERO.
016400 01 WS-NEXT-VOUCHER            PIC 9(06).
016500 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
016600 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
016700 01 WS-VOUCHER-COUNT           PIC 9(05) COMP VALUE ZERO.
016800 01 WS-REJECT-REASON           PIC X(30).
016900 01 WS-NAME                    PIC X(60).
017000 01 WS-RESULT                  PIC X(80).
017100 01 WS-STAFF-SWITCH            PIC X.
017200     88 STAFF-ACTIVE                    VALUE "Y".
017300     88 STAFF-NOT-ACTIVE                VALUE "N".
017400 01 WS-FOUND                   PIC 9(05) COMP.
017500 01 WS-COUNT-DISP              PIC ZZZZ9.
017600 01 WS-POINTS-DISP             PIC ZZZZZZ9.
017700 01 WS-HR-POINTS               PIC 9(07) COMP.
017800 01 WS-HR-REFERRALS            PIC 9(05) COMP.
017900 01 WS-ALL-POINTS              PIC 9(07) COMP VALUE ZERO.
018000 01 I                          PIC 9(05) COMP.
018100 01 J                          PIC 9(05) COMP.
018200
018300 01 WS-STAFF-COUNT             PIC 9(04) COMP VALUE ZERO.
018400 01 STAFF-TABLE.
018500     02 ST-ROW                OCCURS 1 TO 2000 TIMES
018600                                 DEPENDING ON WS-STAFF-COUNT.
018700        05 ST-STAFF-ID        PIC 9(05).
018800
018900*----------------------------------------------------------------
019000* PBISBAL HELD WHILE POST RUNS, WRITTEN BACK IN STUDENT ORDER.
019100*----------------------------------------------------------------
019200 01 WS-BAL-COUNT               PIC 9(05) COMP VALUE ZERO.
019300 01 BALANCE-TABLE.
019400     02 BT-ROW                OCCURS 1 TO 20000 TIMES
019500                                 DEPENDING ON WS-BAL-COUNT.
019600        05 BT-STUDENT-ID      PIC 9(09).
019700        05 BT-BALANCE         PIC 9(05).
019800        05 BT-EARNED          PIC 9(07).
019900        05 BT-REWARDS         PIC 9(04).
020000        05 BT-LAST-DATE       PIC 9(08).
020100
020200* THE MONTH'S POINTS, ONE ROW PER HOMEROOM AND BEHAVIOR CODE.
020300 01 WS-HB-COUNT                PIC 9(04) COMP VALUE ZERO.
020400 01 HOMEROOM-BEHAVIOR-TABLE.
020500     02 HB-ROW                OCCURS 1 TO 3000 TIMES
020600                                 DEPENDING ON WS-HB-COUNT.
020700        05 HB-GRADE           PIC 9(02).
020800        05 HB-SECTION         PIC 9(01).
020900        05 HB-TEACHER         PIC X(30).
021000        05 HB-BEHAVIOR        PIC X(04).
021100        05 HB-REFERRALS       PIC 9(05) COMP.
021200        05 HB-POINTS          PIC 9(07) COMP.
021300
021304*----------------------------------------------------------------
021309* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
021313* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
021318*----------------------------------------------------------------
021322 01 WS-LC-STATUS               PIC XX.
021327 01 WS-LU-STATUS               PIC XX.
021331 01 WS-OPS-LOG-STATUS          PIC XX.
021336 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
021340     88 LAYOUT-MISMATCH                  VALUE "Y".
021345 01 WS-LK-DATASET              PIC X(08).
021350 01 WS-LK-VERSION              PIC 9(03).
021354 01 WS-LK-LENGTH               PIC 9(05).
021359 01 WS-LK-RESULT               PIC X(08).
021363 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
021368 01 WS-LC-INDX                 PIC 9(03) COMP.
021372 01 LAYOUT-CONTROL-TABLE.
021377     02 LCT-ROW               OCCURS 50 TIMES.
021381        05 LCT-DATASET        PIC X(08).
021386        05 LCT-VERSION        PIC 9(03).
021390        05 LCT-LENGTH         PIC 9(05).
021395
021400 PROCEDURE DIVISION.
021500
021600 0000-MAINLINE.
021610     PERFORM 9800-CHECK-LAYOUTS
021620     IF LAYOUT-MISMATCH
021630        MOVE 16 TO RETURN-CODE
021640        GOBACK
021650     END-IF
021700     PERFORM 1000-INITIALIZE
021800     EVALUATE WS-MODE
021900         WHEN "POST"
022000             PERFORM 2000-POST-REFERRALS
022100         WHEN "REPORT"
022200             PERFORM 5000-MONTHLY-REPORT
022300         WHEN OTHER
022400             DISPLAY "GRADE-SCHOOL-PBIS UNKNOWN MODE "
022500                 WS-MODE
022600             MOVE 8 TO RETURN-CODE
022700     END-EVALUATE
022800     GOBACK.
022900
023000 1000-INITIALIZE.
023100     MOVE SPACES TO WS-MODE.
023200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
023300     OPEN INPUT PARM-FILE.
023400     IF WS-PARM-STATUS = "00"
023500        READ PARM-FILE
023600            AT END CONTINUE
023700        END-READ
023800        IF WS-PARM-STATUS = "00"
023900           MOVE PARM-MODE TO WS-MODE
024000           IF PARM-THRESHOLD IS NUMERIC AND PARM-THRESHOLD > 0
024100              MOVE PARM-THRESHOLD TO WS-THRESHOLD
024200           END-IF
024300           IF PARM-MONTH IS NUMERIC
024400              MOVE PARM-MONTH TO WS-MONTH
024500           END-IF
024600        END-IF
024700        CLOSE PARM-FILE
024800     END-IF.
024900     IF WS-MONTH = 0
025000        MOVE WS-TODAY(1:6) TO WS-MONTH
025100        IF WS-TODAY(5:2) = "01"
025200           SUBTRACT 89 FROM WS-MONTH
025300        ELSE
025400           SUBTRACT 1 FROM WS-MONTH
025500        END-IF
025600     END-IF.
025700
025800*----------------------------------------------------------------
025900* DAILY.  A REFERRAL NEEDS A STUDENT ON THE ROSTER, AN ACTIVE
026000* STAFFMST STAFF ID, A BEHAVIOR CODE AND 1-999 POINTS.  ACCEPTED
026100* ROWS GO TO PBISLOG AND THE BALANCE; A BALANCE AT OR OVER THE
026200* THRESHOLD BUYS ONE VOUCHER PER THRESHOLD'S WORTH OF POINTS.
026300*----------------------------------------------------------------
026400 2000-POST-REFERRALS.
026500     PERFORM 2100-LOAD-STAFF.
026600     PERFORM 2200-LOAD-BALANCES.
026700     PERFORM 2300-FIND-NEXT-VOUCHER-NUMBER.
026800     OPEN INPUT ROSTER-FILE.
026900     OPEN OUTPUT PBIS-REPORT.
027000     MOVE "POSITIVE-BEHAVIOR POSTING" TO RPT-LINE.
027100     WRITE RPT-LINE.
027200     OPEN EXTEND PBIS-LOG.
027300     IF WS-LOG-STATUS = "35"
027400        OPEN OUTPUT PBIS-LOG
027500     END-IF.
027600     OPEN EXTEND VOUCHER-FILE.
027700     IF WS-VOUCHER-STATUS = "35"
027800        OPEN OUTPUT VOUCHER-FILE
027900     END-IF.
028000     OPEN INPUT PBIS-TRANSACTIONS.
028100     IF WS-TX-STATUS NOT = "00"
028200        MOVE "10" TO WS-TX-STATUS
028300     ELSE
028400        PERFORM UNTIL WS-TX-STATUS NOT = "00"
028500           READ PBIS-TRANSACTIONS
028600               AT END MOVE "10" TO WS-TX-STATUS
028700               NOT AT END PERFORM 3000-POST-ONE
028800           END-READ
028900        END-PERFORM
029000        CLOSE PBIS-TRANSACTIONS
029100     END-IF.
029200     CLOSE VOUCHER-FILE.
029300     CLOSE PBIS-LOG.
029400     PERFORM 4000-REWRITE-BALANCES.
029500     CLOSE PBIS-REPORT.
029600     CLOSE ROSTER-FILE.
029700     DISPLAY "GRADE-SCHOOL-PBIS REFERRALS POSTED: "
029750         WS-POSTED-COUNT.
029800     DISPLAY "  REJECTED:        " WS-REJECT-COUNT.
029900     DISPLAY "  VOUCHERS ISSUED: " WS-VOUCHER-COUNT.
030000     IF WS-REJECT-COUNT > 0
030100        MOVE 4 TO RETURN-CODE
030200     END-IF.
030300
030400 2100-LOAD-STAFF.
030500     OPEN INPUT STAFF-MASTER.
030600     IF WS-SM-STATUS NOT = "00"
030700        MOVE "10" TO WS-SM-STATUS
030800        EXIT PARAGRAPH
030900     END-IF.
031000     PERFORM UNTIL WS-SM-STATUS NOT = "00"
031100        READ STAFF-MASTER
031200            AT END MOVE "10" TO WS-SM-STATUS
031300        END-READ
031400        IF WS-SM-STATUS = "00"
031500           AND SM-ACTIVE = "Y"
031600           AND WS-STAFF-COUNT < 2000
031700           ADD 1 TO WS-STAFF-COUNT
031800           MOVE SM-STAFF-ID TO ST-STAFF-ID(WS-STAFF-COUNT)
031900        END-IF
032000     END-PERFORM.
032100     CLOSE STAFF-MASTER.
032200
032300 2200-LOAD-BALANCES.
032400     OPEN INPUT BALANCE-MASTER.
032500     IF WS-BAL-STATUS NOT = "00"
032600        MOVE "10" TO WS-BAL-STATUS
032700        EXIT PARAGRAPH
032800     END-IF.
032900     PERFORM UNTIL WS-BAL-STATUS NOT = "00"
033000        READ BALANCE-MASTER
033100            AT END MOVE "10" TO WS-BAL-STATUS
033200        END-READ
033300        IF WS-BAL-STATUS = "00"
033400           AND WS-BAL-COUNT < 20000
033500           ADD 1 TO WS-BAL-COUNT
033600           MOVE PB-STUDENT-ID TO BT-STUDENT-ID(WS-BAL-COUNT)
033700           MOVE PB-BALANCE TO BT-BALANCE(WS-BAL-COUNT)
033800           MOVE PB-EARNED TO BT-EARNED(WS-BAL-COUNT)
033900           MOVE PB-REWARDS TO BT-REWARDS(WS-BAL-COUNT)
034000           MOVE PB-LAST-DATE TO BT-LAST-DATE(WS-BAL-COUNT)
034100        END-IF
034200     END-PERFORM.
034300     CLOSE BALANCE-MASTER.
034400
034500* THE SAME HIGH-WATER SCAN TWO-FER'S FIND-NEXT-VOUCHER-NUMBER
034600* RUNS, SO BOTH PROGRAMS NUMBER ONE LEDGER.
034700 2300-FIND-NEXT-VOUCHER-NUMBER.
034800     MOVE 0 TO WS-NEXT-VOUCHER.
034900     OPEN INPUT VOUCHER-FILE.
035000     IF WS-VOUCHER-STATUS = "00"
035100        PERFORM UNTIL WS-VOUCHER-STATUS NOT = "00"
035200           READ VOUCHER-FILE
035300               AT END MOVE "10" TO WS-VOUCHER-STATUS
035400           END-READ
035500           IF WS-VOUCHER-STATUS = "00"
035600              AND VCH-NUMBER > WS-NEXT-VOUCHER
035700              MOVE VCH-NUMBER TO WS-NEXT-VOUCHER
035800           END-IF
035900        END-PERFORM
036000        CLOSE VOUCHER-FILE
036100     END-IF.
036200     MOVE "00" TO WS-VOUCHER-STATUS.
036300
036400 3000-POST-ONE.
036500     IF PT-POINTS IS NOT NUMERIC OR PT-POINTS = 0
036600        MOVE "POINTS NOT 1-999" TO WS-REJECT-REASON
036700        PERFORM 3900-REJECT-ONE
036800        EXIT PARAGRAPH
036900     END-IF.
037000     IF PT-BEHAVIOR = SPACES
037100        MOVE "NO BEHAVIOR CODE" TO WS-REJECT-REASON
037200        PERFORM 3900-REJECT-ONE
037300        EXIT PARAGRAPH
037400     END-IF.
037500     IF PT-DATE IS NOT NUMERIC OR PT-DATE = 0
037600        MOVE "NO REFERRAL DATE" TO WS-REJECT-REASON
037700        PERFORM 3900-REJECT-ONE
037800        EXIT PARAGRAPH
037900     END-IF.
038000     SET STAFF-NOT-ACTIVE TO TRUE.
038100     PERFORM VARYING I FROM 1 BY 1
038200              UNTIL I > WS-STAFF-COUNT OR STAFF-ACTIVE
038300        IF ST-STAFF-ID(I) = PT-STAFF-ID
038400           SET STAFF-ACTIVE TO TRUE
038500        END-IF
038600     END-PERFORM.
038700     IF STAFF-NOT-ACTIVE
038800        MOVE "STAFF ID NOT ACTIVE" TO WS-REJECT-REASON
038900        PERFORM 3900-REJECT-ONE
039000        EXIT PARAGRAPH
039100     END-IF.
039200     MOVE PT-STUDENT-ID TO FR-STUDENT-ID.
039300     READ ROSTER-FILE
039400         INVALID KEY CONTINUE
039500     END-READ.
039600     IF WS-FILE-STATUS NOT = "00"
039700        MOVE "00" TO WS-FILE-STATUS
039800        MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
039900        PERFORM 3900-REJECT-ONE
040000        EXIT PARAGRAPH
040100     END-IF.
040200     MOVE 0 TO WS-FOUND.
040300     PERFORM VARYING I FROM 1 BY 1
040400              UNTIL I > WS-BAL-COUNT OR WS-FOUND NOT = 0
040500        IF BT-STUDENT-ID(I) = PT-STUDENT-ID
040600           MOVE I TO WS-FOUND
040700        END-IF
040800     END-PERFORM.
040900     IF WS-FOUND = 0
041000        IF WS-BAL-COUNT NOT < 20000
041100           MOVE "BALANCE TABLE FULL" TO WS-REJECT-REASON
041200           PERFORM 3900-REJECT-ONE
041300           EXIT PARAGRAPH
041400        END-IF
041500        ADD 1 TO WS-BAL-COUNT
041600        MOVE WS-BAL-COUNT TO WS-FOUND
041700        MOVE PT-STUDENT-ID TO BT-STUDENT-ID(WS-FOUND)
041800        MOVE 0 TO BT-BALANCE(WS-FOUND)
041900        MOVE 0 TO BT-EARNED(WS-FOUND)
042000        MOVE 0 TO BT-REWARDS(WS-FOUND)
042100     END-IF.
042200     ADD PT-POINTS TO BT-BALANCE(WS-FOUND).
042300     ADD PT-POINTS TO BT-EARNED(WS-FOUND).
042400     MOVE PT-DATE TO BT-LAST-DATE(WS-FOUND).
042500     MOVE PBIS-TX-RECORD TO PBIS-LOG-RECORD.
042600     WRITE PBIS-LOG-RECORD.
042700     ADD 1 TO WS-POSTED-COUNT.
042800     PERFORM 3100-ISSUE-VOUCHER
042900         UNTIL BT-BALANCE(WS-FOUND) < WS-THRESHOLD.
043000
043100*----------------------------------------------------------------
043200* ONE VOUCHER WORTH WS-THRESHOLD POINTS, WRITTEN THE WAY TWO-FER'S
043300* ISSUE-ONE-HONOR-VOUCHER WRITES ONE, WITH THE SAME TWO-FER TEXT.
043400*----------------------------------------------------------------
043500 3100-ISSUE-VOUCHER.
043600     SUBTRACT WS-THRESHOLD FROM BT-BALANCE(WS-FOUND).
043700     ADD 1 TO BT-REWARDS(WS-FOUND).
043800     MOVE FR-NAME TO WS-NAME.
043900     IF WS-NAME = SPACES
044000        MOVE "One for you, one for me." TO WS-RESULT
044100     ELSE
044200        MOVE SPACES TO WS-RESULT
044300        STRING "One for " DELIMITED BY SIZE
044400            FUNCTION TRIM(WS-NAME TRAILING) DELIMITED BY SIZE
044500            ", one for me." DELIMITED BY SIZE
044600            INTO WS-RESULT
044700        END-STRING
044800     END-IF.
044900     ADD 1 TO WS-NEXT-VOUCHER.
045000     MOVE WS-NEXT-VOUCHER TO VCH-NUMBER.
045100     MOVE FR-STUDENT-ID TO VCH-STUDENT-ID.
045200     MOVE FR-GRADE TO VCH-GRADE.
045300     MOVE WS-RESULT TO VCH-TEXT.
045400     SET VOUCHER-OUTSTANDING TO TRUE.
045500     MOVE 0 TO VCH-REDEEM-DATE.
045600     MOVE SPACES TO VCH-EVENT.
045700     MOVE "PB" TO VCH-TERM-SOURCE.
045800     MOVE BT-REWARDS(WS-FOUND) TO VCH-TERM-REWARD.
045900     WRITE VOUCHER-RECORD.
046000     ADD 1 TO WS-VOUCHER-COUNT.
046100     MOVE SPACES TO RPT-LINE.
046200     STRING "  VOUCHER " DELIMITED BY SIZE
046300         VCH-NUMBER DELIMITED BY SIZE
046400         " ISSUED TO " DELIMITED BY SIZE
046500         FR-STUDENT-ID DELIMITED BY SIZE
046600         " " DELIMITED BY SIZE
046700         FR-NAME(1:30) DELIMITED BY SIZE
046800         INTO RPT-LINE
046900     END-STRING.
047000     WRITE RPT-LINE.
047100
047200 3900-REJECT-ONE.
047300     ADD 1 TO WS-REJECT-COUNT.
047400     MOVE SPACES TO RPT-LINE.
047500     STRING "  REJECTED " DELIMITED BY SIZE
047600         PT-STUDENT-ID DELIMITED BY SIZE
047700         " STAFF " DELIMITED BY SIZE
047800         PT-STAFF-ID DELIMITED BY SIZE
047900         " " DELIMITED BY SIZE
048000         PT-DATE DELIMITED BY SIZE
048100         " " DELIMITED BY SIZE
048200         PT-BEHAVIOR DELIMITED BY SIZE
048300         "  " DELIMITED BY SIZE
048400         WS-REJECT-REASON DELIMITED BY SIZE
048500         INTO RPT-LINE
048600     END-STRING.
048700     WRITE RPT-LINE.
048800
048900 4000-REWRITE-BALANCES.
049000     SORT BT-ROW ASCENDING BT-STUDENT-ID.
049100     OPEN OUTPUT BALANCE-MASTER.
049200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAL-COUNT
049300        MOVE BT-STUDENT-ID(I) TO PB-STUDENT-ID
049400        MOVE BT-BALANCE(I) TO PB-BALANCE
049500        MOVE BT-EARNED(I) TO PB-EARNED
049600        MOVE BT-REWARDS(I) TO PB-REWARDS
049700        MOVE BT-LAST-DATE(I) TO PB-LAST-DATE
049800        WRITE BALANCE-RECORD
049900     END-PERFORM.
050000     CLOSE BALANCE-MASTER.
050100
050200*----------------------------------------------------------------
050300* MONTHLY.  THE MONTH'S PBISLOG ROWS BY THE STUDENT'S CURRENT
050400* HOMEROOM (GRADE, SECTION, TEACHER) AND BEHAVIOR CODE, WITH A
050500* TOTAL PER HOMEROOM.
050600*----------------------------------------------------------------
050700 5000-MONTHLY-REPORT.
050800     OPEN INPUT ROSTER-FILE.
050900     OPEN INPUT PBIS-LOG.
051000     IF WS-LOG-STATUS NOT = "00"
051100        MOVE "10" TO WS-LOG-STATUS
051200     ELSE
051300        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
051400           READ PBIS-LOG
051500               AT END MOVE "10" TO WS-LOG-STATUS
051600           END-READ
051700           IF WS-LOG-STATUS = "00"
051800              AND PL-DATE(1:6) = WS-MONTH
051900              PERFORM 5100-TALLY-ONE
052000           END-IF
052100        END-PERFORM
052200        CLOSE PBIS-LOG
052300     END-IF.
052400     CLOSE ROSTER-FILE.
052500     IF WS-HB-COUNT > 1
052600        SORT HB-ROW ASCENDING HB-GRADE HB-SECTION HB-TEACHER
052700            HB-BEHAVIOR
052800     END-IF.
052900     OPEN OUTPUT PBIS-REPORT.
053000     MOVE SPACES TO RPT-LINE.
053100     STRING "POSITIVE-BEHAVIOR POINTS FOR " DELIMITED BY SIZE
053200         WS-MONTH DELIMITED BY SIZE
053300         INTO RPT-LINE
053400     END-STRING.
053500     WRITE RPT-LINE.
053600     MOVE 0 TO WS-HR-POINTS.
053700     MOVE 0 TO WS-HR-REFERRALS.
053800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HB-COUNT
053900        IF I = 1
054000           PERFORM 5200-HOMEROOM-HEADING
054100        ELSE
054200           IF HB-GRADE(I) NOT = HB-GRADE(I - 1)
054300              OR HB-SECTION(I) NOT = HB-SECTION(I - 1)
054400              OR HB-TEACHER(I) NOT = HB-TEACHER(I - 1)
054500              PERFORM 5300-HOMEROOM-TOTAL
054600              PERFORM 5200-HOMEROOM-HEADING
054700           END-IF
054800        END-IF
054900        MOVE HB-REFERRALS(I) TO WS-COUNT-DISP
055000        MOVE HB-POINTS(I) TO WS-POINTS-DISP
055100        MOVE SPACES TO RPT-LINE
055200        STRING "    " DELIMITED BY SIZE
055300            HB-BEHAVIOR(I) DELIMITED BY SIZE
055400            "  REFERRALS" DELIMITED BY SIZE
055500            WS-COUNT-DISP DELIMITED BY SIZE
055600            "  POINTS" DELIMITED BY SIZE
055700            WS-POINTS-DISP DELIMITED BY SIZE
055800            INTO RPT-LINE
055900        END-STRING
056000        WRITE RPT-LINE
056100        ADD HB-REFERRALS(I) TO WS-HR-REFERRALS
056200        ADD HB-POINTS(I) TO WS-HR-POINTS
056300        ADD HB-POINTS(I) TO WS-ALL-POINTS
056400     END-PERFORM.
056500     IF WS-HB-COUNT > 0
056600        PERFORM 5300-HOMEROOM-TOTAL
056700     END-IF.
056800     MOVE WS-ALL-POINTS TO WS-POINTS-DISP.
056900     MOVE SPACES TO RPT-LINE.
057000     STRING "ALL HOMEROOMS  POINTS" DELIMITED BY SIZE
057100         WS-POINTS-DISP DELIMITED BY SIZE
057200         INTO RPT-LINE
057300     END-STRING.
057400     WRITE RPT-LINE.
057500     CLOSE PBIS-REPORT.
057600     DISPLAY "GRADE-SCHOOL-PBIS MONTH " WS-MONTH
057700         " POINTS " WS-ALL-POINTS.
057800
057900 5100-TALLY-ONE.
058000     MOVE PL-STUDENT-ID TO FR-STUDENT-ID.
058100     READ ROSTER-FILE
058200         INVALID KEY CONTINUE
058300     END-READ.
058400     IF WS-FILE-STATUS NOT = "00"
058500        MOVE "00" TO WS-FILE-STATUS
058600        MOVE 99 TO FR-GRADE
058700        MOVE 9 TO FR-SECTION
058800        MOVE "(LEFT THE ROSTER)" TO FR-TEACHER
058900     END-IF.
059000     MOVE 0 TO WS-FOUND.
059100     PERFORM VARYING J FROM 1 BY 1
059200              UNTIL J > WS-HB-COUNT OR WS-FOUND NOT = 0
059300        IF HB-GRADE(J) = FR-GRADE
059400           AND HB-SECTION(J) = FR-SECTION
059500           AND HB-TEACHER(J) = FR-TEACHER
059600           AND HB-BEHAVIOR(J) = PL-BEHAVIOR
059700           MOVE J TO WS-FOUND
059800        END-IF
059900     END-PERFORM.
060000     IF WS-FOUND = 0
060100        IF WS-HB-COUNT NOT < 3000
060200           EXIT PARAGRAPH
060300        END-IF
060400        ADD 1 TO WS-HB-COUNT
060500        MOVE WS-HB-COUNT TO WS-FOUND
060600        MOVE FR-GRADE TO HB-GRADE(WS-FOUND)
060700        MOVE FR-SECTION TO HB-SECTION(WS-FOUND)
060800        MOVE FR-TEACHER TO HB-TEACHER(WS-FOUND)
060900        MOVE PL-BEHAVIOR TO HB-BEHAVIOR(WS-FOUND)
061000        MOVE 0 TO HB-REFERRALS(WS-FOUND)
061100        MOVE 0 TO HB-POINTS(WS-FOUND)
061200     END-IF.
061300     ADD 1 TO HB-REFERRALS(WS-FOUND).
061400     ADD PL-POINTS TO HB-POINTS(WS-FOUND).
061500
061600 5200-HOMEROOM-HEADING.
061700     MOVE SPACES TO RPT-LINE.
061800     STRING "GRADE " DELIMITED BY SIZE
061900         HB-GRADE(I) DELIMITED BY SIZE
062000         " SECTION " DELIMITED BY SIZE
062100         HB-SECTION(I) DELIMITED BY SIZE
062200         "  " DELIMITED BY SIZE
062300         HB-TEACHER(I) DELIMITED BY SIZE
062400         INTO RPT-LINE
062500     END-STRING.
062600     WRITE RPT-LINE.
062700
062800 5300-HOMEROOM-TOTAL.
062900     MOVE WS-HR-REFERRALS TO WS-COUNT-DISP.
063000     MOVE WS-HR-POINTS TO WS-POINTS-DISP.
063100     MOVE SPACES TO RPT-LINE.
063200     STRING "    HOMEROOM  REFERRALS" DELIMITED BY SIZE
063300         WS-COUNT-DISP DELIMITED BY SIZE
063400         "  POINTS" DELIMITED BY SIZE
063500         WS-POINTS-DISP DELIMITED BY SIZE
063600         INTO RPT-LINE
063700     END-STRING.
063800     WRITE RPT-LINE.
063900     MOVE 0 TO WS-HR-POINTS.
064000     MOVE 0 TO WS-HR-REFERRALS.
064100
064200*----------------------------------------------------------------
064300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
064400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
064500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
064600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
064700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
064800*----------------------------------------------------------------
064900 9800-CHECK-LAYOUTS.
065000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
065100     OPEN EXTEND LAYOUT-USAGE-LOG.
065200     IF WS-LU-STATUS = "35"
065300        OPEN OUTPUT LAYOUT-USAGE-LOG
065400     END-IF.
065500     MOVE "ROSTERF" TO WS-LK-DATASET.
065600     MOVE 3 TO WS-LK-VERSION.
065700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
065800     PERFORM 9820-CHECK-ONE-LAYOUT.
065900     CLOSE LAYOUT-USAGE-LOG.
066000
066100 9810-LOAD-LAYOUT-CONTROL.
066200     MOVE 0 TO WS-LC-COUNT.
066300     OPEN INPUT LAYOUT-CONTROL.
066400     IF WS-LC-STATUS NOT = "00"
066500        EXIT PARAGRAPH
066600     END-IF.
066700     PERFORM UNTIL WS-LC-STATUS NOT = "00"
066800        READ LAYOUT-CONTROL
066900            AT END MOVE "10" TO WS-LC-STATUS
067000        END-READ
067100        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
067200           ADD 1 TO WS-LC-COUNT
067300           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
067400           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
067500           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
067600        END-IF
067700     END-PERFORM.
067800     CLOSE LAYOUT-CONTROL.
067900
068000*----------------------------------------------------------------
068100* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
068200* AS NOCTL.
068300*----------------------------------------------------------------
068400 9820-CHECK-ONE-LAYOUT.
068500     MOVE "NOCTL" TO WS-LK-RESULT.
068600     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
068700             UNTIL WS-LC-INDX > WS-LC-COUNT
068800        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
068900           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
069000              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
069100              MOVE "CURRENT" TO WS-LK-RESULT
069200           ELSE
069300              MOVE "MISMATCH" TO WS-LK-RESULT
069400           END-IF
069500        END-IF
069600     END-PERFORM.
069700     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
069800     MOVE "GRADE-SCHOOL-PBIS" TO LU-PROGRAM.
069900     MOVE WS-LK-DATASET TO LU-DATASET.
070000     MOVE WS-LK-VERSION TO LU-VERSION.
070100     MOVE WS-LK-LENGTH TO LU-LENGTH.
070200     MOVE WS-LK-RESULT TO LU-RESULT.
070300     WRITE LAYOUT-USAGE-RECORD.
070400     IF WS-LK-RESULT NOT = "MISMATCH"
070500        EXIT PARAGRAPH
070600     END-IF.
070700     SET LAYOUT-MISMATCH TO TRUE.
070800     DISPLAY "GRADE-SCHOOL-PBIS HALTED: " WS-LK-DATASET
070900         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
071000         " DOES NOT MATCH LAYOUTCT".
071100     OPEN EXTEND OPS-ERROR-LOG.
071200     IF WS-OPS-LOG-STATUS = "35"
071300        OPEN OUTPUT OPS-ERROR-LOG
071400     END-IF.
071500     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
071600     MOVE "GRADE-SCHOOL-PBIS" TO OE-PROGRAM.
071700     MOVE WS-LK-DATASET TO OE-FILE-NAME.
071800     MOVE "LAYOUT" TO OE-OPERATION.
071900     MOVE "16" TO OE-STATUS.
072000     WRITE OPS-ERROR-RECORD.
072100     CLOSE OPS-ERROR-LOG.
