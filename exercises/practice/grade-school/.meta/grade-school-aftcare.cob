000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-AFTCARE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  AFTER-SCHOOL CARE -- THE PROGRAM RAN ON A PAPER
001100*                 SIGN-IN SHEET AND A BILLING SPREADSHEET.  THE
001200*                 ACPARM CARD PICKS THE RUN: "ENROLL" POSTS THE
001300*                 DIRECTOR'S ACENRTX ROWS TO ACENROLL (DAYS OF
001400*                 WEEK, START/END DATES, RATE PLAN); "SIGNOUT"
001500*                 CHECKS EACH EVENING'S ACSIGNTX PICKUPS AGAINST
001600*                 PICKUPAU THE WAY THE FRONT DESK DOES, COUNTS
001700*                 PICKUPS AFTER CLOSING AS LATE, AND KEEPS EVERY
001800*                 ROW ON ACSIGNLG; "BILL" POSTS THE MONTH'S
001900*                 CHARGES TO FEELEDGR (FL-SOURCE "AFTERSCH") AND
002000*                 PRINTS THE DIRECTOR'S ATTENDANCE AND REVENUE
002100*                 REPORT; "REPORT" PRINTS IT WITHOUT POSTING.  A
002200*                 HOUSEHOLD WITH AN F OR R MEALELIG DETERMINATION
002300*                 IS BILLED AT THE SLIDING-SCALE RATE.
002325* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002350*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002375*                 LAYOUT VERSION 3.
002380* 2026-10-15 KAP  AN ACENROLL LARGER THAN THE 3000-ROW TABLE NOW
002385*                 ABANDONS THE RUN RC=8 INSTEAD OF BILLING SHORT
002390*                 AND REWRITING THE FILE WITHOUT THE ROWS PAST
002395*                 THE CAP.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "ACPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT ENROLL-TRANSACTIONS ASSIGN TO "ACENRTX"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TX-STATUS.
003800
003900     SELECT ENROLL-MASTER ASSIGN TO "ACENROLL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EN-STATUS.
004200
004300     SELECT ENROLL-REJECTS ASSIGN TO "ACENRREJ"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REJECT-STATUS.
004600
004700     SELECT SIGN-TRANSACTIONS ASSIGN TO "ACSIGNTX"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SG-STATUS.
005000
005100     SELECT SIGN-LOG ASSIGN TO "ACSIGNLG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LOG-STATUS.
005400
005500     SELECT EXCEPTION-REPORT ASSIGN TO "ACEXC"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS FR-STUDENT-ID
006200         FILE STATUS IS WS-FILE-STATUS.
006300
006400     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PU-STATUS.
006700
006800     SELECT ELIGIBILITY-FILE ASSIGN TO "MEALELIG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ME-STATUS.
007100
007200     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FEE-STATUS.
007500
007600     SELECT CARE-REPORT ASSIGN TO "ACRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-LC-STATUS.
008200
008300     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LU-STATUS.
008600
008700     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-OPS-LOG-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PARM-FILE.
009400*----------------------------------------------------------------
009500* ONE CARD: ENROLL, SIGNOUT, BILL OR REPORT.  BILL AND REPORT
009600* TAKE THE MONTH (YYYYMM; ZERO MEANS LAST MONTH).  SIGNOUT TAKES
009700* THE CLOSING TIME (HHMM; ZERO MEANS 1800) -- A PICKUP AFTER IT
009800* IS LATE.
009900*----------------------------------------------------------------
010000 01  PARM-RECORD.
010100     05 PARM-MODE             PIC X(08).
010200     05 FILLER                PIC X(01).
010300     05 PARM-MONTH            PIC 9(06).
010400     05 FILLER                PIC X(01).
010500     05 PARM-CLOSE-TIME       PIC 9(04).
010600
010700 FD  ENROLL-TRANSACTIONS.
010800*----------------------------------------------------------------
010900* A ENROLLS THE STUDENT (REPLACING ANY ENROLLMENT ON FILE), D
011000* ENDS THE ENROLLMENT ON AET-END-DATE.  DAYS ARE MONDAY THROUGH
011100* FRIDAY, Y OR N.  RATE PLAN M IS THE MONTHLY FLAT RATE, D THE
011200* DROP-IN RATE PER DAY ATTENDED.  A ZERO END DATE IS OPEN.
011300*----------------------------------------------------------------
011400 01  ENROLL-TX-RECORD.
011500     05 AET-ACTION            PIC X(01).
011600     05 AET-STUDENT-ID        PIC 9(09).
011700     05 AET-DAYS              PIC X(05).
011800     05 AET-START-DATE        PIC 9(08).
011900     05 AET-END-DATE          PIC 9(08).
012000     05 AET-RATE-PLAN         PIC X(01).
012100
012200 FD  ENROLL-MASTER.
012300*----------------------------------------------------------------
012400* ONE ROW PER STUDENT EVER ENROLLED, SORTED BY STUDENT.
012500*----------------------------------------------------------------
012600 01  ENROLL-RECORD.
012700     05 AE-STUDENT-ID         PIC 9(09).
012800     05 AE-DAYS               PIC X(05).
012900     05 AE-START-DATE         PIC 9(08).
013000     05 AE-END-DATE           PIC 9(08).
013100     05 AE-RATE-PLAN          PIC X(01).
013200
013300*----------------------------------------------------------------
013400* TX IMAGE LEADING, REASON TRAILING: BADACTN, NOTFOUND, BADDAYS,
013500* BADPLAN, BADDATE, NOENROLL (AN END WITH NOTHING ON FILE) OR
013600* TBLFULL.
013700*----------------------------------------------------------------
013800 FD  ENROLL-REJECTS.
013900 01  REJ-RECORD.
014000     05 REJ-TX-IMAGE          PIC X(32).
014100     05 FILLER                PIC X(01).
014200     05 REJ-REASON            PIC X(08).
014300
014400 FD  SIGN-TRANSACTIONS.
014500*----------------------------------------------------------------
014600* ONE ROW PER LINE OF THE PROGRAM'S SIGN-OUT SHEET.  TIME IS HHMM
014700* ON THE 24-HOUR CLOCK.
014800*----------------------------------------------------------------
014900 01  SIGN-TX-RECORD.
015000     05 AST-STUDENT-ID        PIC 9(09).
015100     05 AST-DATE              PIC 9(08).
015200     05 AST-TIME              PIC 9(04).
015300     05 AST-ADULT-NAME        PIC X(60).
015400
015500 FD  SIGN-LOG.
015600*----------------------------------------------------------------
015700* THE PERMANENT SIGN-OUT SHEET: THE TX IMAGE, WHAT BECAME OF IT
015800* (POSTED, FORBIDDN, NOTAUTH, UNLISTED, NOTENROL, NOTFOUND OR
015900* BADDATE) AND Y IF THE PICKUP WAS AFTER CLOSING.  BILL AND
016000* REPORT COUNT ATTENDANCE FROM THIS FILE.
016100*----------------------------------------------------------------
016200 01  SIGN-LOG-RECORD.
016300     05 ASL-TX-IMAGE.
016400        10 ASL-STUDENT-ID     PIC 9(09).
016500        10 ASL-DATE           PIC 9(08).
016600        10 ASL-TIME           PIC 9(04).
016700        10 ASL-ADULT-NAME     PIC X(60).
016800     05 FILLER                PIC X(01).
016900     05 ASL-RESULT            PIC X(08).
017000     05 ASL-LATE              PIC X(01).
017100
017200 FD  EXCEPTION-REPORT.
017300 01  EXC-LINE                 PIC X(100).
017400
017500 FD  ROSTER-FILE.
017600*----------------------------------------------------------------
017700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
017800*----------------------------------------------------------------
017900 01  ROSTER-RECORD.
018000     05 FR-STUDENT-ID         PIC 9(09).
018100     05 FR-NAME               PIC X(60).
018200     05 FR-GRADE              PIC 9(02).
018300     05 FR-TEACHER            PIC X(30).
018400     05 FR-SECTION            PIC 9(01).
018500     05 FR-HOUSEHOLD-ID       PIC 9(09).
018600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
018700     05 FR-IEP-FLAG           PIC X(01).
018800     05 FR-DOB                PIC 9(08).
018900     05 FR-SCHOOL-CODE        PIC 9(02).
018933     05 FR-GENDER             PIC X(01).
018966     05 FR-RACE-ETH           PIC X(01).
019000
019100 FD  PICKUP-AUTH-FILE.
019200*----------------------------------------------------------------
019300* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
019400*----------------------------------------------------------------
019500 01  PICKUP-AUTH-RECORD.
019600     05 PU-HOUSEHOLD-ID       PIC 9(09).
019700     05 PU-RANK               PIC 9(01).
019800     05 PU-NAME               PIC X(60).
019900     05 PU-RELATIONSHIP       PIC X(15).
020000     05 PU-PHONE              PIC X(15).
020100     05 PU-AUTH-FLAG          PIC X(01).
020200     05 PU-COURT-ORDER        PIC X(40).
020300
020400 FD  ELIGIBILITY-FILE.
020500*----------------------------------------------------------------
020600* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S ELIGIBILITY-RECORD.
020700*----------------------------------------------------------------
020800 01  ELIGIBILITY-RECORD.
020900     05 ME-HOUSEHOLD-ID       PIC 9(09).
021000     05 ME-DETERMINATION      PIC X(01).
021100     05 ME-EFF-FROM           PIC 9(08).
021200     05 ME-EFF-TO             PIC 9(08).
021300     05 ME-SOURCE             PIC X(01).
021400
021500 FD  FEE-LEDGER.
021600*----------------------------------------------------------------
021700* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' FEE-LEDGER-RECORD.
021800*----------------------------------------------------------------
021900 01  FEE-LEDGER-RECORD.
022000     05 FL-STUDENT-ID         PIC 9(09).
022100     05 FL-DATE               PIC 9(08).
022200     05 FL-TYPE               PIC X(01).
022300     05 FL-AMOUNT             PIC 9(05)V99.
022400     05 FL-REASON             PIC X(12).
022500     05 FL-SOURCE             PIC X(08).
022600
022700 FD  CARE-REPORT.
022800 01  RPT-LINE                 PIC X(100).
022900
023000 FD  LAYOUT-CONTROL.
023100*----------------------------------------------------------------
023200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
023300* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
023400*----------------------------------------------------------------
023500 01  LAYOUT-CONTROL-RECORD.
023600     05 LC-DATASET            PIC X(08).
023700     05 LC-VERSION            PIC 9(03).
023800     05 LC-LENGTH             PIC 9(05).
023900     05 LC-EFFECTIVE-DATE     PIC 9(08).
024000
024100 FD  LAYOUT-USAGE-LOG.
024200*----------------------------------------------------------------
024300* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
024400* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
024500*----------------------------------------------------------------
024600 01  LAYOUT-USAGE-RECORD.
024700     05 LU-TIMESTAMP          PIC 9(14).
024800     05 LU-PROGRAM            PIC X(24).
024900     05 LU-DATASET            PIC X(08).
025000     05 LU-VERSION            PIC 9(03).
025100     05 LU-LENGTH             PIC 9(05).
025200     05 LU-RESULT             PIC X(08).
025300
025400 FD  OPS-ERROR-LOG.
025500*----------------------------------------------------------------
025600* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
025700* SHARED SHOP-WIDE ERROR LOG.
025800*----------------------------------------------------------------
025900 01  OPS-ERROR-RECORD.
026000     05 OE-TIMESTAMP          PIC 9(14).
026100     05 OE-PROGRAM            PIC X(20).
026200     05 OE-FILE-NAME          PIC X(08).
026300     05 OE-OPERATION          PIC X(08).
026400     05 OE-STATUS             PIC XX.
026500
026600 WORKING-STORAGE SECTION.
026700 01 WS-PARM-STATUS             PIC XX.
026800 01 WS-TX-STATUS               PIC XX.
026900 01 WS-EN-STATUS               PIC XX.
027000 01 WS-REJECT-STATUS           PIC XX.
027100 01 WS-SG-STATUS               PIC XX.
027200 01 WS-LOG-STATUS              PIC XX.
027300 01 WS-FILE-STATUS             PIC XX.
027400 01 WS-PU-STATUS               PIC XX.
027500 01 WS-ME-STATUS               PIC XX.
027600 01 WS-FEE-STATUS              PIC XX.
027700 01 WS-RUN-MODE                PIC X(08).
027800 01 WS-TODAY                   PIC 9(08).
027900 01 WS-CLOSE-TIME              PIC 9(04).
028000 01 WS-REJECT-REASON           PIC X(08).
028100 01 WS-RESULT                  PIC X(08).
028200 01 WS-LATE-FLAG               PIC X(01).
028300 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
028400 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
028500 01 WS-SIGN-COUNT              PIC 9(05) COMP VALUE ZERO.
028600 01 WS-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
028700 01 WS-LATE-COUNT              PIC 9(05) COMP VALUE ZERO.
028800 01 WS-BILLED-COUNT            PIC 9(05) COMP VALUE ZERO.
028900 01 WS-ALREADY-BILLED-COUNT    PIC 9(05) COMP VALUE ZERO.
029000 01 WS-EN-IX                   PIC 9(05) COMP.
029100 01 WS-WEEKDAY                 PIC 9(01).
029200 01 WS-DAY                     PIC 9(02).
029300 01 WS-ADULT-KEY               PIC X(60).
029400 01 WS-PU-FOUND                PIC 9(04) COMP.
029500 01 WS-TIME-EDIT               PIC 99B99.
029600 01 I                          PIC 9(05) COMP.
029700 01 J                          PIC 9(05) COMP.
029800
029900*----------------------------------------------------------------
030000* RATES.  THE SLIDING SCALE APPLIES TO A HOUSEHOLD WITH AN F OR
030100* R MEALELIG DETERMINATION IN EFFECT ANY DAY OF THE MONTH.
030200*----------------------------------------------------------------
030300 01 WS-RATE-MONTHLY-FULL       PIC 9(03)V99 VALUE 280.00.
030400 01 WS-RATE-MONTHLY-SLIDING    PIC 9(03)V99 VALUE 70.00.
030500 01 WS-RATE-DAILY-FULL         PIC 9(03)V99 VALUE 18.00.
030600 01 WS-RATE-DAILY-SLIDING      PIC 9(03)V99 VALUE 4.50.
030700
030800*----------------------------------------------------------------
030900* BILLING MONTH WORK.
031000*----------------------------------------------------------------
031100 01 WS-MONTH                   PIC 9(06).
031200 01 WS-MONTH-PARTS REDEFINES WS-MONTH.
031300     05 WS-MONTH-YYYY          PIC 9(04).
031400     05 WS-MONTH-MM            PIC 9(02).
031500 01 WS-MONTH-FIRST             PIC 9(08).
031600 01 WS-MONTH-LAST              PIC 9(08).
031700 01 WS-WORK-DATE               PIC 9(08).
031800 01 WS-BILL-REASON             PIC X(12).
031900 01 WS-SLIDING-SWITCH          PIC X(01).
032000     88 SLIDING-SCALE                    VALUE "Y".
032100     88 FULL-RATE                        VALUE "N".
032200 01 WS-BILLED-SWITCH           PIC X(01).
032300     88 ALREADY-BILLED                   VALUE "Y".
032400     88 NOT-YET-BILLED                   VALUE "N".
032500 01 WS-SCHEDULED-DAYS          PIC 9(02).
032600 01 WS-ATTENDED-DAYS           PIC 9(02).
032700 01 WS-CHARGE                  PIC 9(05)V99.
032800 01 WS-TOTAL-ATTENDED          PIC 9(07) COMP VALUE ZERO.
032900 01 WS-TOTAL-LATE              PIC 9(07) COMP VALUE ZERO.
033000 01 WS-TOTAL-STUDENTS          PIC 9(05) COMP VALUE ZERO.
033100 01 WS-REVENUE-FULL            PIC 9(07)V99 VALUE ZERO.
033200 01 WS-REVENUE-SLIDING         PIC 9(07)V99 VALUE ZERO.
033300 01 WS-COUNT-DISP              PIC Z(6)9.
033400 01 WS-AMOUNT-DISP             PIC ZZZ,ZZ9.99.
033500 01 WS-RATE-TAG                PIC X(07).
033600
033700*----------------------------------------------------------------
033800* ACENROLL IN FULL, WITH THE BILLING MONTH'S ATTENDANCE (ONE
033900* BYTE PER DAY OF THE MONTH) AND LATE PICKUPS ALONGSIDE.
034000*----------------------------------------------------------------
034100 01 WS-EN-COUNT                PIC 9(05) COMP VALUE ZERO.
034150 01 WS-EN-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
034200 01 ENROLL-TABLE.
034300     02 EN-ROW                OCCURS 1 TO 3000 TIMES
034400                                 DEPENDING ON WS-EN-COUNT.
034500        05 EN-T-STUDENT-ID    PIC 9(09).
034600        05 EN-T-DAYS          PIC X(05).
034700        05 EN-T-START-DATE    PIC 9(08).
034800        05 EN-T-END-DATE      PIC 9(08).
034900        05 EN-T-RATE-PLAN     PIC X(01).
035000        05 EN-T-ATTENDED      PIC X(31).
035100        05 EN-T-LATE          PIC 9(03).
035200 01 WS-EN-CHANGED-SWITCH       PIC X(01) VALUE "N".
035300     88 ENROLLMENT-CHANGED               VALUE "Y".
035400
035500 01 WS-PU-COUNT                PIC 9(04) COMP VALUE ZERO.
035600 01 PICKUP-TABLE.
035700     02 PUT-ROW               OCCURS 1 TO 6000 TIMES
035800                                 DEPENDING ON WS-PU-COUNT.
035900        05 PUT-HOUSEHOLD-ID   PIC 9(09).
036000        05 PUT-NAME           PIC X(60).
036100        05 PUT-AUTH-FLAG      PIC X(01).
036200
036300 01 WS-ELIG-COUNT              PIC 9(04) COMP VALUE ZERO.
036400 01 ELIGIBILITY-TABLE.
036500     02 ME-ROW                OCCURS 1 TO 2000 TIMES
036600                                 DEPENDING ON WS-ELIG-COUNT.
036700        05 ME-T-HOUSEHOLD-ID  PIC 9(09).
036800        05 ME-T-DETERMINATION PIC X(01).
036900        05 ME-T-EFF-FROM      PIC 9(08).
037000        05 ME-T-EFF-TO        PIC 9(08).
037100
037200*----------------------------------------------------------------
037300* STUDENTS ALREADY CARRYING THIS MONTH'S AFTERSCH CHARGE, SO A
037400* RERUN OF BILL DOES NOT CHARGE THEM TWICE.
037500*----------------------------------------------------------------
037600 01 WS-BL-COUNT                PIC 9(05) COMP VALUE ZERO.
037700 01 BILLED-TABLE.
037800     02 BL-ROW                OCCURS 1 TO 3000 TIMES
037900                                 DEPENDING ON WS-BL-COUNT.
038000        05 BL-T-STUDENT-ID    PIC 9(09).
038100
038200*----------------------------------------------------------------
038300* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
038400* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
038500*----------------------------------------------------------------
038600 01 WS-LC-STATUS               PIC XX.
038700 01 WS-LU-STATUS               PIC XX.
038800 01 WS-OPS-LOG-STATUS          PIC XX.
038900 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
039000     88 LAYOUT-MISMATCH                  VALUE "Y".
039100 01 WS-LK-DATASET              PIC X(08).
039200 01 WS-LK-VERSION              PIC 9(03).
039300 01 WS-LK-LENGTH               PIC 9(05).
039400 01 WS-LK-RESULT               PIC X(08).
039500 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
039600 01 WS-LC-INDX                 PIC 9(03) COMP.
039700 01 LAYOUT-CONTROL-TABLE.
039800     02 LCT-ROW               OCCURS 50 TIMES.
039900        05 LCT-DATASET        PIC X(08).
040000        05 LCT-VERSION        PIC 9(03).
040100        05 LCT-LENGTH         PIC 9(05).
040200
040300 PROCEDURE DIVISION.
040400
040500 0000-MAINLINE.
040600     PERFORM 9800-CHECK-LAYOUTS
040700     IF LAYOUT-MISMATCH
040800        MOVE 16 TO RETURN-CODE
040900        GOBACK
041000     END-IF
041100     PERFORM 1000-INITIALIZE
041108*    AN OVERFULL ACENROLL CANNOT BE USED SAFELY -- THE CHILDREN
041116*    PAST THE TABLE WOULD GO UNBILLED AND AN ENROLL RUN WOULD DROP
041124*    THEM FROM THE REWRITE -- SO THE RUN STOPS COLD AND LEAVES
041132*    ACENROLL UNTOUCHED FOR OPERATIONS.
041140     IF WS-EN-OVERFLOW > 0
041148        DISPLAY "GRADE-SCHOOL-AFTCARE ACENROLL ROWS PAST CAP: "
041156            WS-EN-OVERFLOW " -- RUN ABANDONED"
041164        MOVE 8 TO RETURN-CODE
041172        PERFORM 5000-TERMINATE
041180        GOBACK
041188     END-IF
041200     EVALUATE WS-RUN-MODE
041300         WHEN "ENROLL"
041400             PERFORM 2000-POST-ENROLLMENTS
041500         WHEN "SIGNOUT"
041600             PERFORM 3000-POST-SIGN-OUTS
041700         WHEN "BILL"
041800         WHEN "REPORT"
041900             PERFORM 4000-BILL-MONTH
042000         WHEN OTHER
042100             DISPLAY "GRADE-SCHOOL-AFTCARE UNKNOWN MODE "
042200                 WS-RUN-MODE
042300             MOVE 8 TO RETURN-CODE
042400     END-EVALUATE
042500     PERFORM 5000-TERMINATE
042600     GOBACK.
042700
042800 1000-INITIALIZE.
042900     MOVE SPACES TO WS-RUN-MODE.
043000     MOVE 0 TO WS-MONTH.
043100     MOVE 0 TO WS-CLOSE-TIME.
043200     OPEN INPUT PARM-FILE.
043300     IF WS-PARM-STATUS = "00"
043400        READ PARM-FILE
043500            AT END CONTINUE
043600        END-READ
043700        IF WS-PARM-STATUS = "00"
043800           MOVE PARM-MODE TO WS-RUN-MODE
043900           IF PARM-MONTH IS NUMERIC
044000              MOVE PARM-MONTH TO WS-MONTH
044100           END-IF
044200           IF PARM-CLOSE-TIME IS NUMERIC
044300              MOVE PARM-CLOSE-TIME TO WS-CLOSE-TIME
044400           END-IF
044500        END-IF
044600        CLOSE PARM-FILE
044700     END-IF.
044800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
044900     IF WS-CLOSE-TIME = 0
045000        MOVE 1800 TO WS-CLOSE-TIME
045100     END-IF.
045200     PERFORM 1100-LOAD-ENROLLMENT.
045300
045400 1100-LOAD-ENROLLMENT.
045500     OPEN INPUT ENROLL-MASTER.
045600     IF WS-EN-STATUS NOT = "00"
045700        MOVE "10" TO WS-EN-STATUS
045800        EXIT PARAGRAPH
045900     END-IF.
046000     PERFORM UNTIL WS-EN-STATUS NOT = "00"
046100        READ ENROLL-MASTER
046200            AT END MOVE "10" TO WS-EN-STATUS
046300        END-READ
046320        IF WS-EN-STATUS = "00"
046340           AND WS-EN-COUNT >= 3000
046360           ADD 1 TO WS-EN-OVERFLOW
046380        END-IF
046400        IF WS-EN-STATUS = "00"
046500           AND WS-EN-COUNT < 3000
046600           ADD 1 TO WS-EN-COUNT
046700           MOVE AE-STUDENT-ID TO EN-T-STUDENT-ID(WS-EN-COUNT)
046800           MOVE AE-DAYS TO EN-T-DAYS(WS-EN-COUNT)
046900           MOVE AE-START-DATE TO EN-T-START-DATE(WS-EN-COUNT)
047000           MOVE AE-END-DATE TO EN-T-END-DATE(WS-EN-COUNT)
047100           MOVE AE-RATE-PLAN TO EN-T-RATE-PLAN(WS-EN-COUNT)
047200           MOVE SPACES TO EN-T-ATTENDED(WS-EN-COUNT)
047300           MOVE 0 TO EN-T-LATE(WS-EN-COUNT)
047400        END-IF
047500     END-PERFORM.
047600     CLOSE ENROLL-MASTER.
047700
047800*----------------------------------------------------------------
047900* THE STUDENT'S ROW ON ACENROLL, OR ZERO.
048000*----------------------------------------------------------------
048100 1200-FIND-ENROLLMENT.
048200     MOVE 0 TO WS-EN-IX.
048300     PERFORM VARYING J FROM 1 BY 1
048400              UNTIL J > WS-EN-COUNT OR WS-EN-IX > 0
048500        IF EN-T-STUDENT-ID(J) = FR-STUDENT-ID
048600           MOVE J TO WS-EN-IX
048700        END-IF
048800     END-PERFORM.
048900
049000*----------------------------------------------------------------
049100* MONDAY = 1 THROUGH SUNDAY = 7 FOR WS-WORK-DATE; 1601-01-01,
049200* DAY ONE OF THE INTEGER CALENDAR, WAS A MONDAY.
049300*----------------------------------------------------------------
049400 1300-DAY-OF-WEEK.
049500     COMPUTE WS-WEEKDAY = FUNCTION MOD(
049600         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1, 7) + 1.
049700
049800*----------------------------------------------------------------
049900* ENROLLED ON WS-WORK-DATE: INSIDE THE START/END DATES (A ZERO
050000* END IS OPEN) AND ON ONE OF THE ENROLLED WEEKDAYS.  WS-RESULT
050100* COMES BACK BLANK IF SO, "NOTENROL" IF NOT.
050200*----------------------------------------------------------------
050300 1400-CHECK-ENROLLED-DAY.
050400     MOVE SPACES TO WS-RESULT.
050500     IF WS-EN-IX = 0
050600        MOVE "NOTENROL" TO WS-RESULT
050700        EXIT PARAGRAPH
050800     END-IF.
050900     IF WS-WORK-DATE < EN-T-START-DATE(WS-EN-IX)
051000        OR (EN-T-END-DATE(WS-EN-IX) > 0
051100            AND WS-WORK-DATE > EN-T-END-DATE(WS-EN-IX))
051200        MOVE "NOTENROL" TO WS-RESULT
051300        EXIT PARAGRAPH
051400     END-IF.
051500     PERFORM 1300-DAY-OF-WEEK.
051600     IF WS-WEEKDAY > 5
051700        MOVE "NOTENROL" TO WS-RESULT
051800        EXIT PARAGRAPH
051900     END-IF.
052000     IF EN-T-DAYS(WS-EN-IX)(WS-WEEKDAY:1) NOT = "Y"
052100        MOVE "NOTENROL" TO WS-RESULT
052200     END-IF.
052300
052400 2000-POST-ENROLLMENTS.
052500     OPEN INPUT ROSTER-FILE.
052600     OPEN EXTEND ENROLL-REJECTS.
052700     IF WS-REJECT-STATUS = "35"
052800        OPEN OUTPUT ENROLL-REJECTS
052900     END-IF.
053000     OPEN INPUT ENROLL-TRANSACTIONS.
053100     IF WS-TX-STATUS NOT = "00"
053200        MOVE "10" TO WS-TX-STATUS
053300     ELSE
053400        PERFORM UNTIL WS-TX-STATUS NOT = "00"
053500           READ ENROLL-TRANSACTIONS
053600               AT END MOVE "10" TO WS-TX-STATUS
053700               NOT AT END PERFORM 2100-APPLY-ONE
053800           END-READ
053900        END-PERFORM
054000        CLOSE ENROLL-TRANSACTIONS
054100     END-IF.
054200     CLOSE ENROLL-REJECTS.
054300     CLOSE ROSTER-FILE.
054400     IF ENROLLMENT-CHANGED
054500        PERFORM 2400-REWRITE-ENROLLMENT
054600     END-IF.
054700
054800 2100-APPLY-ONE.
054900     IF AET-ACTION NOT = "A" AND AET-ACTION NOT = "D"
055000        MOVE "BADACTN" TO WS-REJECT-REASON
055100        PERFORM 2900-REJECT-ONE
055200        EXIT PARAGRAPH
055300     END-IF.
055400     MOVE AET-STUDENT-ID TO FR-STUDENT-ID.
055500     READ ROSTER-FILE
055600         INVALID KEY CONTINUE
055700     END-READ.
055800     IF WS-FILE-STATUS NOT = "00"
055900        MOVE "00" TO WS-FILE-STATUS
056000        MOVE "NOTFOUND" TO WS-REJECT-REASON
056100        PERFORM 2900-REJECT-ONE
056200        EXIT PARAGRAPH
056300     END-IF.
056400     PERFORM 1200-FIND-ENROLLMENT.
056500     IF AET-ACTION = "D"
056600        PERFORM 2300-END-ENROLLMENT
056700     ELSE
056800        PERFORM 2200-ADD-ENROLLMENT
056900     END-IF.
057000
057100 2200-ADD-ENROLLMENT.
057200     MOVE 0 TO I.
057300     INSPECT AET-DAYS TALLYING I FOR ALL "Y".
057400     MOVE 0 TO J.
057500     INSPECT AET-DAYS TALLYING J FOR ALL "N".
057600     IF I = 0 OR I + J NOT = 5
057700        MOVE "BADDAYS" TO WS-REJECT-REASON
057800        PERFORM 2900-REJECT-ONE
057900        EXIT PARAGRAPH
058000     END-IF.
058100     IF AET-RATE-PLAN NOT = "M" AND AET-RATE-PLAN NOT = "D"
058200        MOVE "BADPLAN" TO WS-REJECT-REASON
058300        PERFORM 2900-REJECT-ONE
058400        EXIT PARAGRAPH
058500     END-IF.
058600     IF AET-START-DATE IS NOT NUMERIC
058700        OR TEST-DATE-YYYYMMDD(AET-START-DATE) NOT = 0
058800        OR AET-END-DATE IS NOT NUMERIC
058900        OR (AET-END-DATE NOT = 0
059000            AND (TEST-DATE-YYYYMMDD(AET-END-DATE) NOT = 0
059100                 OR AET-END-DATE < AET-START-DATE))
059200        MOVE "BADDATE" TO WS-REJECT-REASON
059300        PERFORM 2900-REJECT-ONE
059400        EXIT PARAGRAPH
059500     END-IF.
059600     IF WS-EN-IX = 0
059700        IF WS-EN-COUNT >= 3000
059800           MOVE "TBLFULL" TO WS-REJECT-REASON
059900           PERFORM 2900-REJECT-ONE
060000           EXIT PARAGRAPH
060100        END-IF
060200        ADD 1 TO WS-EN-COUNT
060300        MOVE WS-EN-COUNT TO WS-EN-IX
060400        MOVE AET-STUDENT-ID TO EN-T-STUDENT-ID(WS-EN-IX)
060500     END-IF.
060600     MOVE AET-DAYS TO EN-T-DAYS(WS-EN-IX).
060700     MOVE AET-START-DATE TO EN-T-START-DATE(WS-EN-IX).
060800     MOVE AET-END-DATE TO EN-T-END-DATE(WS-EN-IX).
060900     MOVE AET-RATE-PLAN TO EN-T-RATE-PLAN(WS-EN-IX).
061000     SET ENROLLMENT-CHANGED TO TRUE.
061100     ADD 1 TO WS-POSTED-COUNT.
061200
061300 2300-END-ENROLLMENT.
061400     IF WS-EN-IX = 0
061500        MOVE "NOENROLL" TO WS-REJECT-REASON
061600        PERFORM 2900-REJECT-ONE
061700        EXIT PARAGRAPH
061800     END-IF.
061900     IF AET-END-DATE IS NOT NUMERIC
062000        OR TEST-DATE-YYYYMMDD(AET-END-DATE) NOT = 0
062100        OR AET-END-DATE < EN-T-START-DATE(WS-EN-IX)
062200        MOVE "BADDATE" TO WS-REJECT-REASON
062300        PERFORM 2900-REJECT-ONE
062400        EXIT PARAGRAPH
062500     END-IF.
062600     MOVE AET-END-DATE TO EN-T-END-DATE(WS-EN-IX).
062700     SET ENROLLMENT-CHANGED TO TRUE.
062800     ADD 1 TO WS-POSTED-COUNT.
062900
063000 2400-REWRITE-ENROLLMENT.
063100     SORT EN-ROW ASCENDING EN-T-STUDENT-ID.
063200     OPEN OUTPUT ENROLL-MASTER.
063300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EN-COUNT
063400        MOVE EN-T-STUDENT-ID(J) TO AE-STUDENT-ID
063500        MOVE EN-T-DAYS(J) TO AE-DAYS
063600        MOVE EN-T-START-DATE(J) TO AE-START-DATE
063700        MOVE EN-T-END-DATE(J) TO AE-END-DATE
063800        MOVE EN-T-RATE-PLAN(J) TO AE-RATE-PLAN
063900        WRITE ENROLL-RECORD
064000     END-PERFORM.
064100     CLOSE ENROLL-MASTER.
064200
064300 2900-REJECT-ONE.
064400     MOVE SPACES TO REJ-RECORD.
064500     MOVE ENROLL-TX-RECORD TO REJ-TX-IMAGE.
064600     MOVE WS-REJECT-REASON TO REJ-REASON.
064700     WRITE REJ-RECORD.
064800     ADD 1 TO WS-REJECT-COUNT.
064900
065000*----------------------------------------------------------------
065100* THE EVENING SIGN-OUT SHEET.  THE RELEASE CHECK IS THE FRONT
065200* DESK'S (GRADE-SCHOOL-SIGNOUT): ONLY A Y PICKUPAU ROW UNDER THE
065300* CHILD'S OWN HOUSEHOLD RELEASES THE CHILD.  A PICKUP AFTER THE
065400* CLOSING TIME IS LATE WHATEVER ELSE IS WRONG WITH IT.
065500*----------------------------------------------------------------
065600 3000-POST-SIGN-OUTS.
065700     PERFORM 3100-LOAD-PICKUP-AUTH.
065800     OPEN INPUT ROSTER-FILE.
065900     OPEN EXTEND SIGN-LOG.
066000     IF WS-LOG-STATUS = "35"
066100        OPEN OUTPUT SIGN-LOG
066200     END-IF.
066300     OPEN OUTPUT EXCEPTION-REPORT.
066400     MOVE "AFTER-SCHOOL CARE SIGN-OUT EXCEPTIONS AND LATE PICKUPS"
066500         TO EXC-LINE.
066600     WRITE EXC-LINE.
066700     MOVE SPACES TO EXC-LINE.
066800     WRITE EXC-LINE.
066900     OPEN INPUT SIGN-TRANSACTIONS.
067000     IF WS-SG-STATUS NOT = "00"
067100        MOVE "10" TO WS-SG-STATUS
067200     ELSE
067300        PERFORM UNTIL WS-SG-STATUS NOT = "00"
067400           READ SIGN-TRANSACTIONS
067500               AT END MOVE "10" TO WS-SG-STATUS
067600               NOT AT END PERFORM 3200-POST-ONE-SIGN-OUT
067700           END-READ
067800        END-PERFORM
067900        CLOSE SIGN-TRANSACTIONS
068000     END-IF.
068100     CLOSE EXCEPTION-REPORT.
068200     CLOSE SIGN-LOG.
068300     CLOSE ROSTER-FILE.
068400
068500*----------------------------------------------------------------
068600* MIRRORS GRADE-SCHOOL-SIGNOUT'S 1100-LOAD-PICKUP-AUTH: NAMES
068700* UPPER-CASED AND LEFT-JUSTIFIED.
068800*----------------------------------------------------------------
068900 3100-LOAD-PICKUP-AUTH.
069000     OPEN INPUT PICKUP-AUTH-FILE.
069100     IF WS-PU-STATUS NOT = "00"
069200        MOVE "10" TO WS-PU-STATUS
069300     ELSE
069400        PERFORM UNTIL WS-PU-STATUS NOT = "00"
069500           READ PICKUP-AUTH-FILE
069600               AT END MOVE "10" TO WS-PU-STATUS
069700           END-READ
069800           IF WS-PU-STATUS = "00"
069900              AND WS-PU-COUNT < 6000
070000              ADD 1 TO WS-PU-COUNT
070100              MOVE PU-HOUSEHOLD-ID
070200                  TO PUT-HOUSEHOLD-ID(WS-PU-COUNT)
070300              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PU-NAME))
070400                  TO PUT-NAME(WS-PU-COUNT)
070500              MOVE PU-AUTH-FLAG TO PUT-AUTH-FLAG(WS-PU-COUNT)
070600           END-IF
070700        END-PERFORM
070800        CLOSE PICKUP-AUTH-FILE
070900     END-IF.
071000
071100 3200-POST-ONE-SIGN-OUT.
071200     ADD 1 TO WS-SIGN-COUNT.
071300     MOVE "POSTED" TO WS-RESULT.
071400     MOVE "N" TO WS-LATE-FLAG.
071500     MOVE SPACES TO FR-NAME.
071600     PERFORM 3300-EDIT-SIGN-OUT.
071700     IF WS-LATE-FLAG = "Y"
071800        ADD 1 TO WS-LATE-COUNT
071900        PERFORM 3900-WRITE-EXCEPTION-LATE
072000     END-IF.
072100     IF WS-RESULT NOT = "POSTED"
072200        ADD 1 TO WS-EXCEPTION-COUNT
072300        PERFORM 3800-WRITE-EXCEPTION
072400     END-IF.
072500     MOVE SPACES TO SIGN-LOG-RECORD.
072600     MOVE SIGN-TX-RECORD TO ASL-TX-IMAGE.
072700     MOVE WS-RESULT TO ASL-RESULT.
072800     MOVE WS-LATE-FLAG TO ASL-LATE.
072900     WRITE SIGN-LOG-RECORD.
073000
073100 3300-EDIT-SIGN-OUT.
073200     IF AST-DATE IS NOT NUMERIC
073300        OR TEST-DATE-YYYYMMDD(AST-DATE) NOT = 0
073400        OR AST-TIME IS NOT NUMERIC
073500        MOVE "BADDATE" TO WS-RESULT
073600        EXIT PARAGRAPH
073700     END-IF.
073800     MOVE AST-STUDENT-ID TO FR-STUDENT-ID.
073900     READ ROSTER-FILE
074000         INVALID KEY CONTINUE
074100     END-READ.
074200     IF WS-FILE-STATUS NOT = "00"
074300        MOVE "00" TO WS-FILE-STATUS
074400        MOVE SPACES TO FR-NAME
074500        MOVE "NOTFOUND" TO WS-RESULT
074600        EXIT PARAGRAPH
074700     END-IF.
074800     IF AST-TIME > WS-CLOSE-TIME
074900        MOVE "Y" TO WS-LATE-FLAG
075000     END-IF.
075100     PERFORM 3400-CHECK-PICKUP-AUTH.
075200     IF WS-RESULT NOT = "POSTED"
075300        EXIT PARAGRAPH
075400     END-IF.
075500     PERFORM 1200-FIND-ENROLLMENT.
075600     MOVE AST-DATE TO WS-WORK-DATE.
075700     PERFORM 1400-CHECK-ENROLLED-DAY.
075800     IF WS-RESULT = SPACES
075900        MOVE "POSTED" TO WS-RESULT
076000     END-IF.
076100
076200*----------------------------------------------------------------
076300* MIRRORS GRADE-SCHOOL-SIGNOUT'S 2200-CHECK-PICKUP-AUTH: A
076400* FORBIDDING ROW OUTRANKS ANY OTHER ROW FOR THE NAME, AN N ROW
076500* IS CONTACT ONLY, NO ROW AT ALL IS A STRANGER.
076600*----------------------------------------------------------------
076700 3400-CHECK-PICKUP-AUTH.
076800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AST-ADULT-NAME))
076900         TO WS-ADULT-KEY.
077000     MOVE 0 TO WS-PU-FOUND.
077100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PU-COUNT
077200        IF PUT-HOUSEHOLD-ID(I) = FR-HOUSEHOLD-ID
077300           AND PUT-NAME(I) = WS-ADULT-KEY
077400           IF WS-PU-FOUND = 0
077500              OR PUT-AUTH-FLAG(I) = "F"
077600              MOVE I TO WS-PU-FOUND
077700           END-IF
077800        END-IF
077900     END-PERFORM.
078000     IF WS-PU-FOUND = 0 OR WS-ADULT-KEY = SPACES
078100        MOVE "UNLISTED" TO WS-RESULT
078200        EXIT PARAGRAPH
078300     END-IF.
078400     EVALUATE PUT-AUTH-FLAG(WS-PU-FOUND)
078500         WHEN "Y"
078600             CONTINUE
078700         WHEN "F"
078800             MOVE "FORBIDDN" TO WS-RESULT
078900         WHEN OTHER
079000             MOVE "NOTAUTH" TO WS-RESULT
079100     END-EVALUATE.
079200
079300 3800-WRITE-EXCEPTION.
079400     MOVE AST-TIME TO WS-TIME-EDIT.
079500     INSPECT WS-TIME-EDIT REPLACING ALL " " BY ":".
079600     MOVE SPACES TO EXC-LINE.
079700     STRING WS-RESULT DELIMITED BY SIZE
079800         "  " DELIMITED BY SIZE
079900         AST-DATE DELIMITED BY SIZE
080000         " " DELIMITED BY SIZE
080100         WS-TIME-EDIT DELIMITED BY SIZE
080200         "  STUDENT " DELIMITED BY SIZE
080300         AST-STUDENT-ID DELIMITED BY SIZE
080400         "  " DELIMITED BY SIZE
080500         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
080600         INTO EXC-LINE
080700     END-STRING.
080800     WRITE EXC-LINE.
080900     MOVE SPACES TO EXC-LINE.
081000     STRING "          ADULT: " DELIMITED BY SIZE
081100         FUNCTION TRIM(AST-ADULT-NAME) DELIMITED BY SIZE
081200         INTO EXC-LINE
081300     END-STRING.
081400     WRITE EXC-LINE.
081500
081600 3900-WRITE-EXCEPTION-LATE.
081700     MOVE AST-TIME TO WS-TIME-EDIT.
081800     INSPECT WS-TIME-EDIT REPLACING ALL " " BY ":".
081900     MOVE SPACES TO EXC-LINE.
082000     STRING "LATE      " DELIMITED BY SIZE
082100         AST-DATE DELIMITED BY SIZE
082200         " " DELIMITED BY SIZE
082300         WS-TIME-EDIT DELIMITED BY SIZE
082400         "  STUDENT " DELIMITED BY SIZE
082500         AST-STUDENT-ID DELIMITED BY SIZE
082600         "  " DELIMITED BY SIZE
082700         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
082800         INTO EXC-LINE
082900     END-STRING.
083000     WRITE EXC-LINE.
083100
083200*----------------------------------------------------------------
083300* THE MONTH'S BILL AND THE DIRECTOR'S REPORT IN ONE PASS OVER
083400* ACENROLL.  A STUDENT ENROLLED ANY DAY OF THE MONTH IS ON THE
083500* REPORT.  PLAN M PAYS THE MONTHLY RATE, PLAN D THE DAILY RATE
083600* FOR EACH DAY SIGNED OUT OF CARE (ANY ACSIGNLG ROW BUT NOTFOUND
083700* OR BADDATE -- A REFUSED RELEASE WAS STILL A DAY IN CARE).
083800* REPORT MODE PRINTS THE SAME FIGURES WITHOUT POSTING.
083900*----------------------------------------------------------------
084000 4000-BILL-MONTH.
084100     PERFORM 4100-SET-MONTH.
084200     IF RETURN-CODE NOT = 0
084300        EXIT PARAGRAPH
084400     END-IF.
084500     PERFORM 4200-LOAD-ATTENDANCE.
084600     PERFORM 4300-LOAD-ELIGIBILITY.
084700     PERFORM 4400-LOAD-BILLED.
084800     OPEN INPUT ROSTER-FILE.
084900     IF WS-RUN-MODE = "BILL"
085000        OPEN EXTEND FEE-LEDGER
085100        IF WS-FEE-STATUS = "35"
085200           OPEN OUTPUT FEE-LEDGER
085300        END-IF
085400     END-IF.
085500     OPEN OUTPUT CARE-REPORT.
085600     PERFORM 4500-REPORT-HEADING.
085700     PERFORM VARYING WS-EN-IX FROM 1 BY 1
085800              UNTIL WS-EN-IX > WS-EN-COUNT
085900        IF EN-T-START-DATE(WS-EN-IX) <= WS-MONTH-LAST
086000           AND (EN-T-END-DATE(WS-EN-IX) = 0
086100                OR EN-T-END-DATE(WS-EN-IX) >= WS-MONTH-FIRST)
086200           PERFORM 4600-BILL-ONE-STUDENT
086300        END-IF
086400     END-PERFORM.
086500     PERFORM 4800-REPORT-TOTALS.
086600     CLOSE CARE-REPORT.
086700     IF WS-RUN-MODE = "BILL"
086800        CLOSE FEE-LEDGER
086900     END-IF.
087000     CLOSE ROSTER-FILE.
087100
087200*----------------------------------------------------------------
087300* A ZERO MONTH BILLS LAST MONTH -- THE JOB RUNS EARLY IN THE
087400* MONTH FOR THE ONE JUST ENDED.
087500*----------------------------------------------------------------
087600 4100-SET-MONTH.
087700     IF WS-MONTH = 0
087800        MOVE WS-TODAY(1:6) TO WS-MONTH
087900        IF WS-MONTH-MM = 1
088000           SUBTRACT 1 FROM WS-MONTH-YYYY
088100           MOVE 12 TO WS-MONTH-MM
088200        ELSE
088300           SUBTRACT 1 FROM WS-MONTH-MM
088400        END-IF
088500     END-IF.
088600     COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1.
088700     IF TEST-DATE-YYYYMMDD(WS-MONTH-FIRST) NOT = 0
088800        DISPLAY "GRADE-SCHOOL-AFTCARE BAD MONTH " WS-MONTH
088900        MOVE 8 TO RETURN-CODE
089000        EXIT PARAGRAPH
089100     END-IF.
089200     MOVE WS-MONTH-FIRST TO WS-MONTH-LAST.
089300     PERFORM VARYING WS-DAY FROM 29 BY 1 UNTIL WS-DAY > 31
089400        COMPUTE WS-WORK-DATE = WS-MONTH * 100 + WS-DAY
089500        IF TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
089600           MOVE WS-WORK-DATE TO WS-MONTH-LAST
089700        END-IF
089800     END-PERFORM.
089900     IF WS-MONTH-LAST = WS-MONTH-FIRST
090000        COMPUTE WS-MONTH-LAST = WS-MONTH * 100 + 28
090100     END-IF.
090200     MOVE SPACES TO WS-BILL-REASON.
090300     STRING "CARE " DELIMITED BY SIZE
090400         WS-MONTH DELIMITED BY SIZE
090500         INTO WS-BILL-REASON
090600     END-STRING.
090700
090800 4200-LOAD-ATTENDANCE.
090900     OPEN INPUT SIGN-LOG.
091000     IF WS-LOG-STATUS NOT = "00"
091100        MOVE "10" TO WS-LOG-STATUS
091200        EXIT PARAGRAPH
091300     END-IF.
091400     PERFORM UNTIL WS-LOG-STATUS NOT = "00"
091500        READ SIGN-LOG
091600            AT END MOVE "10" TO WS-LOG-STATUS
091700        END-READ
091800        IF WS-LOG-STATUS = "00"
091900           AND ASL-DATE >= WS-MONTH-FIRST
092000           AND ASL-DATE <= WS-MONTH-LAST
092100           AND ASL-RESULT NOT = "NOTFOUND"
092200           AND ASL-RESULT NOT = "BADDATE"
092300           PERFORM 4250-POST-ATTENDANCE
092400        END-IF
092500     END-PERFORM.
092600     CLOSE SIGN-LOG.
092700
092800 4250-POST-ATTENDANCE.
092900     MOVE ASL-STUDENT-ID TO FR-STUDENT-ID.
093000     PERFORM 1200-FIND-ENROLLMENT.
093100     IF WS-EN-IX = 0
093200        EXIT PARAGRAPH
093300     END-IF.
093400     MOVE ASL-DATE(7:2) TO WS-DAY.
093500     MOVE "Y" TO EN-T-ATTENDED(WS-EN-IX)(WS-DAY:1).
093600     IF ASL-LATE = "Y" AND EN-T-LATE(WS-EN-IX) < 999
093700        ADD 1 TO EN-T-LATE(WS-EN-IX)
093800     END-IF.
093900
094000*----------------------------------------------------------------
094100* MIRRORS GRADE-SCHOOL-MEAL'S 1100-LOAD-ELIGIBILITY.
094200*----------------------------------------------------------------
094300 4300-LOAD-ELIGIBILITY.
094400     OPEN INPUT ELIGIBILITY-FILE.
094500     IF WS-ME-STATUS NOT = "00"
094600        MOVE "10" TO WS-ME-STATUS
094700     ELSE
094800        PERFORM UNTIL WS-ME-STATUS NOT = "00"
094900           READ ELIGIBILITY-FILE
095000               AT END MOVE "10" TO WS-ME-STATUS
095100           END-READ
095200           IF WS-ME-STATUS = "00"
095300              AND WS-ELIG-COUNT < 2000
095400              ADD 1 TO WS-ELIG-COUNT
095500              MOVE ME-HOUSEHOLD-ID
095600                  TO ME-T-HOUSEHOLD-ID(WS-ELIG-COUNT)
095700              MOVE ME-DETERMINATION
095800                  TO ME-T-DETERMINATION(WS-ELIG-COUNT)
095900              MOVE ME-EFF-FROM TO ME-T-EFF-FROM(WS-ELIG-COUNT)
096000              MOVE ME-EFF-TO TO ME-T-EFF-TO(WS-ELIG-COUNT)
096100           END-IF
096200        END-PERFORM
096300        CLOSE ELIGIBILITY-FILE
096400     END-IF.
096500
096600 4400-LOAD-BILLED.
096700     OPEN INPUT FEE-LEDGER.
096800     IF WS-FEE-STATUS NOT = "00"
096900        MOVE "10" TO WS-FEE-STATUS
097000        EXIT PARAGRAPH
097100     END-IF.
097200     PERFORM UNTIL WS-FEE-STATUS NOT = "00"
097300        READ FEE-LEDGER
097400            AT END MOVE "10" TO WS-FEE-STATUS
097500        END-READ
097600        IF WS-FEE-STATUS = "00"
097700           AND FL-SOURCE = "AFTERSCH"
097800           AND FL-TYPE = "C"
097900           AND FL-REASON = WS-BILL-REASON
098000           AND WS-BL-COUNT < 3000
098100           ADD 1 TO WS-BL-COUNT
098200           MOVE FL-STUDENT-ID TO BL-T-STUDENT-ID(WS-BL-COUNT)
098300        END-IF
098400     END-PERFORM.
098500     CLOSE FEE-LEDGER.
098600
098700 4500-REPORT-HEADING.
098800     MOVE SPACES TO RPT-LINE.
098900     STRING "AFTER-SCHOOL CARE -- ATTENDANCE AND REVENUE FOR "
099000         DELIMITED BY SIZE
099100         WS-MONTH-YYYY DELIMITED BY SIZE
099200         "-" DELIMITED BY SIZE
099300         WS-MONTH-MM DELIMITED BY SIZE
099400         INTO RPT-LINE
099500     END-STRING.
099600     WRITE RPT-LINE.
099700     IF WS-RUN-MODE = "REPORT"
099800        MOVE "(PREVIEW -- CHARGES NOT POSTED)" TO RPT-LINE
099900        WRITE RPT-LINE
100000     END-IF.
100100     MOVE SPACES TO RPT-LINE.
100200     WRITE RPT-LINE.
100300     MOVE SPACES TO RPT-LINE.
100400     STRING "STUDENT    NAME                           "
100500         DELIMITED BY SIZE
100600         "PLAN  RATE    SCHED ATTND LATE     CHARGE"
100700         DELIMITED BY SIZE
100800         INTO RPT-LINE
100900     END-STRING.
101000     WRITE RPT-LINE.
101100
101200 4600-BILL-ONE-STUDENT.
101300     MOVE EN-T-STUDENT-ID(WS-EN-IX) TO FR-STUDENT-ID.
101400     READ ROSTER-FILE
101500         INVALID KEY
101600            MOVE "(LEFT THE ROSTER)" TO FR-NAME
101700            MOVE 0 TO FR-HOUSEHOLD-ID
101800     END-READ.
101900     MOVE "00" TO WS-FILE-STATUS.
102000     PERFORM 4650-CHECK-SLIDING-SCALE.
102100     MOVE 0 TO WS-SCHEDULED-DAYS.
102200     PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
102300        COMPUTE WS-WORK-DATE = WS-MONTH * 100 + WS-DAY
102400        IF WS-WORK-DATE <= WS-MONTH-LAST
102500           PERFORM 1400-CHECK-ENROLLED-DAY
102600           IF WS-RESULT = SPACES
102700              ADD 1 TO WS-SCHEDULED-DAYS
102800           END-IF
102900        END-IF
103000     END-PERFORM.
103100     MOVE 0 TO WS-ATTENDED-DAYS.
103200     INSPECT EN-T-ATTENDED(WS-EN-IX)
103300         TALLYING WS-ATTENDED-DAYS FOR ALL "Y".
103400     IF EN-T-RATE-PLAN(WS-EN-IX) = "M"
103500        IF SLIDING-SCALE
103600           MOVE WS-RATE-MONTHLY-SLIDING TO WS-CHARGE
103700        ELSE
103800           MOVE WS-RATE-MONTHLY-FULL TO WS-CHARGE
103900        END-IF
104000     ELSE
104100        IF SLIDING-SCALE
104200           COMPUTE WS-CHARGE =
104300               WS-ATTENDED-DAYS * WS-RATE-DAILY-SLIDING
104400        ELSE
104500           COMPUTE WS-CHARGE =
104600               WS-ATTENDED-DAYS * WS-RATE-DAILY-FULL
104700        END-IF
104800     END-IF.
104900     ADD 1 TO WS-TOTAL-STUDENTS.
105000     ADD WS-ATTENDED-DAYS TO WS-TOTAL-ATTENDED.
105100     ADD EN-T-LATE(WS-EN-IX) TO WS-TOTAL-LATE.
105200     IF SLIDING-SCALE
105300        ADD WS-CHARGE TO WS-REVENUE-SLIDING
105400     ELSE
105500        ADD WS-CHARGE TO WS-REVENUE-FULL
105600     END-IF.
105700     IF WS-RUN-MODE = "BILL" AND WS-CHARGE > 0
105800        PERFORM 4700-POST-CHARGE
105900     END-IF.
106000     PERFORM 4750-REPORT-LINE.
106100
106200*----------------------------------------------------------------
106300* F OR R IN EFFECT ON ANY DAY OF THE MONTH EARNS THE SLIDING
106400* SCALE FOR THE WHOLE MONTH.
106500*----------------------------------------------------------------
106600 4650-CHECK-SLIDING-SCALE.
106700     SET FULL-RATE TO TRUE.
106800     IF FR-HOUSEHOLD-ID = 0
106900        EXIT PARAGRAPH
107000     END-IF.
107100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ELIG-COUNT
107200        IF ME-T-HOUSEHOLD-ID(I) = FR-HOUSEHOLD-ID
107300           AND ME-T-EFF-FROM(I) <= WS-MONTH-LAST
107400           AND ME-T-EFF-TO(I) >= WS-MONTH-FIRST
107500           AND (ME-T-DETERMINATION(I) = "F"
107600                OR ME-T-DETERMINATION(I) = "R")
107700           SET SLIDING-SCALE TO TRUE
107800        END-IF
107900     END-PERFORM.
108000
108100 4700-POST-CHARGE.
108200     SET NOT-YET-BILLED TO TRUE.
108300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BL-COUNT
108400        IF BL-T-STUDENT-ID(I) = EN-T-STUDENT-ID(WS-EN-IX)
108500           SET ALREADY-BILLED TO TRUE
108600        END-IF
108700     END-PERFORM.
108800     IF ALREADY-BILLED
108900        ADD 1 TO WS-ALREADY-BILLED-COUNT
109000        EXIT PARAGRAPH
109100     END-IF.
109200     MOVE EN-T-STUDENT-ID(WS-EN-IX) TO FL-STUDENT-ID.
109300     MOVE WS-TODAY TO FL-DATE.
109400     MOVE "C" TO FL-TYPE.
109500     MOVE WS-CHARGE TO FL-AMOUNT.
109600     MOVE WS-BILL-REASON TO FL-REASON.
109700     MOVE "AFTERSCH" TO FL-SOURCE.
109800     WRITE FEE-LEDGER-RECORD.
109900     ADD 1 TO WS-BILLED-COUNT.
110000
110100 4750-REPORT-LINE.
110200     IF SLIDING-SCALE
110300        MOVE "SLIDING" TO WS-RATE-TAG
110400     ELSE
110500        MOVE "FULL" TO WS-RATE-TAG
110600     END-IF.
110700     MOVE WS-CHARGE TO WS-AMOUNT-DISP.
110800     MOVE SPACES TO RPT-LINE.
110900     STRING EN-T-STUDENT-ID(WS-EN-IX) DELIMITED BY SIZE
111000         "  " DELIMITED BY SIZE
111100         FR-NAME(1:30) DELIMITED BY SIZE
111200         "  " DELIMITED BY SIZE
111300         EN-T-RATE-PLAN(WS-EN-IX) DELIMITED BY SIZE
111400         "    " DELIMITED BY SIZE
111500         WS-RATE-TAG DELIMITED BY SIZE
111600         "   " DELIMITED BY SIZE
111700         WS-SCHEDULED-DAYS DELIMITED BY SIZE
111800         "    " DELIMITED BY SIZE
111900         WS-ATTENDED-DAYS DELIMITED BY SIZE
112000         "   " DELIMITED BY SIZE
112100         EN-T-LATE(WS-EN-IX) DELIMITED BY SIZE
112200         " " DELIMITED BY SIZE
112300         WS-AMOUNT-DISP DELIMITED BY SIZE
112400         INTO RPT-LINE
112500     END-STRING.
112600     WRITE RPT-LINE.
112700
112800 4800-REPORT-TOTALS.
112900     MOVE SPACES TO RPT-LINE.
113000     WRITE RPT-LINE.
113100     MOVE WS-TOTAL-STUDENTS TO WS-COUNT-DISP.
113200     MOVE SPACES TO RPT-LINE.
113300     STRING "STUDENTS ENROLLED:     " DELIMITED BY SIZE
113400         WS-COUNT-DISP DELIMITED BY SIZE
113500         INTO RPT-LINE
113600     END-STRING.
113700     WRITE RPT-LINE.
113800     MOVE WS-TOTAL-ATTENDED TO WS-COUNT-DISP.
113900     MOVE SPACES TO RPT-LINE.
114000     STRING "STUDENT-DAYS IN CARE:  " DELIMITED BY SIZE
114100         WS-COUNT-DISP DELIMITED BY SIZE
114200         INTO RPT-LINE
114300     END-STRING.
114400     WRITE RPT-LINE.
114500     MOVE WS-TOTAL-LATE TO WS-COUNT-DISP.
114600     MOVE SPACES TO RPT-LINE.
114700     STRING "LATE PICKUPS:          " DELIMITED BY SIZE
114800         WS-COUNT-DISP DELIMITED BY SIZE
114900         INTO RPT-LINE
115000     END-STRING.
115100     WRITE RPT-LINE.
115200     MOVE WS-REVENUE-FULL TO WS-AMOUNT-DISP.
115300     MOVE SPACES TO RPT-LINE.
115400     STRING "REVENUE, FULL RATE:    " DELIMITED BY SIZE
115500         WS-AMOUNT-DISP DELIMITED BY SIZE
115600         INTO RPT-LINE
115700     END-STRING.
115800     WRITE RPT-LINE.
115900     MOVE WS-REVENUE-SLIDING TO WS-AMOUNT-DISP.
116000     MOVE SPACES TO RPT-LINE.
116100     STRING "REVENUE, SLIDING SCALE:" DELIMITED BY SIZE
116200         WS-AMOUNT-DISP DELIMITED BY SIZE
116300         INTO RPT-LINE
116400     END-STRING.
116500     WRITE RPT-LINE.
116600     IF WS-ALREADY-BILLED-COUNT > 0
116700        MOVE WS-ALREADY-BILLED-COUNT TO WS-COUNT-DISP
116800        MOVE SPACES TO RPT-LINE
116900        STRING "ALREADY BILLED, SKIPPED:" DELIMITED BY SIZE
117000            WS-COUNT-DISP DELIMITED BY SIZE
117100            INTO RPT-LINE
117200        END-STRING
117300        WRITE RPT-LINE
117400     END-IF.
117500     MOVE SPACES TO RPT-LINE.
117600     WRITE RPT-LINE.
117700     MOVE "PROGRAM DIRECTOR: ________________   DATE: __________"
117800         TO RPT-LINE.
117900     WRITE RPT-LINE.
118000
118100 5000-TERMINATE.
118200     DISPLAY "GRADE-SCHOOL-AFTCARE MODE " WS-RUN-MODE.
118300     EVALUATE WS-RUN-MODE
118400         WHEN "ENROLL"
118500             DISPLAY "  POSTED:     " WS-POSTED-COUNT
118600             DISPLAY "  REJECTED:   " WS-REJECT-COUNT
118700             IF WS-REJECT-COUNT > 0
118800                MOVE 4 TO RETURN-CODE
118900             END-IF
119000         WHEN "SIGNOUT"
119100             DISPLAY "  SIGN-OUTS:  " WS-SIGN-COUNT
119200             DISPLAY "  EXCEPTIONS: " WS-EXCEPTION-COUNT
119300             DISPLAY "  LATE:       " WS-LATE-COUNT
119400             IF WS-EXCEPTION-COUNT > 0
119500                MOVE 4 TO RETURN-CODE
119600             END-IF
119700         WHEN "BILL"
119800         WHEN "REPORT"
119900             DISPLAY "  MONTH:      " WS-MONTH
120000             DISPLAY "  CHARGED:    " WS-BILLED-COUNT
120100             DISPLAY "  SKIPPED:    " WS-ALREADY-BILLED-COUNT
120200     END-EVALUATE.
120300
120400*----------------------------------------------------------------
120500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
120600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
120700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
120800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
120900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
121000*----------------------------------------------------------------
121100 9800-CHECK-LAYOUTS.
121200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
121300     OPEN EXTEND LAYOUT-USAGE-LOG.
121400     IF WS-LU-STATUS = "35"
121500        OPEN OUTPUT LAYOUT-USAGE-LOG
121600     END-IF.
121700     MOVE "ROSTERF" TO WS-LK-DATASET.
121800     MOVE 3 TO WS-LK-VERSION.
121900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
122000     PERFORM 9820-CHECK-ONE-LAYOUT.
122100     CLOSE LAYOUT-USAGE-LOG.
122200
122300 9810-LOAD-LAYOUT-CONTROL.
122400     MOVE 0 TO WS-LC-COUNT.
122500     OPEN INPUT LAYOUT-CONTROL.
122600     IF WS-LC-STATUS NOT = "00"
122700        EXIT PARAGRAPH
122800     END-IF.
122900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
123000        READ LAYOUT-CONTROL
123100            AT END MOVE "10" TO WS-LC-STATUS
123200        END-READ
123300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
123400           ADD 1 TO WS-LC-COUNT
123500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
123600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
123700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
123800        END-IF
123900     END-PERFORM.
124000     CLOSE LAYOUT-CONTROL.
124100
124200*----------------------------------------------------------------
124300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
124400* AS NOCTL.
124500*----------------------------------------------------------------
124600 9820-CHECK-ONE-LAYOUT.
124700     MOVE "NOCTL" TO WS-LK-RESULT.
124800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
124900             UNTIL WS-LC-INDX > WS-LC-COUNT
125000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
125100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
125200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
125300              MOVE "CURRENT" TO WS-LK-RESULT
125400           ELSE
125500              MOVE "MISMATCH" TO WS-LK-RESULT
125600           END-IF
125700        END-IF
125800     END-PERFORM.
125900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
126000     MOVE "GRADE-SCHOOL-AFTCARE" TO LU-PROGRAM.
126100     MOVE WS-LK-DATASET TO LU-DATASET.
126200     MOVE WS-LK-VERSION TO LU-VERSION.
126300     MOVE WS-LK-LENGTH TO LU-LENGTH.
126400     MOVE WS-LK-RESULT TO LU-RESULT.
126500     WRITE LAYOUT-USAGE-RECORD.
126600     IF WS-LK-RESULT NOT = "MISMATCH"
126700        EXIT PARAGRAPH
126800     END-IF.
126900     SET LAYOUT-MISMATCH TO TRUE.
127000     DISPLAY "GRADE-SCHOOL-AFTCARE HALTED: " WS-LK-DATASET
127100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
127200         " DOES NOT MATCH LAYOUTCT".
127300     OPEN EXTEND OPS-ERROR-LOG.
127400     IF WS-OPS-LOG-STATUS = "35"
127500        OPEN OUTPUT OPS-ERROR-LOG
127600     END-IF.
127700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
127800     MOVE "GRADE-SCHOOL-AFTCARE" TO OE-PROGRAM.
127900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
128000     MOVE "LAYOUT" TO OE-OPERATION.
128100     MOVE "16" TO OE-STATUS.
128200     WRITE OPS-ERROR-RECORD.
128300     CLOSE OPS-ERROR-LOG.
