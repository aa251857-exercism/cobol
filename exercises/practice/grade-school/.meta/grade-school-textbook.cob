001800*                 WRITE-OFFS THAT CHARGE THE SHARED FEELEDGR.
001900*                 MODE UNRETURN PRINTS THE YEAR-END
002000*                 UNRETURNED-COPIES REPORT BY SECTION.
002010* 2026-10-15 KAP  MODE REORDER -- SPRING TEXTBOOK PLANNING.  SEATS
002020*                 PER COURSE (STUSCHED, OR THE PLANNED COUNT ON
002030*                 TEXTPRIC) AGAINST USABLE COPIES (NOT L LOSSES,
002040*                 NOT P POOR CONDITION) GIVE A SHORTFALL PER TITLE
002050*                 AT TEXTPRIC'S UNIT COST; THE KNAPSACK TABLE
002060*                 FILLS THE SHORTFALLS THE BUILDING'S BUDGET
002070*                 COVERS, REQUIRED-COURSE TITLES FIRST, AND
002080*                 TEXTORD GETS THE PURCHASE ORDER.
002090* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002100*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002110*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002120*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002130*                 OPSERRLG ENTRY.
002132* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002134*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002136*                 LAYOUT VERSION 3.
002140*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FEE-STATUS.
005700
005720     SELECT TEXTBOOK-PRICE-LIST ASSIGN TO "TEXTPRIC"
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-PRICE-STATUS.
005765
005770     SELECT TEXTBOOK-ORDER ASSIGN TO "TEXTORD"
005780         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT TEXTBOOK-REPORT ASSIGN TO "TEXTRPT"
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
006500* ONE CARD: POST, UNRETURN OR REORDER.
006600*----------------------------------------------------------------
006700 01  PARM-RECORD.
006800     05 PARM-MODE             PIC X(08).
006810*    TRAILING COLUMNS: REORDER ONLY -- THE BUILDING (00 = EVERY
006820*    BUILDING), ITS TEXTBOOK BUDGET IN WHOLE DOLLARS, AND THE
006830*    DOLLARS PER PLANNING UNIT THE BUDGET IS CUT INTO (ZERO OR
006840*    BLANK = 10).
006850     05 PARM-SCHOOL-CODE      PIC 9(02).
006860     05 PARM-BUDGET           PIC 9(07).
006870     05 PARM-COST-UNIT        PIC 9(04).
006900
007000* ONE ROW PER PHYSICAL COPY.  TB-HOLDER ZERO = ON THE SHELF;
007100* CONDITION L MARKS A WRITTEN-OFF LOSS, P A COPY TOO WORN TO
007150* ISSUE AGAIN.
007200 FD  TEXTBOOK-MASTER.
007300 01  TEXTBOOK-RECORD.
007400     05 TB-TITLE              PIC X(40).
010500     05 FR-IEP-FLAG           PIC X(01).
010600     05 FR-DOB                PIC 9(08).
010700     05 FR-SCHOOL-CODE        PIC 9(02).
010733     05 FR-GENDER             PIC X(01).
010766     05 FR-RACE-ETH           PIC X(01).
010800
010900 FD  STUDENT-SCHEDULE.
011000*----------------------------------------------------------------
012900
013000 FD  TEXTBOOK-REPORT.
013100 01  RPT-LINE                 PIC X(100).
013102
013105 FD  TEXTBOOK-PRICE-LIST.
013110*----------------------------------------------------------------
013115* ONE ROW PER TITLE WE ISSUE FOR A COURSE, KEPT BY THE BOOK
013120* ROOM: THE PUBLISHER'S UNIT COST, R WHEN THE COURSE IS A
013125* REQUIRED ONE, AND THE PLANNED SEATS WHEN SOMEONE KNOWS BETTER
013130* THAN STUSCHED (GRADE-SCHOOL-PROJECT'S COUNTS) -- ZERO = COUNT
013135* STUSCHED.
013140*----------------------------------------------------------------
013145 01  PRICE-RECORD.
013150     05 TP-COURSE             PIC X(20).
013155     05 TP-TITLE              PIC X(40).
013160     05 TP-UNIT-COST          PIC 9(03)V99.
013165     05 TP-REQUIRED           PIC X(01).
013170     05 TP-PLANNED-SEATS      PIC 9(05).
013175
013180 FD  TEXTBOOK-ORDER.
013190 01  ORD-LINE                 PIC X(100).
013200
013202 FD  LAYOUT-CONTROL.
013205*----------------------------------------------------------------
013208* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
013210* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
013213*----------------------------------------------------------------
013216 01  LAYOUT-CONTROL-RECORD.
013218     05 LC-DATASET            PIC X(08).
013221     05 LC-VERSION            PIC 9(03).
013224     05 LC-LENGTH             PIC 9(05).
013227     05 LC-EFFECTIVE-DATE     PIC 9(08).
013229
013232 FD  LAYOUT-USAGE-LOG.
013235*----------------------------------------------------------------
013237* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013240* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013243*----------------------------------------------------------------
013245 01  LAYOUT-USAGE-RECORD.
013248     05 LU-TIMESTAMP          PIC 9(14).
013251     05 LU-PROGRAM            PIC X(24).
013254     05 LU-DATASET            PIC X(08).
013256     05 LU-VERSION            PIC 9(03).
013259     05 LU-LENGTH             PIC 9(05).
013262     05 LU-RESULT             PIC X(08).
013264
013267 FD  OPS-ERROR-LOG.
013270*----------------------------------------------------------------
013272* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
013275* SHARED SHOP-WIDE ERROR LOG.
013278*----------------------------------------------------------------
013281 01  OPS-ERROR-RECORD.
013283     05 OE-TIMESTAMP          PIC 9(14).
013286     05 OE-PROGRAM            PIC X(20).
013289     05 OE-FILE-NAME          PIC X(08).
013291     05 OE-OPERATION          PIC X(08).
013294     05 OE-STATUS             PIC XX.
013297
013300 WORKING-STORAGE SECTION.
013400 01 WS-PARM-STATUS             PIC XX.
013500 01 WS-TB-STATUS               PIC XX.
013800 01 WS-FILE-STATUS             PIC XX.
013900 01 WS-SCH-STATUS              PIC XX.
014000 01 WS-FEE-STATUS              PIC XX.
014050 01 WS-PRICE-STATUS            PIC XX.
014100 01 WS-MODE                    PIC X(08).
014200 01 WS-APPLIED-COUNT           PIC 9(05) COMP VALUE ZERO.
014300 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
016700        05 OT-NAME            PIC X(60).
016800        05 OT-TITLE           PIC X(40).
016900        05 OT-COPY-NBR        PIC 9(04).
016901
016902*----------------------------------------------------------------
016903* REORDER PLANNING.  ONE TT-ROW PER TEXTPRIC TITLE CARRIES ITS
016904* SEATS, COPIES ON THE SHELF BY CONDITION, AND THE SHORTFALL;
016905* TT-RANK 1 SORTS REQUIRED-COURSE TITLES AHEAD OF ELECTIVES.
016906* TT-PICK IS Y WHEN THE ORDER BUYS IT, N WHEN IT IS DEFERRED,
016907* X WHEN IT FELL PAST THE SOLVER'S 99 ITEMS.
016908*----------------------------------------------------------------
016909 01 WS-SCHOOL-FILTER           PIC 9(02) VALUE ZERO.
016910 01 WS-BUDGET                  PIC 9(07) VALUE ZERO.
016911 01 WS-COST-UNIT               PIC 9(04) VALUE 10.
016912 01 WS-CAPACITY                PIC 9(05) COMP VALUE ZERO.
016913 01 WS-ORDER-TOTAL             PIC 9(08)V99 VALUE ZERO.
016914 01 WS-DEFER-TOTAL             PIC 9(08)V99 VALUE ZERO.
016915 01 WS-BUDGET-LEFT             PIC 9(08)V99 VALUE ZERO.
016916 01 WS-REQUIRED-BONUS          PIC 9(09) COMP VALUE ZERO.
016917 01 WS-TAKE-VALUE              PIC 9(09) COMP VALUE ZERO.
016918 01 WS-REQ-DEFERRED            PIC 9(05) COMP VALUE ZERO.
016919 01 WS-SHORT-TITLES            PIC 9(05) COMP VALUE ZERO.
016920 01 J                          PIC 9(05) COMP.
016921 01 K                          PIC 9(05) COMP.
016922 01 WS-COUNT-DISP-1            PIC ZZZZ9.
016923 01 WS-COUNT-DISP-2            PIC ZZZZ9.
016924 01 WS-COUNT-DISP-3            PIC ZZZZ9.
016925 01 WS-COUNT-DISP-4            PIC ZZZZ9.
016926 01 WS-COUNT-DISP-5            PIC ZZZZ9.
016927 01 WS-AMT-DISP-1              PIC ZZ9.99.
016928 01 WS-AMT-DISP-2              PIC ZZ,ZZZ,ZZ9.99.
016929 01 WS-SCHOOL-SWITCH           PIC X.
016930     88 SEAT-IN-BUILDING                VALUE "Y".
016931     88 SEAT-NOT-IN-BUILDING            VALUE "N".
016932
016933 01 WS-TITLE-COUNT             PIC 9(04) COMP VALUE ZERO.
016934 01 TITLE-TABLE.
016935     02 TT-ROW                OCCURS 1 TO 500 TIMES
016936                                 DEPENDING ON WS-TITLE-COUNT.
016937        05 TT-RANK            PIC X(01).
016938        05 TT-COURSE          PIC X(20).
016939        05 TT-TITLE           PIC X(40).
016940        05 TT-UNIT-COST       PIC 9(03)V99.
016941        05 TT-PLANNED-SEATS   PIC 9(05).
016942        05 TT-SEATS           PIC 9(05).
016943        05 TT-USABLE          PIC 9(05).
016944        05 TT-POOR            PIC 9(05).
016945        05 TT-LOST            PIC 9(05).
016946        05 TT-SHORT           PIC 9(05).
016947        05 TT-SHORT-COST      PIC 9(08)V99.
016948        05 TT-WEIGHT          PIC 9(07).
016949        05 TT-VALUE           PIC 9(09) COMP.
016950        05 TT-PICK            PIC X(01).
016951
016952*----------------------------------------------------------------
016953* THE SAME 0/1 TABLE KNAPSACK'S MAXIMUM-VALUE BUILDS: KS-BEST
016954* (W + 1, N + 1) IS THE MOST VALUE THE FIRST N ITEMS YIELD IN W
016955* PLANNING UNITS OF BUDGET.  KI-TITLE POINTS EACH ITEM BACK AT
016956* ITS TT-ROW SO THE BACKTRACK NEEDS NO COST/VALUE MATCHING.
016957*----------------------------------------------------------------
016958 01 WS-ITEM-COUNT              PIC 9(03) COMP VALUE ZERO.
016959 01 KNAPSACK-ITEMS.
016960     02 KI-TITLE              PIC 9(04) COMP OCCURS 99 TIMES.
016961 01 KNAPSACK-TABLE.
016962     02 KS-CAP                OCCURS 10000 TIMES.
016963        05 KS-BEST            PIC 9(09) COMP OCCURS 100 TIMES.
017000
017004*----------------------------------------------------------------
017009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
017013* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
017018*----------------------------------------------------------------
017022 01 WS-LC-STATUS               PIC XX.
017027 01 WS-LU-STATUS               PIC XX.
017031 01 WS-OPS-LOG-STATUS          PIC XX.
017036 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
017040     88 LAYOUT-MISMATCH                  VALUE "Y".
017045 01 WS-LK-DATASET              PIC X(08).
017050 01 WS-LK-VERSION              PIC 9(03).
017054 01 WS-LK-LENGTH               PIC 9(05).
017059 01 WS-LK-RESULT               PIC X(08).
017063 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
017068 01 WS-LC-INDX                 PIC 9(03) COMP.
017072 01 LAYOUT-CONTROL-TABLE.
017077     02 LCT-ROW               OCCURS 50 TIMES.
017081        05 LCT-DATASET        PIC X(08).
017086        05 LCT-VERSION        PIC 9(03).
017090        05 LCT-LENGTH         PIC 9(05).
017095
017100 PROCEDURE DIVISION.
017200
017300 0000-MAINLINE.
017310     PERFORM 9800-CHECK-LAYOUTS
017320     IF LAYOUT-MISMATCH
017330        MOVE 16 TO RETURN-CODE
017340        GOBACK
017350     END-IF
017400     PERFORM 1000-INITIALIZE
017500     EVALUATE WS-MODE
017600         WHEN "POST"
017700             PERFORM 2000-POST-TRANSACTIONS
017800         WHEN "UNRETURN"
017900             PERFORM 5000-UNRETURNED-REPORT
017920         WHEN "REORDER"
017940             PERFORM 6000-REORDER-PLAN
018000         WHEN OTHER
018100             DISPLAY "GRADE-SCHOOL-TEXTBOOK UNKNOWN MODE "
018200                 WS-MODE
019300        END-READ
019400        IF WS-PARM-STATUS = "00"
019500           MOVE PARM-MODE TO WS-MODE
019505           IF PARM-SCHOOL-CODE IS NUMERIC
019510              MOVE PARM-SCHOOL-CODE TO WS-SCHOOL-FILTER
019515           END-IF
019520           IF PARM-BUDGET IS NUMERIC
019525              MOVE PARM-BUDGET TO WS-BUDGET
019530           END-IF
019535           IF PARM-COST-UNIT IS NUMERIC
019540              AND PARM-COST-UNIT > 0
019545              MOVE PARM-COST-UNIT TO WS-COST-UNIT
019550           END-IF
019600        END-IF
019700        CLOSE PARM-FILE
019800     END-IF.
043400     MOVE FR-NAME TO OT-NAME(WS-OUTSTANDING-COUNT).
043500     MOVE TB-TITLE TO OT-TITLE(WS-OUTSTANDING-COUNT).
043600     MOVE TB-COPY-NBR TO OT-COPY-NBR(WS-OUTSTANDING-COUNT).
043650
043700*----------------------------------------------------------------
043800* SPRING REORDER.  EVERY TEXTPRIC TITLE GETS ITS SEATS AND ITS
043900* USABLE COPIES, THE SHORTFALL IS PRICED, AND THE KNAPSACK TABLE
044000* PICKS WHICH SHORTFALLS THE BUDGET FILLS.  A REQUIRED TITLE IS
044100* WORTH MORE THAN EVERY ELECTIVE SHORTFALL PUT TOGETHER, SO THE
044200* SOLVER ONLY EVER DEFERS ONE WHEN THE MONEY CANNOT COVER IT;
044300* AMONG EQUALS IT BUYS THE MOST SEATS.  A DEFERRED REQUIRED
044400* TITLE ENDS THE STEP WITH RC 4.
044500*----------------------------------------------------------------
044600 6000-REORDER-PLAN.
044700     PERFORM 6100-LOAD-PRICE-LIST.
044800     IF WS-TITLE-COUNT = 0
044900        DISPLAY "GRADE-SCHOOL-TEXTBOOK NO TEXTPRIC TITLES"
045000        MOVE 8 TO RETURN-CODE
045100        EXIT PARAGRAPH
045200     END-IF.
045300     PERFORM 6200-COUNT-SEATS.
045400     PERFORM 6300-COUNT-COPIES.
045500     PERFORM 6400-PRICE-SHORTFALLS.
045600     SORT TT-ROW ASCENDING TT-RANK DESCENDING TT-SHORT
045700         ASCENDING TT-COURSE TT-TITLE.
045800     PERFORM 6500-SOLVE-BUDGET.
045900     PERFORM 6700-SHORTFALL-REPORT.
046000     PERFORM 6800-PURCHASE-ORDER.
046100     DISPLAY "GRADE-SCHOOL-TEXTBOOK TITLES SHORT: "
046200         WS-SHORT-TITLES "  REQUIRED DEFERRED: "
046300         WS-REQ-DEFERRED.
046400     IF WS-REQ-DEFERRED > 0
046500        MOVE 4 TO RETURN-CODE
046600     END-IF.
046650
046700 6100-LOAD-PRICE-LIST.
046800     OPEN INPUT TEXTBOOK-PRICE-LIST.
046900     IF WS-PRICE-STATUS NOT = "00"
047000        MOVE "10" TO WS-PRICE-STATUS
047100        EXIT PARAGRAPH
047200     END-IF.
047300     PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
047400        READ TEXTBOOK-PRICE-LIST
047500            AT END MOVE "10" TO WS-PRICE-STATUS
047600        END-READ
047700        IF WS-PRICE-STATUS = "00"
047800           AND WS-TITLE-COUNT < 500
047900           ADD 1 TO WS-TITLE-COUNT
048000           INITIALIZE TT-ROW(WS-TITLE-COUNT)
048100           IF TP-REQUIRED = "R"
048200              MOVE "1" TO TT-RANK(WS-TITLE-COUNT)
048300           ELSE
048400              MOVE "2" TO TT-RANK(WS-TITLE-COUNT)
048500           END-IF
048600           MOVE TP-COURSE TO TT-COURSE(WS-TITLE-COUNT)
048700           MOVE TP-TITLE TO TT-TITLE(WS-TITLE-COUNT)
048800           MOVE TP-UNIT-COST TO TT-UNIT-COST(WS-TITLE-COUNT)
048900           IF TP-PLANNED-SEATS IS NUMERIC
049000              MOVE TP-PLANNED-SEATS
049100                  TO TT-PLANNED-SEATS(WS-TITLE-COUNT)
049200           END-IF
049300        END-IF
049400     END-PERFORM.
049500     CLOSE TEXTBOOK-PRICE-LIST.
049550
049600*----------------------------------------------------------------
049700* A STUSCHED SEAT COUNTS FOR EVERY TITLE ISSUED FOR ITS COURSE
049800* (A TEXT AND ITS WORKBOOK BOTH NEED ONE).  WITH A BUILDING ON
049900* THE CARD ONLY ITS OWN STUDENTS' SEATS COUNT.
050000*----------------------------------------------------------------
050100 6200-COUNT-SEATS.
050200     OPEN INPUT ROSTER-FILE.
050300     OPEN INPUT STUDENT-SCHEDULE.
050400     IF WS-SCH-STATUS NOT = "00"
050500        MOVE "10" TO WS-SCH-STATUS
050600     ELSE
050700        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
050800           READ STUDENT-SCHEDULE
050900               AT END MOVE "10" TO WS-SCH-STATUS
051000           END-READ
051100           IF WS-SCH-STATUS = "00"
051200              PERFORM 6250-COUNT-ONE-SEAT
051300           END-IF
051400        END-PERFORM
051500        CLOSE STUDENT-SCHEDULE
051600     END-IF.
051700     CLOSE ROSTER-FILE.
051800     MOVE "00" TO WS-SCH-STATUS.
051850
051900 6250-COUNT-ONE-SEAT.
052000     SET SEAT-IN-BUILDING TO TRUE.
052100     IF WS-SCHOOL-FILTER > 0
052200        MOVE SCH-STUDENT-ID TO FR-STUDENT-ID
052300        READ ROSTER-FILE
052400            INVALID KEY SET SEAT-NOT-IN-BUILDING TO TRUE
052500        END-READ
052600        MOVE "00" TO WS-FILE-STATUS
052700        IF SEAT-IN-BUILDING
052800           AND FR-SCHOOL-CODE NOT = WS-SCHOOL-FILTER
052900           SET SEAT-NOT-IN-BUILDING TO TRUE
053000        END-IF
053100     END-IF.
053200     IF SEAT-NOT-IN-BUILDING
053300        EXIT PARAGRAPH
053400     END-IF.
053500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
053600        IF TT-COURSE(I) = SCH-COURSE-CODE
053700           AND TT-SEATS(I) < 99999
053800           ADD 1 TO TT-SEATS(I)
053900        END-IF
054000     END-PERFORM.
054050
054100 6300-COUNT-COPIES.
054200     OPEN INPUT TEXTBOOK-MASTER.
054300     IF WS-TB-STATUS NOT = "00"
054400        MOVE "10" TO WS-TB-STATUS
054500        EXIT PARAGRAPH
054600     END-IF.
054700     PERFORM UNTIL WS-TB-STATUS NOT = "00"
054800        READ TEXTBOOK-MASTER
054900            AT END MOVE "10" TO WS-TB-STATUS
055000        END-READ
055100        IF WS-TB-STATUS = "00"
055200           PERFORM 6350-COUNT-ONE-COPY
055300        END-IF
055400     END-PERFORM.
055500     CLOSE TEXTBOOK-MASTER.
055600     MOVE "00" TO WS-TB-STATUS.
055650
055700 6350-COUNT-ONE-COPY.
055800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
055900        IF TT-COURSE(I) = TB-COURSE
056000           AND TT-TITLE(I) = TB-TITLE
056100           EVALUATE TB-CONDITION
056200               WHEN "L"
056300                   ADD 1 TO TT-LOST(I)
056400               WHEN "P"
056500                   ADD 1 TO TT-POOR(I)
056600               WHEN OTHER
056700                   ADD 1 TO TT-USABLE(I)
056800           END-EVALUATE
056900           MOVE WS-TITLE-COUNT TO I
057000        END-IF
057100     END-PERFORM.
057150
057200*----------------------------------------------------------------
057300* SHORTFALL = SEATS LESS USABLE COPIES.  ITS COST IS ROUNDED UP
057400* TO WHOLE PLANNING UNITS FOR THE SOLVER, SO WHATEVER IT PACKS
057500* INTO THE BUDGET'S UNITS NEVER COSTS MORE THAN THE BUDGET.
057600*----------------------------------------------------------------
057700 6400-PRICE-SHORTFALLS.
057800     IF WS-BUDGET > WS-COST-UNIT * 9999
057900        COMPUTE WS-COST-UNIT = (WS-BUDGET + 9998) / 9999
058000     END-IF.
058100     COMPUTE WS-CAPACITY = WS-BUDGET / WS-COST-UNIT.
058200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
058300        IF TT-PLANNED-SEATS(I) > 0
058400           MOVE TT-PLANNED-SEATS(I) TO TT-SEATS(I)
058500        END-IF
058600        IF TT-SEATS(I) > TT-USABLE(I)
058700           COMPUTE TT-SHORT(I) = TT-SEATS(I) - TT-USABLE(I)
058800           COMPUTE TT-SHORT-COST(I) =
058900               TT-SHORT(I) * TT-UNIT-COST(I)
059000           COMPUTE TT-WEIGHT(I) =
059100               (TT-SHORT-COST(I) + WS-COST-UNIT - 0.01)
059200               / WS-COST-UNIT
059300           ADD 1 TO WS-SHORT-TITLES
059400        END-IF
059500     END-PERFORM.
059550
059600*----------------------------------------------------------------
059700* THE FIRST 99 SHORT TITLES (REQUIRED FIRST, BIGGEST SHORTFALL
059800* FIRST) ARE THE ITEMS.  EACH IS WORTH ITS SHORT SEATS; A
059900* REQUIRED ONE ALSO CARRIES A BONUS ONE MORE THAN ALL THE
060000* ELECTIVE SEATS TOGETHER.  THE BACKTRACK WALKS THE TABLE FROM
060100* THE LAST ITEM: WHERE TAKING THE ITEM CHANGED THE BEST VALUE
060200* IT WAS BOUGHT.
060300*----------------------------------------------------------------
060400 6500-SOLVE-BUDGET.
060500     MOVE 0 TO WS-ITEM-COUNT.
060600     MOVE 1 TO WS-REQUIRED-BONUS.
060700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
060800        IF TT-SHORT(I) > 0
060900           IF WS-ITEM-COUNT < 99
061000              ADD 1 TO WS-ITEM-COUNT
061100              MOVE I TO KI-TITLE(WS-ITEM-COUNT)
061200              IF TT-RANK(I) = "2"
061300                 ADD TT-SHORT(I) TO WS-REQUIRED-BONUS
061400              END-IF
061500           ELSE
061600              MOVE "X" TO TT-PICK(I)
061700           END-IF
061800        END-IF
061900     END-PERFORM.
062000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
062100        MOVE KI-TITLE(I) TO K
062200        MOVE TT-SHORT(K) TO TT-VALUE(K)
062300        IF TT-RANK(K) = "1"
062400           ADD WS-REQUIRED-BONUS TO TT-VALUE(K)
062500        END-IF
062600     END-PERFORM.
062700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAPACITY + 1
062800        MOVE 0 TO KS-BEST(J, 1)
062900     END-PERFORM.
063000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
063100        PERFORM 6550-FILL-ONE-ITEM
063200     END-PERFORM.
063300     MOVE WS-CAPACITY TO J.
063400     ADD 1 TO J.
063500     PERFORM VARYING I FROM WS-ITEM-COUNT BY -1 UNTIL I < 1
063600        MOVE KI-TITLE(I) TO K
063700        IF KS-BEST(J, I + 1) NOT = KS-BEST(J, I)
063800           MOVE "Y" TO TT-PICK(K)
063900           SUBTRACT TT-WEIGHT(K) FROM J
064000           ADD TT-SHORT-COST(K) TO WS-ORDER-TOTAL
064100        ELSE
064200           MOVE "N" TO TT-PICK(K)
064300        END-IF
064400     END-PERFORM.
064500     MOVE WS-BUDGET TO WS-BUDGET-LEFT.
064600     SUBTRACT WS-ORDER-TOTAL FROM WS-BUDGET-LEFT.
064700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
064800        IF TT-PICK(I) = "N" OR TT-PICK(I) = "X"
064900           ADD TT-SHORT-COST(I) TO WS-DEFER-TOTAL
065000           IF TT-RANK(I) = "1"
065100              ADD 1 TO WS-REQ-DEFERRED
065200           END-IF
065300        END-IF
065400     END-PERFORM.
065450
065500 6550-FILL-ONE-ITEM.
065600     MOVE KI-TITLE(I) TO K.
065700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAPACITY + 1
065800        MOVE KS-BEST(J, I) TO KS-BEST(J, I + 1)
065900        IF TT-WEIGHT(K) < J
066000           COMPUTE WS-TAKE-VALUE =
066100               KS-BEST(J - TT-WEIGHT(K), I) + TT-VALUE(K)
066200           IF WS-TAKE-VALUE > KS-BEST(J, I + 1)
066300              MOVE WS-TAKE-VALUE TO KS-BEST(J, I + 1)
066400           END-IF
066500        END-IF
066600     END-PERFORM.
066650
066700 6700-SHORTFALL-REPORT.
066800     OPEN OUTPUT TEXTBOOK-REPORT.
066900     MOVE "TEXTBOOK SHORTFALL FOR NEXT YEAR" TO RPT-LINE.
067000     WRITE RPT-LINE.
067100     MOVE SPACES TO RPT-LINE.
067200     STRING "COURSE               TITLE" DELIMITED BY SIZE
067300         "                      SEATS USABL  POOR  LOST"
067400             DELIMITED BY SIZE
067500         " SHORT   UNIT" DELIMITED BY SIZE
067600         INTO RPT-LINE
067700     END-STRING.
067800     WRITE RPT-LINE.
067900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
068000        MOVE TT-SEATS(I) TO WS-COUNT-DISP-1
068100        MOVE TT-USABLE(I) TO WS-COUNT-DISP-2
068200        MOVE TT-POOR(I) TO WS-COUNT-DISP-3
068300        MOVE TT-LOST(I) TO WS-COUNT-DISP-4
068400        MOVE TT-SHORT(I) TO WS-COUNT-DISP-5
068500        MOVE TT-UNIT-COST(I) TO WS-AMT-DISP-1
068600        MOVE SPACES TO RPT-LINE
068700        STRING TT-COURSE(I) DELIMITED BY SIZE
068800            " " DELIMITED BY SIZE
068900            TT-TITLE(I)(1:26) DELIMITED BY SIZE
069000            " " DELIMITED BY SIZE
069100            WS-COUNT-DISP-1 DELIMITED BY SIZE
069200            " " DELIMITED BY SIZE
069300            WS-COUNT-DISP-2 DELIMITED BY SIZE
069400            " " DELIMITED BY SIZE
069500            WS-COUNT-DISP-3 DELIMITED BY SIZE
069600            " " DELIMITED BY SIZE
069700            WS-COUNT-DISP-4 DELIMITED BY SIZE
069800            " " DELIMITED BY SIZE
069900            WS-COUNT-DISP-5 DELIMITED BY SIZE
070000            " " DELIMITED BY SIZE
070100            WS-AMT-DISP-1 DELIMITED BY SIZE
070200            INTO RPT-LINE
070300        END-STRING
070400        IF TT-RANK(I) = "1"
070500           MOVE "REQ" TO RPT-LINE(95:3)
070600        END-IF
070700        WRITE RPT-LINE
070800     END-PERFORM.
070900     CLOSE TEXTBOOK-REPORT.
070950
071000*----------------------------------------------------------------
071100* LAID OUT LIKE KNAPSACK'S ACQORDER: WHAT WE BUY, THEN WHAT WE
071200* DEFER WITH THE SEATS IT LEAVES SHORT.
071300*----------------------------------------------------------------
071400 6800-PURCHASE-ORDER.
071500     OPEN OUTPUT TEXTBOOK-ORDER.
071600     MOVE "TEXTBOOK REORDER -- PURCHASE ORDER" TO ORD-LINE.
071700     WRITE ORD-LINE.
071800     MOVE WS-BUDGET TO WS-AMT-DISP-2.
071900     MOVE SPACES TO ORD-LINE.
072000     STRING "BUILDING " DELIMITED BY SIZE
072100         WS-SCHOOL-FILTER DELIMITED BY SIZE
072200         "  BUDGET " DELIMITED BY SIZE
072300         WS-AMT-DISP-2 DELIMITED BY SIZE
072400         INTO ORD-LINE
072500     END-STRING.
072600     WRITE ORD-LINE.
072700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
072800        IF TT-PICK(I) = "Y"
072900           PERFORM 6850-PRINT-ONE-ORDER-LINE
073000        END-IF
073100     END-PERFORM.
073200     MOVE WS-ORDER-TOTAL TO WS-AMT-DISP-2.
073300     MOVE SPACES TO ORD-LINE.
073400     STRING "ORDER TOTAL " DELIMITED BY SIZE
073500         WS-AMT-DISP-2 DELIMITED BY SIZE
073600         INTO ORD-LINE
073700     END-STRING.
073800     WRITE ORD-LINE.
073900     MOVE WS-BUDGET-LEFT TO WS-AMT-DISP-2.
074000     MOVE SPACES TO ORD-LINE.
074100     STRING "LEFT IN BUDGET " DELIMITED BY SIZE
074200         WS-AMT-DISP-2 DELIMITED BY SIZE
074300         INTO ORD-LINE
074400     END-STRING.
074500     WRITE ORD-LINE.
074600     MOVE "DEFERRED (WITH THE SEATS WE LEAVE SHORT)" TO ORD-LINE.
074700     WRITE ORD-LINE.
074800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TITLE-COUNT
074900        IF TT-PICK(I) = "N" OR TT-PICK(I) = "X"
075000           PERFORM 6850-PRINT-ONE-ORDER-LINE
075100        END-IF
075200     END-PERFORM.
075300     MOVE WS-DEFER-TOTAL TO WS-AMT-DISP-2.
075400     MOVE SPACES TO ORD-LINE.
075500     STRING "DEFERRED TOTAL " DELIMITED BY SIZE
075600         WS-AMT-DISP-2 DELIMITED BY SIZE
075700         INTO ORD-LINE
075800     END-STRING.
075900     WRITE ORD-LINE.
076000     CLOSE TEXTBOOK-ORDER.
076050
076100 6850-PRINT-ONE-ORDER-LINE.
076200     MOVE TT-SHORT(I) TO WS-COUNT-DISP-1.
076300     MOVE TT-UNIT-COST(I) TO WS-AMT-DISP-1.
076400     MOVE TT-SHORT-COST(I) TO WS-AMT-DISP-2.
076500     MOVE SPACES TO ORD-LINE.
076600     STRING "  " DELIMITED BY SIZE
076700         TT-TITLE(I) DELIMITED BY SIZE
076800         "  QTY" DELIMITED BY SIZE
076900         WS-COUNT-DISP-1 DELIMITED BY SIZE
077000         "  UNIT " DELIMITED BY SIZE
077100         WS-AMT-DISP-1 DELIMITED BY SIZE
077200         "  COST" DELIMITED BY SIZE
077300         WS-AMT-DISP-2 DELIMITED BY SIZE
077400         INTO ORD-LINE
077500     END-STRING.
077600     IF TT-RANK(I) = "1"
077700        MOVE "REQUIRED" TO ORD-LINE(93:8)
077800     END-IF.
077900     IF TT-PICK(I) = "X"
078000        MOVE "NOT WEIGHED" TO ORD-LINE(82:11)
078100     END-IF.
078200     WRITE ORD-LINE.
078300
078400*----------------------------------------------------------------
078500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
078600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
078700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
078800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
078900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
079000*----------------------------------------------------------------
079100 9800-CHECK-LAYOUTS.
079200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
079300     OPEN EXTEND LAYOUT-USAGE-LOG.
079400     IF WS-LU-STATUS = "35"
079500        OPEN OUTPUT LAYOUT-USAGE-LOG
079600     END-IF.
079700     MOVE "ROSTERF" TO WS-LK-DATASET.
079800     MOVE 3 TO WS-LK-VERSION.
079900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
080000     PERFORM 9820-CHECK-ONE-LAYOUT.
080100     CLOSE LAYOUT-USAGE-LOG.
080200
080300 9810-LOAD-LAYOUT-CONTROL.
080400     MOVE 0 TO WS-LC-COUNT.
080500     OPEN INPUT LAYOUT-CONTROL.
080600     IF WS-LC-STATUS NOT = "00"
080700        EXIT PARAGRAPH
080800     END-IF.
080900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
081000        READ LAYOUT-CONTROL
081100            AT END MOVE "10" TO WS-LC-STATUS
081200        END-READ
081300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
081400           ADD 1 TO WS-LC-COUNT
081500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
081600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
081700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
081800        END-IF
081900     END-PERFORM.
082000     CLOSE LAYOUT-CONTROL.
082100
082200*----------------------------------------------------------------
082300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
082400* AS NOCTL.
082500*----------------------------------------------------------------
082600 9820-CHECK-ONE-LAYOUT.
082700     MOVE "NOCTL" TO WS-LK-RESULT.
082800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
082900             UNTIL WS-LC-INDX > WS-LC-COUNT
083000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
083100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
083200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
083300              MOVE "CURRENT" TO WS-LK-RESULT
083400           ELSE
083500              MOVE "MISMATCH" TO WS-LK-RESULT
083600           END-IF
083700        END-IF
083800     END-PERFORM.
083900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
084000     MOVE "GRADE-SCHOOL-TEXTBOOK" TO LU-PROGRAM.
084100     MOVE WS-LK-DATASET TO LU-DATASET.
084200     MOVE WS-LK-VERSION TO LU-VERSION.
084300     MOVE WS-LK-LENGTH TO LU-LENGTH.
084400     MOVE WS-LK-RESULT TO LU-RESULT.
084500     WRITE LAYOUT-USAGE-RECORD.
084600     IF WS-LK-RESULT NOT = "MISMATCH"
084700        EXIT PARAGRAPH
084800     END-IF.
084900     SET LAYOUT-MISMATCH TO TRUE.
085000     DISPLAY "GRADE-SCHOOL-TEXTBOOK HALTED: " WS-LK-DATASET
085100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
085200         " DOES NOT MATCH LAYOUTCT".
085300     OPEN EXTEND OPS-ERROR-LOG.
085400     IF WS-OPS-LOG-STATUS = "35"
085500        OPEN OUTPUT OPS-ERROR-LOG
085600     END-IF.
085700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
085800     MOVE "GRADE-SCHOOL-TEXTBOOK" TO OE-PROGRAM.
085900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
086000     MOVE "LAYOUT" TO OE-OPERATION.
086100     MOVE "16" TO OE-STATUS.
086200     WRITE OPS-ERROR-RECORD.
086300     CLOSE OPS-ERROR-LOG.
