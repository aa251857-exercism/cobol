000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-LOTTERY.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  SCHOOL-CHOICE LOTTERY FOR OVERSUBSCRIBED ENTRY
001100*                 GRADES.  THE BOARD REQUIRES A RANDOM DRAW, NOT
001200*                 THE FIRST-COME WAITLIST.  EACH LOTPARM CARD
001300*                 NAMES A PROGRAM, ITS BUILDING AND GRADE, THE
001400*                 PUBLISHED SEED AND THE START DATE.  LOTAPPL
001500*                 CARRIES ONE APPLICATION PER STUDENT AND PROGRAM.
001600*                 APPLICANTS ARE DRAWN IN STUDENT-ID ORDER FROM A
001700*                 PARK-MILLER GENERATOR STARTED AT THE SEED, SO
001800*                 ANYONE CAN REPRODUCE THE DRAW, THEN RANKED BY
001900*                 TIER (SIBLING ENROLLED IN THE BUILDING, THEN
002000*                 IN-ZONE, THEN EVERYONE ELSE) AND DRAW NUMBER.
002100*                 SEATS ARE THE HRPLAN SECTION CAPACITIES LESS THE
002200*                 PREREG SEATS ALREADY HELD; OFFERS ARE APPENDED
002300*                 TO PREREG AND THE REST GO ONTO WAITLIST IN
002400*                 DRAWN ORDER.  LOTRPT IS THE BOARD'S AUDIT LIST.
002500*                 ROSTERF IS CHECKED AGAINST LAYOUTCT AT START.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARM-FILE ASSIGN TO "LOTPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600
003700     SELECT APPLICATION-FILE ASSIGN TO "LOTAPPL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-APPL-STATUS.
004000
004100     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS FR-STUDENT-ID
004500         FILE STATUS IS WS-FILE-STATUS.
004600
004700     SELECT HOMEROOM-PLAN ASSIGN TO "HRPLAN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HP-STATUS.
005000
005100     SELECT PREREG-FILE ASSIGN TO "PREREG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PREREG-STATUS.
005400
005500     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-WL-STATUS.
005800
005900     SELECT LOTTERY-REPORT ASSIGN TO "LOTRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LC-STATUS.
006500
006600     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LU-STATUS.
006900
007000     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-OPS-LOG-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PARM-FILE.
007700*----------------------------------------------------------------
007800* ONE CARD PER PROGRAM DRAWN THIS RUN, ALL FOR ONE BUILDING.
007900* THE SEED IS THE NUMBER THE BOARD PUBLISHED BEFORE THE DRAW
008000* (1 THRU 2147483646).
008100*----------------------------------------------------------------
008200 01  PARM-RECORD.
008300     05 LP-PROGRAM            PIC X(08).
008400     05 FILLER                PIC X(01).
008500     05 LP-SCHOOL-CODE        PIC 9(02).
008600     05 FILLER                PIC X(01).
008700     05 LP-GRADE              PIC 9(02).
008800     05 FILLER                PIC X(01).
008900     05 LP-SEED               PIC 9(10).
009000     05 FILLER                PIC X(01).
009100     05 LP-START-DATE         PIC 9(08).
009200
009300 FD  APPLICATION-FILE.
009400*----------------------------------------------------------------
009500* ONE APPLICATION PER STUDENT AND PROGRAM, AS KEYED BY THE
009600* CHOICE OFFICE.  LA-IN-ZONE IS THE OFFICE'S ADDRESS CHECK AT
009700* INTAKE (Y = LIVES IN THE BUILDING'S ZONE).
009800*----------------------------------------------------------------
009900 01  APPLICATION-RECORD.
010000     05 LA-PROGRAM            PIC X(08).
010100     05 LA-STUDENT-ID         PIC 9(09).
010200     05 LA-NAME               PIC X(60).
010300     05 LA-HOUSEHOLD-ID       PIC 9(09).
010400     05 LA-DOB                PIC 9(08).
010500     05 LA-GENDER             PIC X(01).
010600     05 LA-RACE-ETH           PIC X(01).
010700     05 LA-IN-ZONE            PIC X(01).
010800     05 LA-APPLY-DATE         PIC 9(08).
010900
011000 FD  ROSTER-FILE.
011100*----------------------------------------------------------------
011200* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
011300*----------------------------------------------------------------
011400 01  ROSTER-RECORD.
011500     05 FR-STUDENT-ID         PIC 9(09).
011600     05 FR-NAME               PIC X(60).
011700     05 FR-GRADE              PIC 9(02).
011800     05 FR-TEACHER            PIC X(30).
011900     05 FR-SECTION            PIC 9(01).
012000     05 FR-HOUSEHOLD-ID       PIC 9(09).
012100*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE.
012200     05 FR-IEP-FLAG           PIC X(01).
012300     05 FR-DOB                PIC 9(08).
012400     05 FR-SCHOOL-CODE        PIC 9(02).
012500     05 FR-GENDER             PIC X(01).
012600     05 FR-RACE-ETH           PIC X(01).
012700
012800*----------------------------------------------------------------
012900* LAYOUT MUST MATCH GRADE-SCHOOL-PLACE'S HOMEROOM-PLAN-RECORD --
013000* NEXT YEAR'S HOMEROOMS, CAPACITY ZERO MEANS THE DISTRICT'S 24.
013100*----------------------------------------------------------------
013200 FD  HOMEROOM-PLAN.
013300 01  HOMEROOM-PLAN-RECORD.
013400     05 HP-SCHOOL-CODE        PIC 9(02).
013500     05 HP-GRADE              PIC 9(02).
013600     05 HP-SECTION            PIC 9(01).
013700     05 HP-TEACHER            PIC X(30).
013800     05 HP-CAPACITY           PIC 9(02).
013900
014000 FD  PREREG-FILE.
014100*----------------------------------------------------------------
014200* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-PREREGISTRATION
014300* PLUS THE LEADING START DATE.
014400*----------------------------------------------------------------
014500 01  PREREG-RECORD.
014600     05 PR-START-DATE         PIC 9(08).
014700     05 PR-STUDENT-ID         PIC 9(09).
014800     05 PR-NAME               PIC X(60).
014900     05 PR-GRADE              PIC 9(02).
015000     05 PR-TEACHER            PIC X(30).
015100     05 PR-SECTION            PIC 9(01).
015200     05 PR-HOUSEHOLD-ID       PIC 9(09).
015300*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  A LOTTERY OFFER IS
015400*    WRITTEN "N"; THE IEP TEAM SETS IT THROUGH THE NORMAL PATH.
015500     05 PR-IEP-FLAG           PIC X(01).
015600     05 PR-DOB                PIC 9(08).
015700     05 PR-SCHOOL-CODE        PIC 9(02).
015800     05 PR-GENDER             PIC X(01).
015900     05 PR-RACE-ETH           PIC X(01).
016000
016100 FD  WAITLIST-FILE.
016200*----------------------------------------------------------------
016300* LAYOUT MUST MATCH GRADE-SCHOOL'S WL-RECORD.  GRADE-SCHOOL
016400* OFFERS A FREED SEAT TO THE LOWEST TIMESTAMP, SO AN UNPLACED
016500* APPLICANT'S TIMESTAMP IS THE RUN DATE WITH THEIR DRAWN
016600* POSITION IN THE TIME DIGITS.
016700*----------------------------------------------------------------
016800 01  WL-RECORD.
016900     05 WL-GRADE              PIC 9(02).
017000     05 WL-SECTION            PIC 9(01).
017100     05 WL-TIMESTAMP          PIC 9(14).
017200     05 WL-STUDENT-ID         PIC 9(09).
017300     05 WL-NAME               PIC X(60).
017400     05 WL-HOUSEHOLD-ID       PIC 9(09).
017500
017600 FD  LOTTERY-REPORT.
017700 01  RPT-LINE                 PIC X(100).
017800
017900 FD  LAYOUT-CONTROL.
018000*----------------------------------------------------------------
018100* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018200* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018300*----------------------------------------------------------------
018400 01  LAYOUT-CONTROL-RECORD.
018500     05 LC-DATASET            PIC X(08).
018600     05 LC-VERSION            PIC 9(03).
018700     05 LC-LENGTH             PIC 9(05).
018800     05 LC-EFFECTIVE-DATE     PIC 9(08).
018900
019000 FD  LAYOUT-USAGE-LOG.
019100*----------------------------------------------------------------
019200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
019300* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
019400*----------------------------------------------------------------
019500 01  LAYOUT-USAGE-RECORD.
019600     05 LU-TIMESTAMP          PIC 9(14).
019700     05 LU-PROGRAM            PIC X(24).
019800     05 LU-DATASET            PIC X(08).
019900     05 LU-VERSION            PIC 9(03).
020000     05 LU-LENGTH             PIC 9(05).
020100     05 LU-RESULT             PIC X(08).
020200
020300 FD  OPS-ERROR-LOG.
020400*----------------------------------------------------------------
020500* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
020600* SHARED SHOP-WIDE ERROR LOG.
020700*----------------------------------------------------------------
020800 01  OPS-ERROR-RECORD.
020900     05 OE-TIMESTAMP          PIC 9(14).
021000     05 OE-PROGRAM            PIC X(20).
021100     05 OE-FILE-NAME          PIC X(08).
021200     05 OE-OPERATION          PIC X(08).
021300     05 OE-STATUS             PIC XX.
021400
021500 WORKING-STORAGE SECTION.
021600 01 WS-PARM-STATUS             PIC XX.
021700 01 WS-APPL-STATUS             PIC XX.
021800 01 WS-FILE-STATUS             PIC XX.
021900 01 WS-HP-STATUS               PIC XX.
022000 01 WS-PREREG-STATUS           PIC XX.
022100 01 WS-WL-STATUS               PIC XX.
022200 01 WS-TODAY                   PIC 9(08).
022300 01 WS-SCHOOL-CODE             PIC 9(02).
022400 01 WS-DEFAULT-CAPACITY        PIC 9(02) VALUE 24.
022500 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
022600 01 WS-CARD-ERRORS             PIC 9(05) COMP VALUE ZERO.
022700 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
022800 01 WS-NOCARD-COUNT            PIC 9(05) COMP VALUE ZERO.
022900 01 WS-OFFER-TOTAL             PIC 9(05) COMP VALUE ZERO.
023000 01 WS-WAIT-TOTAL              PIC 9(05) COMP VALUE ZERO.
023100 01 WS-WAIT-SEQ                PIC 9(06) COMP VALUE ZERO.
023200 01 WS-SEED                    PIC 9(10).
023300 01 WS-PRODUCT                 PIC 9(15).
023400 01 WS-QUOTIENT                PIC 9(15).
023500 01 WS-MODULUS                 PIC 9(10) VALUE 2147483647.
023600 01 WS-MULTIPLIER              PIC 9(05) VALUE 16807.
023700 01 WS-SEATS-LEFT              PIC 9(04) COMP.
023800 01 WS-SEATS-OPEN              PIC 9(04) COMP.
023900 01 WS-BEST-SEC                PIC 9(02) COMP.
024000 01 WS-BEST-OPEN               PIC 9(04) COMP.
024100 01 WS-WAIT-SEC                PIC 9(02) COMP.
024200 01 WS-PROG-OFFERS             PIC 9(05) COMP.
024300 01 WS-PROG-WAITS              PIC 9(05) COMP.
024400 01 WS-PROG-REJECTS            PIC 9(05) COMP.
024500 01 WS-POSITION                PIC 9(05) COMP.
024600 01 WS-RESULT                  PIC X(30).
024700 01 WS-TIER-NAME               PIC X(08).
024800 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
024900 01 WS-POS-EDIT                PIC ZZZZ9.
025000 01 I                          PIC 9(05) COMP.
025100 01 J                          PIC 9(05) COMP.
025200 01 K                          PIC 9(05) COMP.
025300 01 C                          PIC 9(03) COMP.
025400
025500*----------------------------------------------------------------
025600* THE LOTPARM CARDS AS READ.
025700*----------------------------------------------------------------
025800 01 WS-CARD-COUNT              PIC 9(03) COMP VALUE ZERO.
025900 01 CARD-TABLE.
026000     02 CD-ROW                OCCURS 20 TIMES.
026100        05 CD-PROGRAM         PIC X(08).
026200        05 CD-GRADE           PIC 9(02).
026300        05 CD-SEED            PIC 9(10).
026400        05 CD-START-DATE      PIC 9(08).
026500
026600*----------------------------------------------------------------
026700* HOUSEHOLDS WITH A STUDENT ENROLLED IN THE BUILDING TODAY.
026800*----------------------------------------------------------------
026900 01 WS-SIB-COUNT               PIC 9(05) COMP VALUE ZERO.
027000 01 SIBLING-TABLE.
027100     02 SIB-ROW               OCCURS 1 TO 5000 TIMES
027200                                 DEPENDING ON WS-SIB-COUNT.
027300        05 SIB-HOUSEHOLD-ID   PIC 9(09).
027400        05 SIB-STUDENT-ID     PIC 9(09).
027500
027600*----------------------------------------------------------------
027700* THE BUILDING'S HRPLAN HOMEROOMS.
027800*----------------------------------------------------------------
027900 01 WS-HR-COUNT                PIC 9(03) COMP VALUE ZERO.
028000 01 HOMEROOM-TABLE.
028100     02 HR-ROW                OCCURS 1 TO 200 TIMES
028200                                 DEPENDING ON WS-HR-COUNT.
028300        05 HR-GRADE           PIC 9(02).
028400        05 HR-SECTION         PIC 9(01).
028500        05 HR-TEACHER         PIC X(30).
028600        05 HR-CAPACITY        PIC 9(02).
028700
028800*----------------------------------------------------------------
028900* PREREG SEATS ALREADY HELD IN THE BUILDING, AND THE OFFERS THIS
029000* RUN ADDS TO THEM.
029100*----------------------------------------------------------------
029200 01 WS-PRH-COUNT               PIC 9(05) COMP VALUE ZERO.
029300 01 PREREG-HELD-TABLE.
029400     02 PRH-ROW               OCCURS 1 TO 5000 TIMES
029500                                 DEPENDING ON WS-PRH-COUNT.
029600        05 PRH-STUDENT-ID     PIC 9(09).
029700        05 PRH-GRADE          PIC 9(02).
029800        05 PRH-SECTION        PIC 9(01).
029900
030000*----------------------------------------------------------------
030100* SEATS IN THE PROGRAM BEING DRAWN, BY SECTION.
030200*----------------------------------------------------------------
030300 01 SECTION-SEAT-TABLE.
030400     02 SS-ROW                OCCURS 9 TIMES.
030500        05 SS-TEACHER         PIC X(30).
030600        05 SS-CAPACITY        PIC 9(04) COMP.
030700        05 SS-HELD            PIC 9(04) COMP.
030800        05 SS-IN-PLAN         PIC X(01).
030900
031000*----------------------------------------------------------------
031100* LOTAPPL AS LOADED.
031200*----------------------------------------------------------------
031300 01 WS-APP-COUNT               PIC 9(05) COMP VALUE ZERO.
031400 01 APPLICATION-TABLE.
031500     02 APP-ROW               OCCURS 1 TO 5000 TIMES
031600                                 DEPENDING ON WS-APP-COUNT.
031700        05 APP-PROGRAM        PIC X(08).
031800        05 APP-STUDENT-ID     PIC 9(09).
031900        05 APP-NAME           PIC X(60).
032000        05 APP-HOUSEHOLD-ID   PIC 9(09).
032100        05 APP-DOB            PIC 9(08).
032200        05 APP-GENDER         PIC X(01).
032300        05 APP-RACE-ETH       PIC X(01).
032400        05 APP-IN-ZONE        PIC X(01).
032500        05 APP-USED           PIC X(01).
032600
032700*----------------------------------------------------------------
032800* ONE PROGRAM'S APPLICANTS: DRAWN IN STUDENT-ID ORDER, THEN
032900* SORTED INTO TIER AND DRAW-NUMBER ORDER.  DR-STATUS IS BLANK
033000* UNTIL THE APPLICANT IS PLACED, WAITLISTED OR REJECTED.
033100*----------------------------------------------------------------
033200 01 WS-DR-COUNT                PIC 9(05) COMP VALUE ZERO.
033300 01 DRAW-TABLE.
033400     02 DR-ROW                OCCURS 1 TO 5000 TIMES
033500                                 DEPENDING ON WS-DR-COUNT.
033600        05 DR-TIER            PIC 9(01).
033700        05 DR-DRAW            PIC 9(10).
033800        05 DR-APP             PIC 9(05) COMP.
033900        05 DR-STUDENT-ID      PIC 9(09).
034000        05 DR-STATUS          PIC X(01).
034100           88 DR-OFFERED                 VALUE "O".
034200           88 DR-WAITLISTED              VALUE "W".
034300           88 DR-REJECTED                VALUE "R".
034400        05 DR-SECTION         PIC 9(01).
034500        05 DR-REASON          PIC X(20).
034600
034700*----------------------------------------------------------------
034800* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
034900* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
035000*----------------------------------------------------------------
035100 01 WS-LC-STATUS               PIC XX.
035200 01 WS-LU-STATUS               PIC XX.
035300 01 WS-OPS-LOG-STATUS          PIC XX.
035400 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
035500     88 LAYOUT-MISMATCH                  VALUE "Y".
035600 01 WS-LK-DATASET              PIC X(08).
035700 01 WS-LK-VERSION              PIC 9(03).
035800 01 WS-LK-LENGTH               PIC 9(05).
035900 01 WS-LK-RESULT               PIC X(08).
036000 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
036100 01 WS-LC-INDX                 PIC 9(03) COMP.
036200 01 LAYOUT-CONTROL-TABLE.
036300     02 LCT-ROW               OCCURS 50 TIMES.
036400        05 LCT-DATASET        PIC X(08).
036500        05 LCT-VERSION        PIC 9(03).
036600        05 LCT-LENGTH         PIC 9(05).
036700
036800 PROCEDURE DIVISION.
036900
037000 0000-MAINLINE.
037100     PERFORM 9800-CHECK-LAYOUTS
037200     IF LAYOUT-MISMATCH
037300        MOVE 16 TO RETURN-CODE
037400        GOBACK
037500     END-IF
037600     PERFORM 1000-INITIALIZE
037700     IF WS-CARD-ERRORS > 0 OR WS-CARD-COUNT = 0
037800        DISPLAY "GRADE-SCHOOL-LOTTERY LOTPARM UNUSABLE -- "
037900            "NOTHING DRAWN"
038000        MOVE 8 TO RETURN-CODE
038100        GOBACK
038200     END-IF
038300     PERFORM 1100-LOAD-SIBLINGS
038400     PERFORM 1200-LOAD-HOMEROOMS
038500     PERFORM 1300-LOAD-PREREG
038600     PERFORM 1400-LOAD-APPLICATIONS
038700     IF WS-OVERFLOW-COUNT > 0
038800        DISPLAY "GRADE-SCHOOL-LOTTERY TABLE FULL -- NOTHING DRAWN"
038900        MOVE 8 TO RETURN-CODE
039000        GOBACK
039100     END-IF
039200     OPEN OUTPUT LOTTERY-REPORT
039300     PERFORM 2000-RUN-ONE-LOTTERY
039400         VARYING C FROM 1 BY 1 UNTIL C > WS-CARD-COUNT
039500     PERFORM 2900-COUNT-NO-CARD
039600     CLOSE LOTTERY-REPORT
039700     PERFORM 5000-TERMINATE
039800     GOBACK.
039900
040000*----------------------------------------------------------------
040100* EVERY CARD MUST NAME THE SAME BUILDING -- PREREG AND WAITLIST
040200* ARE THAT BUILDING'S -- AND A USABLE SEED.  ANY BAD CARD STOPS
040300* THE RUN BEFORE ANYTHING IS DRAWN.
040400*----------------------------------------------------------------
040500 1000-INITIALIZE.
040600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
040700     OPEN INPUT PARM-FILE.
040800     IF WS-PARM-STATUS NOT = "00"
040900        EXIT PARAGRAPH
041000     END-IF.
041100     PERFORM UNTIL WS-PARM-STATUS NOT = "00"
041200        READ PARM-FILE
041300            AT END MOVE "10" TO WS-PARM-STATUS
041400        END-READ
041500        IF WS-PARM-STATUS = "00"
041600           PERFORM 1010-TAKE-CARD
041700        END-IF
041800     END-PERFORM.
041900     CLOSE PARM-FILE.
042000
042100 1010-TAKE-CARD.
042200     IF LP-PROGRAM = SPACES
042300        OR LP-SCHOOL-CODE IS NOT NUMERIC
042400        OR LP-GRADE IS NOT NUMERIC
042500        OR LP-SEED IS NOT NUMERIC
042600        OR LP-START-DATE IS NOT NUMERIC
042700        DISPLAY "GRADE-SCHOOL-LOTTERY BAD LOTPARM CARD: "
042800            PARM-RECORD
042900        ADD 1 TO WS-CARD-ERRORS
043000        EXIT PARAGRAPH
043100     END-IF.
043200     IF LP-SEED = 0 OR LP-SEED >= WS-MODULUS
043300        DISPLAY "GRADE-SCHOOL-LOTTERY SEED OUT OF RANGE: "
043400            LP-PROGRAM " " LP-SEED
043500        ADD 1 TO WS-CARD-ERRORS
043600        EXIT PARAGRAPH
043700     END-IF.
043800     IF WS-CARD-COUNT = 0
043900        MOVE LP-SCHOOL-CODE TO WS-SCHOOL-CODE
044000     END-IF.
044100     IF LP-SCHOOL-CODE NOT = WS-SCHOOL-CODE
044200        DISPLAY "GRADE-SCHOOL-LOTTERY ONE BUILDING PER RUN: "
044300            LP-PROGRAM " " LP-SCHOOL-CODE
044400        ADD 1 TO WS-CARD-ERRORS
044500        EXIT PARAGRAPH
044600     END-IF.
044700     IF WS-CARD-COUNT >= 20
044800        DISPLAY "GRADE-SCHOOL-LOTTERY MORE THAN 20 LOTPARM CARDS"
044900        ADD 1 TO WS-CARD-ERRORS
045000        EXIT PARAGRAPH
045100     END-IF.
045200     ADD 1 TO WS-CARD-COUNT.
045300     MOVE LP-PROGRAM TO CD-PROGRAM(WS-CARD-COUNT).
045400     MOVE LP-GRADE TO CD-GRADE(WS-CARD-COUNT).
045500     MOVE LP-SEED TO CD-SEED(WS-CARD-COUNT).
045600     MOVE LP-START-DATE TO CD-START-DATE(WS-CARD-COUNT).
045700
045800 1100-LOAD-SIBLINGS.
045900     OPEN INPUT ROSTER-FILE.
046000     MOVE 0 TO FR-STUDENT-ID.
046100     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
046200         INVALID KEY MOVE "10" TO WS-FILE-STATUS
046300     END-START.
046400     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
046500        READ ROSTER-FILE NEXT RECORD
046600            AT END MOVE "10" TO WS-FILE-STATUS
046700        END-READ
046800        IF WS-FILE-STATUS = "00"
046900           AND FR-SCHOOL-CODE = WS-SCHOOL-CODE
047000           AND FR-HOUSEHOLD-ID > 0
047100           IF WS-SIB-COUNT < 5000
047200              ADD 1 TO WS-SIB-COUNT
047300              MOVE FR-HOUSEHOLD-ID
047400                  TO SIB-HOUSEHOLD-ID(WS-SIB-COUNT)
047500              MOVE FR-STUDENT-ID TO SIB-STUDENT-ID(WS-SIB-COUNT)
047600           ELSE
047700              ADD 1 TO WS-OVERFLOW-COUNT
047800           END-IF
047900        END-IF
048000     END-PERFORM.
048100     CLOSE ROSTER-FILE.
048200
048300 1200-LOAD-HOMEROOMS.
048400     OPEN INPUT HOMEROOM-PLAN.
048500     IF WS-HP-STATUS NOT = "00"
048600        MOVE "10" TO WS-HP-STATUS
048700        EXIT PARAGRAPH
048800     END-IF.
048900     PERFORM UNTIL WS-HP-STATUS NOT = "00"
049000        READ HOMEROOM-PLAN
049100            AT END MOVE "10" TO WS-HP-STATUS
049200        END-READ
049300        IF WS-HP-STATUS = "00"
049400           AND HP-SCHOOL-CODE = WS-SCHOOL-CODE
049500           AND HP-SECTION IS NUMERIC AND HP-SECTION > 0
049600           IF WS-HR-COUNT < 200
049700              ADD 1 TO WS-HR-COUNT
049800              MOVE HP-GRADE TO HR-GRADE(WS-HR-COUNT)
049900              MOVE HP-SECTION TO HR-SECTION(WS-HR-COUNT)
050000              MOVE HP-TEACHER TO HR-TEACHER(WS-HR-COUNT)
050100              IF HP-CAPACITY IS NUMERIC AND HP-CAPACITY > 0
050200                 MOVE HP-CAPACITY TO HR-CAPACITY(WS-HR-COUNT)
050300              ELSE
050400                 MOVE WS-DEFAULT-CAPACITY
050500                     TO HR-CAPACITY(WS-HR-COUNT)
050600              END-IF
050700           ELSE
050800              ADD 1 TO WS-OVERFLOW-COUNT
050900           END-IF
051000        END-IF
051100     END-PERFORM.
051200     CLOSE HOMEROOM-PLAN.
051300
051400 1300-LOAD-PREREG.
051500     OPEN INPUT PREREG-FILE.
051600     IF WS-PREREG-STATUS NOT = "00"
051700        MOVE "10" TO WS-PREREG-STATUS
051800        EXIT PARAGRAPH
051900     END-IF.
052000     PERFORM UNTIL WS-PREREG-STATUS NOT = "00"
052100        READ PREREG-FILE
052200            AT END MOVE "10" TO WS-PREREG-STATUS
052300        END-READ
052400        IF WS-PREREG-STATUS = "00"
052500           AND PR-SCHOOL-CODE = WS-SCHOOL-CODE
052600           IF WS-PRH-COUNT < 5000
052700              ADD 1 TO WS-PRH-COUNT
052800              MOVE PR-STUDENT-ID TO PRH-STUDENT-ID(WS-PRH-COUNT)
052900              MOVE PR-GRADE TO PRH-GRADE(WS-PRH-COUNT)
053000              MOVE PR-SECTION TO PRH-SECTION(WS-PRH-COUNT)
053100           ELSE
053200              ADD 1 TO WS-OVERFLOW-COUNT
053300           END-IF
053400        END-IF
053500     END-PERFORM.
053600     CLOSE PREREG-FILE.
053700
053800 1400-LOAD-APPLICATIONS.
053900     OPEN INPUT APPLICATION-FILE.
054000     IF WS-APPL-STATUS NOT = "00"
054100        MOVE "10" TO WS-APPL-STATUS
054200        EXIT PARAGRAPH
054300     END-IF.
054400     PERFORM UNTIL WS-APPL-STATUS NOT = "00"
054500        READ APPLICATION-FILE
054600            AT END MOVE "10" TO WS-APPL-STATUS
054700        END-READ
054800        IF WS-APPL-STATUS = "00"
054900           IF WS-APP-COUNT < 5000
055000              ADD 1 TO WS-APP-COUNT
055100              MOVE LA-PROGRAM TO APP-PROGRAM(WS-APP-COUNT)
055200              MOVE LA-STUDENT-ID TO APP-STUDENT-ID(WS-APP-COUNT)
055300              MOVE LA-NAME TO APP-NAME(WS-APP-COUNT)
055400              MOVE LA-HOUSEHOLD-ID
055500                  TO APP-HOUSEHOLD-ID(WS-APP-COUNT)
055600              MOVE LA-DOB TO APP-DOB(WS-APP-COUNT)
055700              MOVE LA-GENDER TO APP-GENDER(WS-APP-COUNT)
055800              MOVE LA-RACE-ETH TO APP-RACE-ETH(WS-APP-COUNT)
055900              MOVE LA-IN-ZONE TO APP-IN-ZONE(WS-APP-COUNT)
056000              MOVE "N" TO APP-USED(WS-APP-COUNT)
056100           ELSE
056200              ADD 1 TO WS-OVERFLOW-COUNT
056300           END-IF
056400        END-IF
056500     END-PERFORM.
056600     CLOSE APPLICATION-FILE.
056700
056800*----------------------------------------------------------------
056900* ONE LOTPARM CARD: GATHER, DRAW, RANK, SEAT, PRINT.
057000*----------------------------------------------------------------
057100 2000-RUN-ONE-LOTTERY.
057200     MOVE 0 TO WS-PROG-OFFERS WS-PROG-WAITS WS-PROG-REJECTS.
057300     PERFORM 2100-GATHER-APPLICANTS.
057400     PERFORM 2200-DRAW.
057500     PERFORM 2300-COUNT-SEATS.
057600     PERFORM 2400-SEAT-APPLICANTS.
057700     PERFORM 3000-PRINT-RESULTS.
057800
057900 2100-GATHER-APPLICANTS.
058000     MOVE 0 TO WS-DR-COUNT.
058100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APP-COUNT
058200        IF APP-PROGRAM(I) = CD-PROGRAM(C)
058300           ADD 1 TO WS-DR-COUNT
058400           MOVE I TO DR-APP(WS-DR-COUNT)
058500           MOVE APP-STUDENT-ID(I) TO DR-STUDENT-ID(WS-DR-COUNT)
058600           MOVE "Y" TO APP-USED(I)
058700           MOVE 9 TO DR-TIER(WS-DR-COUNT)
058800           MOVE 0 TO DR-DRAW(WS-DR-COUNT)
058900           MOVE SPACE TO DR-STATUS(WS-DR-COUNT)
059000           MOVE 0 TO DR-SECTION(WS-DR-COUNT)
059100           MOVE SPACES TO DR-REASON(WS-DR-COUNT)
059200        END-IF
059300     END-PERFORM.
059400     IF WS-DR-COUNT > 1
059500        SORT DR-ROW ASCENDING DR-STUDENT-ID DR-APP
059600     END-IF.
059700
059800*----------------------------------------------------------------
059900* THE DRAW.  IN STUDENT-ID ORDER EACH APPLICANT GETS THE NEXT
060000* NUMBER FROM SEED X 16807 MOD 2147483647 (PARK-MILLER), SO THE
060100* PUBLISHED SEED AND THE APPLICANT LIST REPRODUCE IT EXACTLY.
060200* AN APPLICANT WHO CANNOT BE DRAWN IS REJECTED HERE AND TAKES NO
060300* NUMBER.
060400*----------------------------------------------------------------
060500 2200-DRAW.
060600     MOVE CD-SEED(C) TO WS-SEED.
060700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DR-COUNT
060800        MOVE DR-APP(I) TO J
060900        PERFORM 2210-SCREEN-APPLICANT
061000        IF NOT DR-REJECTED(I)
061100           COMPUTE WS-PRODUCT = WS-SEED * WS-MULTIPLIER
061200           DIVIDE WS-PRODUCT BY WS-MODULUS GIVING WS-QUOTIENT
061300               REMAINDER WS-SEED
061400           MOVE WS-SEED TO DR-DRAW(I)
061500           PERFORM 2220-SET-TIER
061600        END-IF
061700     END-PERFORM.
061800     IF WS-DR-COUNT > 1
061900        SORT DR-ROW ASCENDING DR-TIER DR-DRAW
062000     END-IF.
062100
062200 2210-SCREEN-APPLICANT.
062300     IF DR-STUDENT-ID(I) = 0
062400        SET DR-REJECTED(I) TO TRUE
062500        MOVE "NO STUDENT ID" TO DR-REASON(I)
062600        EXIT PARAGRAPH
062700     END-IF.
062800     IF I > 1
062900        IF DR-STUDENT-ID(I) = DR-STUDENT-ID(I - 1)
063000           SET DR-REJECTED(I) TO TRUE
063100           MOVE "DUPLICATE APPL" TO DR-REASON(I)
063200           EXIT PARAGRAPH
063300        END-IF
063400     END-IF.
063500     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PRH-COUNT
063600        IF PRH-STUDENT-ID(K) = DR-STUDENT-ID(I)
063700           SET DR-REJECTED(I) TO TRUE
063800           MOVE "ALREADY ON PREREG" TO DR-REASON(I)
063900        END-IF
064000     END-PERFORM.
064100
064200*----------------------------------------------------------------
064300* TIER 1: A STUDENT FROM THE SAME HOUSEHOLD IS ENROLLED IN THE
064400* BUILDING.  TIER 2: IN-ZONE.  TIER 3: EVERYONE ELSE.
064500*----------------------------------------------------------------
064600 2220-SET-TIER.
064700     MOVE 3 TO DR-TIER(I).
064800     IF APP-IN-ZONE(J) = "Y"
064900        MOVE 2 TO DR-TIER(I)
065000     END-IF.
065100     IF APP-HOUSEHOLD-ID(J) = 0
065200        EXIT PARAGRAPH
065300     END-IF.
065400     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SIB-COUNT
065500        IF SIB-HOUSEHOLD-ID(K) = APP-HOUSEHOLD-ID(J)
065600           AND SIB-STUDENT-ID(K) NOT = DR-STUDENT-ID(I)
065700           MOVE 1 TO DR-TIER(I)
065800        END-IF
065900     END-PERFORM.
066000
066100*----------------------------------------------------------------
066200* THE GRADE'S HRPLAN SECTIONS, LESS THE PREREG SEATS ALREADY
066300* HELD IN EACH (INCLUDING OFFERS FROM AN EARLIER CARD).
066400*----------------------------------------------------------------
066500 2300-COUNT-SEATS.
066600     INITIALIZE SECTION-SEAT-TABLE.
066700     MOVE 0 TO WS-SEATS-LEFT.
066800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HR-COUNT
066900        IF HR-GRADE(K) = CD-GRADE(C)
067000           MOVE HR-SECTION(K) TO J
067100           MOVE "Y" TO SS-IN-PLAN(J)
067200           MOVE HR-TEACHER(K) TO SS-TEACHER(J)
067300           MOVE HR-CAPACITY(K) TO SS-CAPACITY(J)
067400        END-IF
067500     END-PERFORM.
067600     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PRH-COUNT
067700        IF PRH-GRADE(K) = CD-GRADE(C)
067800           AND PRH-SECTION(K) > 0
067900           MOVE PRH-SECTION(K) TO J
068000           ADD 1 TO SS-HELD(J)
068100        END-IF
068200     END-PERFORM.
068300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
068400        IF SS-IN-PLAN(J) = "Y"
068500           AND SS-CAPACITY(J) > SS-HELD(J)
068600           COMPUTE WS-SEATS-LEFT = WS-SEATS-LEFT
068700               + SS-CAPACITY(J) - SS-HELD(J)
068800        END-IF
068900     END-PERFORM.
069000     MOVE WS-SEATS-LEFT TO WS-SEATS-OPEN.
069100
069200*----------------------------------------------------------------
069300* IN RANKED ORDER: A SEAT IN THE SECTION WITH THE MOST ROOM
069400* WHILE SEATS LAST, THEN THE WAITLIST.  WAITLISTED APPLICANTS
069500* ARE DEALT ROUND THE GRADE'S SECTIONS SO EACH SECTION'S LIST
069600* KEEPS THE DRAWN ORDER.
069700*----------------------------------------------------------------
069800 2400-SEAT-APPLICANTS.
069900     MOVE 0 TO WS-WAIT-SEC.
070000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DR-COUNT
070100        MOVE DR-APP(I) TO J
070200        EVALUATE TRUE
070300            WHEN DR-REJECTED(I)
070400                ADD 1 TO WS-PROG-REJECTS WS-REJECT-COUNT
070500            WHEN APP-USED(J) = "O"
070600                SET DR-REJECTED(I) TO TRUE
070700                MOVE "OFFERED EARLIER" TO DR-REASON(I)
070800                ADD 1 TO WS-PROG-REJECTS WS-REJECT-COUNT
070900            WHEN WS-SEATS-LEFT > 0
071000                PERFORM 2410-MAKE-OFFER
071100            WHEN OTHER
071200                PERFORM 2420-WAITLIST-APPLICANT
071300        END-EVALUATE
071400     END-PERFORM.
071500
071600 2410-MAKE-OFFER.
071700     MOVE 0 TO WS-BEST-SEC WS-BEST-OPEN.
071800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
071900        IF SS-IN-PLAN(K) = "Y"
072000           AND SS-CAPACITY(K) > SS-HELD(K)
072100           AND SS-CAPACITY(K) - SS-HELD(K) > WS-BEST-OPEN
072200           MOVE K TO WS-BEST-SEC
072300           COMPUTE WS-BEST-OPEN = SS-CAPACITY(K) - SS-HELD(K)
072400        END-IF
072500     END-PERFORM.
072600     MOVE WS-BEST-SEC TO K.
072700     ADD 1 TO SS-HELD(K).
072800     SUBTRACT 1 FROM WS-SEATS-LEFT.
072900     SET DR-OFFERED(I) TO TRUE.
073000     MOVE K TO DR-SECTION(I).
073100     MOVE "O" TO APP-USED(J).
073200     ADD 1 TO WS-PROG-OFFERS WS-OFFER-TOTAL.
073300     IF WS-PRH-COUNT < 5000
073400        ADD 1 TO WS-PRH-COUNT
073500        MOVE DR-STUDENT-ID(I) TO PRH-STUDENT-ID(WS-PRH-COUNT)
073600        MOVE CD-GRADE(C) TO PRH-GRADE(WS-PRH-COUNT)
073700        MOVE K TO PRH-SECTION(WS-PRH-COUNT)
073800     END-IF.
073900     OPEN EXTEND PREREG-FILE.
074000     IF WS-PREREG-STATUS = "35"
074100        OPEN OUTPUT PREREG-FILE
074200     END-IF.
074300     MOVE SPACES TO PREREG-RECORD.
074400     MOVE CD-START-DATE(C) TO PR-START-DATE.
074500     MOVE DR-STUDENT-ID(I) TO PR-STUDENT-ID.
074600     MOVE APP-NAME(J) TO PR-NAME.
074700     MOVE CD-GRADE(C) TO PR-GRADE.
074800     MOVE SS-TEACHER(K) TO PR-TEACHER.
074900     MOVE K TO PR-SECTION.
075000     MOVE APP-HOUSEHOLD-ID(J) TO PR-HOUSEHOLD-ID.
075100     MOVE "N" TO PR-IEP-FLAG.
075200     MOVE APP-DOB(J) TO PR-DOB.
075300     MOVE WS-SCHOOL-CODE TO PR-SCHOOL-CODE.
075400     MOVE APP-GENDER(J) TO PR-GENDER.
075500     MOVE APP-RACE-ETH(J) TO PR-RACE-ETH.
075600     WRITE PREREG-RECORD.
075700     CLOSE PREREG-FILE.
075800
075900 2420-WAITLIST-APPLICANT.
076000     PERFORM 2430-NEXT-WAIT-SECTION.
076100     SET DR-WAITLISTED(I) TO TRUE.
076200     MOVE WS-WAIT-SEC TO DR-SECTION(I).
076300     ADD 1 TO WS-PROG-WAITS WS-WAIT-TOTAL WS-WAIT-SEQ.
076400     OPEN EXTEND WAITLIST-FILE.
076500     IF WS-WL-STATUS = "35"
076600        OPEN OUTPUT WAITLIST-FILE
076700     END-IF.
076800     MOVE SPACES TO WL-RECORD.
076900     MOVE CD-GRADE(C) TO WL-GRADE.
077000     MOVE WS-WAIT-SEC TO WL-SECTION.
077100     COMPUTE WL-TIMESTAMP = WS-TODAY * 1000000 + WS-WAIT-SEQ.
077200     MOVE DR-STUDENT-ID(I) TO WL-STUDENT-ID.
077300     MOVE APP-NAME(J) TO WL-NAME.
077400     MOVE APP-HOUSEHOLD-ID(J) TO WL-HOUSEHOLD-ID.
077500     WRITE WL-RECORD.
077600     CLOSE WAITLIST-FILE.
077700
077800*----------------------------------------------------------------
077900* THE NEXT HRPLAN SECTION OF THE GRADE AFTER WS-WAIT-SEC,
078000* WRAPPING; SECTION 1 WHEN THE GRADE HAS NONE ON THE PLAN.
078100*----------------------------------------------------------------
078200 2430-NEXT-WAIT-SECTION.
078300     PERFORM 9 TIMES
078400        ADD 1 TO WS-WAIT-SEC
078500        IF WS-WAIT-SEC > 9
078600           MOVE 1 TO WS-WAIT-SEC
078700        END-IF
078800        IF SS-IN-PLAN(WS-WAIT-SEC) = "Y"
078900           EXIT PARAGRAPH
079000        END-IF
079100     END-PERFORM.
079200     MOVE 1 TO WS-WAIT-SEC.
079300
079400*----------------------------------------------------------------
079500* APPLICATIONS FOR A PROGRAM NO CARD DREW ARE LEFT FOR A LATER
079600* RUN AND ONLY COUNTED.
079700*----------------------------------------------------------------
079800 2900-COUNT-NO-CARD.
079900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APP-COUNT
080000        IF APP-USED(I) = "N"
080100           ADD 1 TO WS-NOCARD-COUNT
080200        END-IF
080300     END-PERFORM.
080400     IF WS-NOCARD-COUNT > 0
080500        MOVE WS-NOCARD-COUNT TO WS-COUNT-EDIT
080600        MOVE SPACES TO RPT-LINE
080700        STRING WS-COUNT-EDIT DELIMITED BY SIZE
080800            " LOTAPPL APPLICATIONS NAME A PROGRAM"
080900            DELIMITED BY SIZE
081000            " NOT DRAWN THIS RUN" DELIMITED BY SIZE
081100            INTO RPT-LINE
081200        END-STRING
081300        WRITE RPT-LINE
081400     END-IF.
081500
081600*----------------------------------------------------------------
081700* THE BOARD'S AUDIT LIST: THE SEED, THE SEATS, AND EVERY
081800* APPLICANT IN RANKED ORDER WITH TIER, DRAW NUMBER AND RESULT.
081900*----------------------------------------------------------------
082000 3000-PRINT-RESULTS.
082100     MOVE SPACES TO RPT-LINE.
082200     STRING "SCHOOL-CHOICE LOTTERY -- PROGRAM " DELIMITED BY SIZE
082300         CD-PROGRAM(C) DELIMITED BY SIZE
082400         "  BUILDING " DELIMITED BY SIZE
082500         WS-SCHOOL-CODE DELIMITED BY SIZE
082600         "  GRADE " DELIMITED BY SIZE
082700         CD-GRADE(C) DELIMITED BY SIZE
082800         "  RUN " DELIMITED BY SIZE
082900         WS-TODAY DELIMITED BY SIZE
083000         INTO RPT-LINE
083100     END-STRING.
083200     WRITE RPT-LINE.
083300     MOVE SPACES TO RPT-LINE.
083400     MOVE WS-SEATS-OPEN TO WS-COUNT-EDIT.
083500     STRING "PUBLISHED SEED " DELIMITED BY SIZE
083600         CD-SEED(C) DELIMITED BY SIZE
083700         "  SEATS OPEN " DELIMITED BY SIZE
083800         WS-COUNT-EDIT DELIMITED BY SIZE
083900         "  START DATE " DELIMITED BY SIZE
084000         CD-START-DATE(C) DELIMITED BY SIZE
084100         INTO RPT-LINE
084200     END-STRING.
084300     WRITE RPT-LINE.
084400     MOVE SPACES TO RPT-LINE.
084500     MOVE " RANK TIER     DRAW NUMBER  STUDENT   NAME"
084600         TO RPT-LINE.
084700     MOVE "RESULT" TO RPT-LINE(69:6).
084800     WRITE RPT-LINE.
084900     MOVE 0 TO WS-POSITION.
085000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DR-COUNT
085100        PERFORM 3100-PRINT-APPLICANT
085200     END-PERFORM.
085300     MOVE SPACES TO RPT-LINE.
085400     MOVE WS-PROG-OFFERS TO WS-COUNT-EDIT.
085500     STRING "OFFERED " DELIMITED BY SIZE
085600         WS-COUNT-EDIT DELIMITED BY SIZE
085700         INTO RPT-LINE
085800     END-STRING.
085900     MOVE WS-PROG-WAITS TO WS-COUNT-EDIT.
086000     STRING "  WAITLISTED " DELIMITED BY SIZE
086100         WS-COUNT-EDIT DELIMITED BY SIZE
086200         INTO RPT-LINE(15:19)
086300     END-STRING.
086400     MOVE WS-PROG-REJECTS TO WS-COUNT-EDIT.
086500     STRING "  NOT DRAWN " DELIMITED BY SIZE
086600         WS-COUNT-EDIT DELIMITED BY SIZE
086700         INTO RPT-LINE(34:18)
086800     END-STRING.
086900     WRITE RPT-LINE.
087000     MOVE SPACES TO RPT-LINE.
087100     WRITE RPT-LINE.
087200
087300 3100-PRINT-APPLICANT.
087400     MOVE DR-APP(I) TO J.
087500     MOVE SPACES TO RPT-LINE.
087600     IF DR-REJECTED(I) AND DR-DRAW(I) = 0
087700        MOVE "  -" TO RPT-LINE(1:5)
087800        MOVE "--" TO RPT-LINE(7:8)
087900     ELSE
088000        ADD 1 TO WS-POSITION
088100        MOVE WS-POSITION TO WS-POS-EDIT
088200        MOVE WS-POS-EDIT TO RPT-LINE(1:5)
088300        EVALUATE DR-TIER(I)
088400            WHEN 1 MOVE "SIBLING" TO WS-TIER-NAME
088500            WHEN 2 MOVE "IN-ZONE" TO WS-TIER-NAME
088600            WHEN OTHER MOVE "OTHER" TO WS-TIER-NAME
088700        END-EVALUATE
088800        MOVE WS-TIER-NAME TO RPT-LINE(7:8)
088900        MOVE DR-DRAW(I) TO RPT-LINE(16:10)
089000     END-IF.
089100     MOVE DR-STUDENT-ID(I) TO RPT-LINE(28:9).
089200     MOVE APP-NAME(J)(1:30) TO RPT-LINE(38:30).
089300     MOVE SPACES TO WS-RESULT.
089400     EVALUATE TRUE
089500         WHEN DR-OFFERED(I)
089600             STRING "OFFERED SECTION " DELIMITED BY SIZE
089700                 DR-SECTION(I) DELIMITED BY SIZE
089800                 INTO WS-RESULT
089900             END-STRING
090000         WHEN DR-WAITLISTED(I)
090100             STRING "WAITLIST SECTION " DELIMITED BY SIZE
090200                 DR-SECTION(I) DELIMITED BY SIZE
090300                 INTO WS-RESULT
090400             END-STRING
090500         WHEN OTHER
090600             MOVE DR-REASON(I) TO WS-RESULT
090700     END-EVALUATE.
090800     MOVE WS-RESULT TO RPT-LINE(69:30).
090900     WRITE RPT-LINE.
091000
091100 5000-TERMINATE.
091200     DISPLAY "GRADE-SCHOOL-LOTTERY BUILDING " WS-SCHOOL-CODE.
091300     DISPLAY "  PROGRAMS DRAWN:          " WS-CARD-COUNT.
091400     DISPLAY "  APPLICATIONS READ:       " WS-APP-COUNT.
091500     DISPLAY "  OFFERED TO PREREG:       " WS-OFFER-TOTAL.
091600     DISPLAY "  PUT ON WAITLIST:         " WS-WAIT-TOTAL.
091700     DISPLAY "  NOT DRAWN:               " WS-REJECT-COUNT.
091800     DISPLAY "  NO LOTPARM CARD:         " WS-NOCARD-COUNT.
091900     IF WS-REJECT-COUNT > 0
092000        MOVE 4 TO RETURN-CODE
092100     END-IF.
092200
092300*----------------------------------------------------------------
092400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
092500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
092600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
092700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
092800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
092900*----------------------------------------------------------------
093000 9800-CHECK-LAYOUTS.
093100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
093200     OPEN EXTEND LAYOUT-USAGE-LOG.
093300     IF WS-LU-STATUS = "35"
093400        OPEN OUTPUT LAYOUT-USAGE-LOG
093500     END-IF.
093600     MOVE "ROSTERF" TO WS-LK-DATASET.
093700     MOVE 3 TO WS-LK-VERSION.
093800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
093900     PERFORM 9820-CHECK-ONE-LAYOUT.
094000     CLOSE LAYOUT-USAGE-LOG.
094100
094200 9810-LOAD-LAYOUT-CONTROL.
094300     MOVE 0 TO WS-LC-COUNT.
094400     OPEN INPUT LAYOUT-CONTROL.
094500     IF WS-LC-STATUS NOT = "00"
094600        EXIT PARAGRAPH
094700     END-IF.
094800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
094900        READ LAYOUT-CONTROL
095000            AT END MOVE "10" TO WS-LC-STATUS
095100        END-READ
095200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
095300           ADD 1 TO WS-LC-COUNT
095400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
095500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
095600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
095700        END-IF
095800     END-PERFORM.
095900     CLOSE LAYOUT-CONTROL.
096000
096100*----------------------------------------------------------------
096200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
096300* AS NOCTL.
096400*----------------------------------------------------------------
096500 9820-CHECK-ONE-LAYOUT.
096600     MOVE "NOCTL" TO WS-LK-RESULT.
096700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
096800             UNTIL WS-LC-INDX > WS-LC-COUNT
096900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
097000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
097100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
097200              MOVE "CURRENT" TO WS-LK-RESULT
097300           ELSE
097400              MOVE "MISMATCH" TO WS-LK-RESULT
097500           END-IF
097600        END-IF
097700     END-PERFORM.
097800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
097900     MOVE "GRADE-SCHOOL-LOTTERY" TO LU-PROGRAM.
098000     MOVE WS-LK-DATASET TO LU-DATASET.
098100     MOVE WS-LK-VERSION TO LU-VERSION.
098200     MOVE WS-LK-LENGTH TO LU-LENGTH.
098300     MOVE WS-LK-RESULT TO LU-RESULT.
098400     WRITE LAYOUT-USAGE-RECORD.
098500     IF WS-LK-RESULT NOT = "MISMATCH"
098600        EXIT PARAGRAPH
098700     END-IF.
098800     SET LAYOUT-MISMATCH TO TRUE.
098900     DISPLAY "GRADE-SCHOOL-LOTTERY HALTED: " WS-LK-DATASET
099000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
099100         " DOES NOT MATCH LAYOUTCT".
099200     OPEN EXTEND OPS-ERROR-LOG.
099300     IF WS-OPS-LOG-STATUS = "35"
099400        OPEN OUTPUT OPS-ERROR-LOG
099500     END-IF.
099600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
099700     MOVE "GRADE-SCHOOL-LOTTERY" TO OE-PROGRAM.
099800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
099900     MOVE "LAYOUT" TO OE-OPERATION.
100000     MOVE "16" TO OE-STATUS.
100100     WRITE OPS-ERROR-RECORD.
100200     CLOSE OPS-ERROR-LOG.
