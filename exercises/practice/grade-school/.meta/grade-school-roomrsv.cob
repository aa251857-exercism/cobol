000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ROOMRSV.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ROOM RESERVATIONS -- THE GYM, AUDITORIUM AND
001100*                 LIBRARY WERE BOOKED ON PAPER CALENDARS IN THREE
001200*                 OFFICES, AND A BOOKING STILL LANDED ON TOP OF A
001300*                 CLASS NOW AND THEN.  ROOMMAST NAMES EVERY SPACE
001400*                 (THE SEC-ROOM CODES AND THE ROOMS NO SECTION
001500*                 MEETS IN) WITH ITS BUILDING AND CAPACITY.  EACH
001600*                 RSVTX REQUEST IS REFUSED TO RSVREJ WHEN IT
001700*                 OVERLAPS A CRSSECTN PERIOD MEETING IN THAT ROOM
001800*                 ON AN INSTRUCTIONAL SCHOOLCAL DAY (PERIOD TIMES
001900*                 FROM BELLSCHD) OR ANOTHER BOOKING ON RESVMAST;
002000*                 THE REST ARE POSTED.  THEN THE WEEK'S ROOM-USE
002100*                 CALENDAR PRINTS PER BUILDING, WITH THE CUSTODIAL
002200*                 SETUP LIST FOR EVERY BOOKING OUTSIDE THE SCHOOL
002300*                 DAY.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "RSVPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT RESERVATION-TRANSACTIONS ASSIGN TO "RSVTX"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TX-STATUS.
003800
003900     SELECT RESERVATION-MASTER ASSIGN TO "RESVMAST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RV-STATUS.
004200
004300     SELECT RESERVATION-REJECTS ASSIGN TO "RSVREJ"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REJECT-STATUS.
004600
004700     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RM-STATUS.
005000
005100     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SEC-STATUS.
005400
005500     SELECT BELL-SCHEDULE ASSIGN TO "BELLSCHD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BL-STATUS.
005800
005900     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHOOLCAL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CAL-STATUS.
006200
006300     SELECT ROOM-CALENDAR ASSIGN TO "RMCALRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT SETUP-LIST ASSIGN TO "SETUPLST"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARM-FILE.
007200*----------------------------------------------------------------
007300* ANY DATE IN THE WEEK TO PRINT (CCYYMMDD); ZERO MEANS THIS WEEK.
007400* THE WEEK RUNS MONDAY THROUGH SUNDAY.
007500*----------------------------------------------------------------
007600 01  PARM-RECORD.
007700     05 PARM-WEEK-OF          PIC 9(08).
007800
007900*----------------------------------------------------------------
008000* ONE BOOKING REQUEST AS THE BUILDING OFFICE KEYS IT.  TIMES ARE
008100* HHMM ON THE 24-HOUR CLOCK, AS BELLSCHD CARRIES THEM.  SETUP IS
008200* WHAT THE CUSTODIANS NEED TO PUT OUT (CHAIRS, STAGE, TABLES).
008300*----------------------------------------------------------------
008400 FD  RESERVATION-TRANSACTIONS.
008500 01  RESERVATION-TX-RECORD.
008600     05 RX-ROOM               PIC X(05).
008700     05 RX-DATE               PIC 9(08).
008800     05 RX-START-TIME         PIC 9(04).
008900     05 RX-END-TIME           PIC 9(04).
009000     05 RX-GROUP              PIC X(30).
009100     05 RX-CONTACT            PIC X(30).
009200     05 RX-ATTENDANCE         PIC 9(04).
009300     05 RX-SETUP              PIC X(30).
009400
009500* EVERY BOOKING POSTED: THE REQUEST AND THE DAY IT WAS TAKEN.
009600 FD  RESERVATION-MASTER.
009700 01  RESERVATION-RECORD.
009800     05 RV-ROOM               PIC X(05).
009900     05 RV-DATE               PIC 9(08).
010000     05 RV-START-TIME         PIC 9(04).
010100     05 RV-END-TIME           PIC 9(04).
010200     05 RV-GROUP              PIC X(30).
010300     05 RV-CONTACT            PIC X(30).
010400     05 RV-ATTENDANCE         PIC 9(04).
010500     05 RV-SETUP              PIC X(30).
010600     05 RV-POSTED-DATE        PIC 9(08).
010700
010800*----------------------------------------------------------------
010900* TX IMAGE LEADING, REASON TRAILING: NOROOM, BADDATE, BADTIME,
011000* OVERCAP, CLASSCON (A CLASS MEETS THERE THEN) OR DOUBLBKD.
011100*----------------------------------------------------------------
011200 FD  RESERVATION-REJECTS.
011300 01  REJ-RECORD.
011400     05 REJ-TX-IMAGE          PIC X(115).
011500     05 FILLER                PIC X(01).
011600     05 REJ-REASON            PIC X(08).
011700
011800*----------------------------------------------------------------
011900* EVERY BOOKABLE SPACE: EACH SEC-ROOM CODE, PLUS THE GYM,
012000* AUDITORIUM, LIBRARY AND THE OTHER ROOMS NO SECTION MEETS IN.
012100* RM-TYPE: C CLASSROOM, G GYM, A AUDITORIUM, L LIBRARY, O OTHER.
012200*----------------------------------------------------------------
012300 FD  ROOM-MASTER.
012400 01  ROOM-RECORD.
012500     05 RM-ROOM               PIC X(05).
012600     05 RM-BUILDING           PIC 9(02).
012700     05 RM-DESCRIPTION        PIC X(20).
012800     05 RM-CAPACITY           PIC 9(04).
012900     05 RM-TYPE               PIC X(01).
013000
013100 FD  SECTION-MASTER.
013200*----------------------------------------------------------------
013300* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
013400*----------------------------------------------------------------
013500 01  SECTION-RECORD.
013600     05 SEC-COURSE-CODE       PIC X(20).
013700     05 SEC-PERIOD            PIC 9(01).
013800     05 SEC-ROOM              PIC X(05).
013900     05 SEC-TEACHER           PIC X(30).
014000     05 SEC-SEAT-CAP          PIC 9(02).
014100
014200 FD  BELL-SCHEDULE.
014300*----------------------------------------------------------------
014400* ONE ROW PER BUILDING PER PERIOD: START AND END, HHMM.  ROWS
014500* UNDER BUILDING 00 ARE THE DISTRICT BELLS, USED FOR ANY
014600* BUILDING THAT HAS NONE OF ITS OWN.
014700*----------------------------------------------------------------
014800 01  BELL-RECORD.
014900     05 BL-SCHOOL-CODE        PIC 9(02).
015000     05 BL-PERIOD             PIC 9(01).
015100     05 BL-START-TIME         PIC 9(04).
015200     05 BL-END-TIME           PIC 9(04).
015300
015400 FD  SCHOOL-CALENDAR.
015500*----------------------------------------------------------------
015600* THE INSTRUCTIONAL CALENDAR: I INSTRUCTIONAL, H HOLIDAY,
015700* C CLOSURE, E EARLY DISMISSAL.  CLASSES MEET ON I AND E DAYS.
015800*----------------------------------------------------------------
015900 01  CALENDAR-RECORD.
016000     05 CAL-DATE              PIC 9(08).
016100     05 CAL-DAY-TYPE          PIC X(01).
016200
016300 FD  ROOM-CALENDAR.
016400 01  CAL-LINE                 PIC X(100).
016500
016600 FD  SETUP-LIST.
016700 01  SETUP-LINE               PIC X(132).
016800
016900 WORKING-STORAGE SECTION.
017000 01 WS-PARM-STATUS             PIC XX.
017100 01 WS-TX-STATUS               PIC XX.
017200 01 WS-RV-STATUS               PIC XX.
017300 01 WS-REJECT-STATUS           PIC XX.
017400 01 WS-RM-STATUS               PIC XX.
017500 01 WS-SEC-STATUS              PIC XX.
017600 01 WS-BL-STATUS               PIC XX.
017700 01 WS-CAL-STATUS              PIC XX.
017800 01 WS-TODAY                   PIC 9(08).
017900 01 WS-WEEK-OF                 PIC 9(08).
018000 01 WS-WEEK-START              PIC 9(08).
018100 01 WS-WEEK-END                PIC 9(08).
018200 01 WS-WEEK-START-DAY          PIC 9(07) COMP.
018300 01 WS-DAY-NUMBER              PIC 9(07) COMP.
018400 01 WS-CHECK-DATE              PIC 9(08).
018500 01 WS-BUILDING                PIC 9(02).
018600 01 WS-BELL-SCHOOL             PIC 9(02).
018700 01 WS-DAY-OPEN                PIC 9(04).
018800 01 WS-DAY-CLOSE               PIC 9(04).
018900 01 WS-PERIOD-START            PIC 9(04).
019000 01 WS-PERIOD-END              PIC 9(04).
019100 01 WS-FIND-ROOM               PIC X(05).
019200 01 WS-ROOM-IX                 PIC 9(05) COMP.
019300 01 WS-REJECT-REASON           PIC X(08).
019400 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
019500 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
019600 01 WS-SETUP-COUNT             PIC 9(05) COMP VALUE ZERO.
019700 01 WS-PRIOR-BUILDING          PIC 9(02).
019800 01 WS-PRIOR-DATE              PIC 9(08).
019900 01 WS-ED-DATE                 PIC 9999/99/99.
020000 01 WS-ED-DATE-2               PIC 9999/99/99.
020100 01 WS-ED-TIME                 PIC 99B99.
020200 01 WS-ED-COUNT                PIC ZZZ9.
020300 01 WS-DAY-SWITCH              PIC X(01).
020400     88 INSTRUCTIONAL-DAY               VALUE "Y".
020500     88 NO-SCHOOL-DAY                   VALUE "N".
020600 01 WS-CAL-SWITCH              PIC X(01) VALUE "N".
020700     88 CALENDAR-ON-FILE                VALUE "Y".
020800 01 I                          PIC 9(05) COMP.
020900 01 J                          PIC 9(05) COMP.
021000 01 K                          PIC 9(05) COMP.
021100 01 D                          PIC 9(02) COMP.
021200
021300 01 DAY-NAME-VALUES.
021400     05 FILLER                PIC X(36) VALUE
021500        "MONDAY   TUESDAY  WEDNESDAYTHURSDAY ".
021600     05 FILLER                PIC X(27) VALUE
021700        "FRIDAY   SATURDAY SUNDAY   ".
021800 01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
021900     05 DAY-NAME              PIC X(09) OCCURS 7 TIMES.
022000
022100 01 WS-ROOM-COUNT              PIC 9(05) COMP VALUE ZERO.
022200 01 ROOM-TABLE.
022300     02 RT-ROW                OCCURS 1 TO 2000 TIMES
022400                                 DEPENDING ON WS-ROOM-COUNT.
022500        05 RT-ROOM            PIC X(05).
022600        05 RT-BUILDING        PIC 9(02).
022700        05 RT-DESCRIPTION     PIC X(20).
022800        05 RT-CAPACITY        PIC 9(04).
022900
023000 01 WS-BL-COUNT                PIC 9(03) COMP VALUE ZERO.
023100 01 BELL-TABLE.
023200     02 BLT-ROW               OCCURS 1 TO 200 TIMES
023300                                 DEPENDING ON WS-BL-COUNT.
023400        05 BLT-SCHOOL-CODE    PIC 9(02).
023500        05 BLT-PERIOD         PIC 9(01).
023600        05 BLT-START-TIME     PIC 9(04).
023700        05 BLT-END-TIME       PIC 9(04).
023800
023900 01 WS-CAL-COUNT               PIC 9(04) COMP VALUE ZERO.
024000 01 CALENDAR-TABLE.
024100     02 CAL-ROW               OCCURS 1 TO 800 TIMES
024200                                 DEPENDING ON WS-CAL-COUNT.
024300        05 CAL-T-DATE         PIC 9(08).
024400        05 CAL-T-DAY-TYPE     PIC X(01).
024500
024600 01 WS-SEC-COUNT               PIC 9(05) COMP VALUE ZERO.
024700 01 SECTION-TABLE.
024800     02 SX-ROW                OCCURS 1 TO 5000 TIMES
024900                                 DEPENDING ON WS-SEC-COUNT.
025000        05 SX-COURSE-CODE     PIC X(20).
025100        05 SX-PERIOD          PIC 9(01).
025200        05 SX-ROOM            PIC X(05).
025300        05 SX-TEACHER         PIC X(30).
025400
025500* BOOKINGS FROM THE START OF THIS WEEK OR TODAY, WHICHEVER IS
025600* EARLIER -- NOTHING OLDER CAN CONFLICT OR PRINT.
025700 01 WS-RES-COUNT               PIC 9(05) COMP VALUE ZERO.
025800 01 RESERVATION-TABLE.
025900     02 RS-ROW                OCCURS 1 TO 5000 TIMES
026000                                 DEPENDING ON WS-RES-COUNT.
026100        05 RS-ROOM            PIC X(05).
026200        05 RS-DATE            PIC 9(08).
026300        05 RS-START-TIME      PIC 9(04).
026400        05 RS-END-TIME        PIC 9(04).
026500        05 RS-GROUP           PIC X(30).
026600        05 RS-CONTACT         PIC X(30).
026700        05 RS-ATTENDANCE      PIC 9(04).
026800        05 RS-SETUP           PIC X(30).
026900
027000*----------------------------------------------------------------
027100* THE WEEK, ONE ROW PER CLASS MEETING OR BOOKING, SORTED
027200* BUILDING / DATE / ROOM / START FOR THE CALENDAR.  EV-KIND C IS
027300* A CLASS, R A BOOKING (EV-RES-IX POINTS BACK AT IT).
027400*----------------------------------------------------------------
027500 01 WS-EV-COUNT                PIC 9(05) COMP VALUE ZERO.
027600 01 EVENT-TABLE.
027700     02 EV-ROW                OCCURS 1 TO 30000 TIMES
027800                                 DEPENDING ON WS-EV-COUNT.
027900        05 EV-BUILDING        PIC 9(02).
028000        05 EV-DATE            PIC 9(08).
028100        05 EV-ROOM            PIC X(05).
028200        05 EV-START-TIME      PIC 9(04).
028300        05 EV-END-TIME        PIC 9(04).
028400        05 EV-KIND            PIC X(01).
028500        05 EV-AFTER-HOURS     PIC X(01).
028600        05 EV-DAY-OF-WEEK     PIC 9(01).
028700        05 EV-SCHOOL-DAY      PIC X(01).
028800        05 EV-ROOM-IX         PIC 9(05) COMP.
028900        05 EV-SOURCE-IX       PIC 9(05) COMP.
029000
029100 PROCEDURE DIVISION.
029200
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE
029500     PERFORM 2000-LOAD-REFERENCE
029600     PERFORM 3000-POST-REQUESTS
029700     PERFORM 4000-BUILD-WEEK
029800     PERFORM 5000-PRINT-CALENDAR
029900     PERFORM 6000-PRINT-SETUP-LIST
030000     PERFORM 9000-TERMINATE
030100     GOBACK.
030200
030300 1000-INITIALIZE.
030400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
030500     MOVE 0 TO WS-WEEK-OF.
030600     OPEN INPUT PARM-FILE.
030700     IF WS-PARM-STATUS = "00"
030800        READ PARM-FILE
030900            AT END CONTINUE
031000        END-READ
031100        IF WS-PARM-STATUS = "00"
031200           AND PARM-WEEK-OF IS NUMERIC
031300           MOVE PARM-WEEK-OF TO WS-WEEK-OF
031400        END-IF
031500        CLOSE PARM-FILE
031600     END-IF.
031700     IF WS-WEEK-OF = 0
031800        OR TEST-DATE-YYYYMMDD(WS-WEEK-OF) NOT = 0
031900        MOVE WS-TODAY TO WS-WEEK-OF
032000     END-IF.
032100*    INTEGER-OF-DATE COUNTS FROM MONDAY 1601-01-01, SO (DAY - 1)
032200*    MOD 7 IS DAYS SINCE MONDAY.
032300     COMPUTE WS-DAY-NUMBER = INTEGER-OF-DATE(WS-WEEK-OF).
032400     COMPUTE WS-WEEK-START-DAY =
032500         WS-DAY-NUMBER - MOD(WS-DAY-NUMBER - 1, 7).
032600     COMPUTE WS-WEEK-START = DATE-OF-INTEGER(WS-WEEK-START-DAY).
032700     COMPUTE WS-WEEK-END = DATE-OF-INTEGER(WS-WEEK-START-DAY + 6).
032800
032900 2000-LOAD-REFERENCE.
033000     PERFORM 2100-LOAD-ROOMS.
033100     PERFORM 2200-LOAD-BELLS.
033200     PERFORM 2300-LOAD-CALENDAR.
033300     PERFORM 2400-LOAD-SECTIONS.
033400     PERFORM 2500-LOAD-RESERVATIONS.
033500
033600 2100-LOAD-ROOMS.
033700     OPEN INPUT ROOM-MASTER.
033800     IF WS-RM-STATUS NOT = "00"
033900        MOVE "10" TO WS-RM-STATUS
034000        EXIT PARAGRAPH
034100     END-IF.
034200     PERFORM UNTIL WS-RM-STATUS NOT = "00"
034300        READ ROOM-MASTER
034400            AT END MOVE "10" TO WS-RM-STATUS
034500        END-READ
034600        IF WS-RM-STATUS = "00"
034700           AND WS-ROOM-COUNT < 2000
034800           ADD 1 TO WS-ROOM-COUNT
034900           MOVE RM-ROOM TO RT-ROOM(WS-ROOM-COUNT)
035000           MOVE RM-BUILDING TO RT-BUILDING(WS-ROOM-COUNT)
035100           MOVE RM-DESCRIPTION TO RT-DESCRIPTION(WS-ROOM-COUNT)
035200           MOVE RM-CAPACITY TO RT-CAPACITY(WS-ROOM-COUNT)
035300        END-IF
035400     END-PERFORM.
035500     CLOSE ROOM-MASTER.
035600
035700 2200-LOAD-BELLS.
035800     OPEN INPUT BELL-SCHEDULE.
035900     IF WS-BL-STATUS NOT = "00"
036000        MOVE "10" TO WS-BL-STATUS
036100        EXIT PARAGRAPH
036200     END-IF.
036300     PERFORM UNTIL WS-BL-STATUS NOT = "00"
036400        READ BELL-SCHEDULE
036500            AT END MOVE "10" TO WS-BL-STATUS
036600        END-READ
036700        IF WS-BL-STATUS = "00"
036800           AND WS-BL-COUNT < 200
036900           ADD 1 TO WS-BL-COUNT
037000           MOVE BL-SCHOOL-CODE TO BLT-SCHOOL-CODE(WS-BL-COUNT)
037100           MOVE BL-PERIOD TO BLT-PERIOD(WS-BL-COUNT)
037200           MOVE BL-START-TIME TO BLT-START-TIME(WS-BL-COUNT)
037300           MOVE BL-END-TIME TO BLT-END-TIME(WS-BL-COUNT)
037400        END-IF
037500     END-PERFORM.
037600     CLOSE BELL-SCHEDULE.
037700
037800*----------------------------------------------------------------
037900* WITH NO SCHOOLCAL ON HAND EVERY MONDAY-FRIDAY IS TAKEN AS AN
038000* INSTRUCTIONAL DAY -- BETTER TO REFUSE A BOOKING THAN TO PUT IT
038100* ON TOP OF A CLASS.
038200*----------------------------------------------------------------
038300 2300-LOAD-CALENDAR.
038400     OPEN INPUT SCHOOL-CALENDAR.
038500     IF WS-CAL-STATUS NOT = "00"
038600        MOVE "10" TO WS-CAL-STATUS
038700        EXIT PARAGRAPH
038800     END-IF.
038900     SET CALENDAR-ON-FILE TO TRUE.
039000     PERFORM UNTIL WS-CAL-STATUS NOT = "00"
039100        READ SCHOOL-CALENDAR
039200            AT END MOVE "10" TO WS-CAL-STATUS
039300        END-READ
039400        IF WS-CAL-STATUS = "00"
039500           AND WS-CAL-COUNT < 800
039600           ADD 1 TO WS-CAL-COUNT
039700           MOVE CAL-DATE TO CAL-T-DATE(WS-CAL-COUNT)
039800           MOVE CAL-DAY-TYPE TO CAL-T-DAY-TYPE(WS-CAL-COUNT)
039900        END-IF
040000     END-PERFORM.
040100     CLOSE SCHOOL-CALENDAR.
040200
040300 2400-LOAD-SECTIONS.
040400     OPEN INPUT SECTION-MASTER.
040500     IF WS-SEC-STATUS NOT = "00"
040600        MOVE "10" TO WS-SEC-STATUS
040700        EXIT PARAGRAPH
040800     END-IF.
040900     PERFORM UNTIL WS-SEC-STATUS NOT = "00"
041000        READ SECTION-MASTER
041100            AT END MOVE "10" TO WS-SEC-STATUS
041200        END-READ
041300        IF WS-SEC-STATUS = "00"
041400           AND WS-SEC-COUNT < 5000
041500           ADD 1 TO WS-SEC-COUNT
041600           MOVE SEC-COURSE-CODE TO SX-COURSE-CODE(WS-SEC-COUNT)
041700           MOVE SEC-PERIOD TO SX-PERIOD(WS-SEC-COUNT)
041800           MOVE SEC-ROOM TO SX-ROOM(WS-SEC-COUNT)
041900           MOVE SEC-TEACHER TO SX-TEACHER(WS-SEC-COUNT)
042000        END-IF
042100     END-PERFORM.
042200     CLOSE SECTION-MASTER.
042300
042400 2500-LOAD-RESERVATIONS.
042500     MOVE WS-WEEK-START TO WS-CHECK-DATE.
042600     IF WS-TODAY < WS-CHECK-DATE
042700        MOVE WS-TODAY TO WS-CHECK-DATE
042800     END-IF.
042900     OPEN INPUT RESERVATION-MASTER.
043000     IF WS-RV-STATUS NOT = "00"
043100        MOVE "10" TO WS-RV-STATUS
043200        EXIT PARAGRAPH
043300     END-IF.
043400     PERFORM UNTIL WS-RV-STATUS NOT = "00"
043500        READ RESERVATION-MASTER
043600            AT END MOVE "10" TO WS-RV-STATUS
043700        END-READ
043800        IF WS-RV-STATUS = "00"
043900           AND RV-DATE >= WS-CHECK-DATE
044000           PERFORM 2550-ADD-RESERVATION
044100        END-IF
044200     END-PERFORM.
044300     CLOSE RESERVATION-MASTER.
044400
044500 2550-ADD-RESERVATION.
044600     IF WS-RES-COUNT >= 5000
044700        EXIT PARAGRAPH
044800     END-IF.
044900     ADD 1 TO WS-RES-COUNT.
045000     MOVE RV-ROOM TO RS-ROOM(WS-RES-COUNT).
045100     MOVE RV-DATE TO RS-DATE(WS-RES-COUNT).
045200     MOVE RV-START-TIME TO RS-START-TIME(WS-RES-COUNT).
045300     MOVE RV-END-TIME TO RS-END-TIME(WS-RES-COUNT).
045400     MOVE RV-GROUP TO RS-GROUP(WS-RES-COUNT).
045500     MOVE RV-CONTACT TO RS-CONTACT(WS-RES-COUNT).
045600     MOVE RV-ATTENDANCE TO RS-ATTENDANCE(WS-RES-COUNT).
045700     MOVE RV-SETUP TO RS-SETUP(WS-RES-COUNT).
045800
045900*----------------------------------------------------------------
046000* EACH REQUEST AGAINST THE ROOM MASTER, THE CLOCK, THE ROOM'S
046100* CAPACITY, THE CLASSES THAT MEET THERE, AND EVERY BOOKING
046200* ALREADY TAKEN -- INCLUDING ONES POSTED EARLIER IN THIS RUN.
046300*----------------------------------------------------------------
046400 3000-POST-REQUESTS.
046500     OPEN EXTEND RESERVATION-MASTER.
046600     IF WS-RV-STATUS = "35"
046700        OPEN OUTPUT RESERVATION-MASTER
046800     END-IF.
046900     OPEN EXTEND RESERVATION-REJECTS.
047000     IF WS-REJECT-STATUS = "35"
047100        OPEN OUTPUT RESERVATION-REJECTS
047200     END-IF.
047300     OPEN INPUT RESERVATION-TRANSACTIONS.
047400     IF WS-TX-STATUS NOT = "00"
047500        MOVE "10" TO WS-TX-STATUS
047600     ELSE
047700        PERFORM UNTIL WS-TX-STATUS NOT = "00"
047800           READ RESERVATION-TRANSACTIONS
047900               AT END MOVE "10" TO WS-TX-STATUS
048000               NOT AT END PERFORM 3100-POST-ONE-REQUEST
048100           END-READ
048200        END-PERFORM
048300        CLOSE RESERVATION-TRANSACTIONS
048400     END-IF.
048500     CLOSE RESERVATION-REJECTS.
048600     CLOSE RESERVATION-MASTER.
048700
048800 3100-POST-ONE-REQUEST.
048900     MOVE RX-ROOM TO WS-FIND-ROOM.
049000     PERFORM 3700-FIND-ROOM.
049100     IF WS-ROOM-IX = 0
049200        MOVE "NOROOM" TO WS-REJECT-REASON
049300        PERFORM 3900-REJECT-REQUEST
049400        EXIT PARAGRAPH
049500     END-IF.
049600     IF RX-DATE IS NOT NUMERIC
049700        OR TEST-DATE-YYYYMMDD(RX-DATE) NOT = 0
049800        OR RX-DATE < WS-TODAY
049900        MOVE "BADDATE" TO WS-REJECT-REASON
050000        PERFORM 3900-REJECT-REQUEST
050100        EXIT PARAGRAPH
050200     END-IF.
050300     IF RX-START-TIME IS NOT NUMERIC
050400        OR RX-END-TIME IS NOT NUMERIC
050500        OR RX-START-TIME(1:2) > "23" OR RX-START-TIME(3:2) > "59"
050600        OR RX-END-TIME(1:2) > "24" OR RX-END-TIME(3:2) > "59"
050700        OR RX-START-TIME NOT < RX-END-TIME
050800        MOVE "BADTIME" TO WS-REJECT-REASON
050900        PERFORM 3900-REJECT-REQUEST
051000        EXIT PARAGRAPH
051100     END-IF.
051200     IF RX-ATTENDANCE IS NOT NUMERIC
051300        MOVE 0 TO RX-ATTENDANCE
051400     END-IF.
051500     IF RT-CAPACITY(WS-ROOM-IX) > 0
051600        AND RX-ATTENDANCE > RT-CAPACITY(WS-ROOM-IX)
051700        MOVE "OVERCAP" TO WS-REJECT-REASON
051800        PERFORM 3900-REJECT-REQUEST
051900        EXIT PARAGRAPH
052000     END-IF.
052100     MOVE RX-DATE TO WS-CHECK-DATE.
052200     PERFORM 3800-CHECK-SCHOOL-DAY.
052300     IF INSTRUCTIONAL-DAY
052400        MOVE RT-BUILDING(WS-ROOM-IX) TO WS-BUILDING
052500        PERFORM 3750-FIND-BELLS
052600        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEC-COUNT
052700           IF SX-ROOM(J) = RX-ROOM
052800              PERFORM 3760-PERIOD-TIMES
052900              IF WS-PERIOD-END > 0
053000                 AND RX-START-TIME < WS-PERIOD-END
053100                 AND RX-END-TIME > WS-PERIOD-START
053200                 MOVE "CLASSCON" TO WS-REJECT-REASON
053300              END-IF
053400           END-IF
053500        END-PERFORM
053600        IF WS-REJECT-REASON = "CLASSCON"
053700           PERFORM 3900-REJECT-REQUEST
053800           EXIT PARAGRAPH
053900        END-IF
054000     END-IF.
054100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RES-COUNT
054200        IF RS-ROOM(J) = RX-ROOM
054300           AND RS-DATE(J) = RX-DATE
054400           AND RX-START-TIME < RS-END-TIME(J)
054500           AND RX-END-TIME > RS-START-TIME(J)
054600           MOVE "DOUBLBKD" TO WS-REJECT-REASON
054700        END-IF
054800     END-PERFORM.
054900     IF WS-REJECT-REASON = "DOUBLBKD"
055000        PERFORM 3900-REJECT-REQUEST
055100        EXIT PARAGRAPH
055200     END-IF.
055300     MOVE RESERVATION-TX-RECORD TO RESERVATION-RECORD.
055400     MOVE WS-TODAY TO RV-POSTED-DATE.
055500     WRITE RESERVATION-RECORD.
055600     ADD 1 TO WS-POSTED-COUNT.
055700     PERFORM 2550-ADD-RESERVATION.
055800
055900 3700-FIND-ROOM.
056000     MOVE SPACES TO WS-REJECT-REASON.
056100     MOVE 0 TO WS-ROOM-IX.
056200     PERFORM VARYING K FROM 1 BY 1
056300              UNTIL K > WS-ROOM-COUNT OR WS-ROOM-IX > 0
056400        IF RT-ROOM(K) = WS-FIND-ROOM
056500           MOVE K TO WS-ROOM-IX
056600        END-IF
056700     END-PERFORM.
056800
056900*----------------------------------------------------------------
057000* THE BUILDING'S OWN BELLS WHEN IT HAS ANY, THE DISTRICT'S
057100* (BUILDING 00) OTHERWISE -- THE SAME RULE GRADE-SCHOOL-SIGNOUT
057200* USES.  THE SCHOOL DAY RUNS FROM THE FIRST BELL TO THE LAST.
057300*----------------------------------------------------------------
057400 3750-FIND-BELLS.
057500     MOVE 0 TO WS-BELL-SCHOOL.
057600     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BL-COUNT
057700        IF BLT-SCHOOL-CODE(K) = WS-BUILDING
057800           MOVE WS-BUILDING TO WS-BELL-SCHOOL
057900        END-IF
058000     END-PERFORM.
058100     MOVE 9999 TO WS-DAY-OPEN.
058200     MOVE 0 TO WS-DAY-CLOSE.
058300     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BL-COUNT
058400        IF BLT-SCHOOL-CODE(K) = WS-BELL-SCHOOL
058500           IF BLT-START-TIME(K) < WS-DAY-OPEN
058600              MOVE BLT-START-TIME(K) TO WS-DAY-OPEN
058700           END-IF
058800           IF BLT-END-TIME(K) > WS-DAY-CLOSE
058900              MOVE BLT-END-TIME(K) TO WS-DAY-CLOSE
059000           END-IF
059100        END-IF
059200     END-PERFORM.
059300
059400* SECTION J'S MEETING TIME; ZEROS WHEN THE BELLS DO NOT NAME IT.
059500 3760-PERIOD-TIMES.
059600     MOVE 0 TO WS-PERIOD-START.
059700     MOVE 0 TO WS-PERIOD-END.
059800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BL-COUNT
059900        IF BLT-SCHOOL-CODE(K) = WS-BELL-SCHOOL
060000           AND BLT-PERIOD(K) = SX-PERIOD(J)
060100           MOVE BLT-START-TIME(K) TO WS-PERIOD-START
060200           MOVE BLT-END-TIME(K) TO WS-PERIOD-END
060300        END-IF
060400     END-PERFORM.
060500
060600 3800-CHECK-SCHOOL-DAY.
060700     SET NO-SCHOOL-DAY TO TRUE.
060800     IF CALENDAR-ON-FILE
060900        PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAL-COUNT
061000           IF CAL-T-DATE(K) = WS-CHECK-DATE
061100              AND (CAL-T-DAY-TYPE(K) = "I"
061200                   OR CAL-T-DAY-TYPE(K) = "E")
061300              SET INSTRUCTIONAL-DAY TO TRUE
061400           END-IF
061500        END-PERFORM
061600     ELSE
061700        IF MOD(INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) < 5
061800           SET INSTRUCTIONAL-DAY TO TRUE
061900        END-IF
062000     END-IF.
062100
062200 3900-REJECT-REQUEST.
062300     MOVE SPACES TO REJ-RECORD.
062400     MOVE RESERVATION-TX-RECORD TO REJ-TX-IMAGE.
062500     MOVE WS-REJECT-REASON TO REJ-REASON.
062600     WRITE REJ-RECORD.
062700     ADD 1 TO WS-REJECT-COUNT.
062800
062900*----------------------------------------------------------------
063000* THE WEEK'S CLASS MEETINGS (INSTRUCTIONAL DAYS ONLY) AND
063100* BOOKINGS.  A BOOKING ON A DAY WITHOUT SCHOOL, OR RUNNING
063200* BEFORE THE FIRST BELL OR PAST THE LAST, IS AFTER HOURS AND
063300* GOES ON THE CUSTODIANS' SETUP LIST.
063400*----------------------------------------------------------------
063500 4000-BUILD-WEEK.
063600     PERFORM VARYING D FROM 0 BY 1 UNTIL D > 6
063700        COMPUTE WS-CHECK-DATE =
063800            DATE-OF-INTEGER(WS-WEEK-START-DAY + D)
063900        PERFORM 3800-CHECK-SCHOOL-DAY
064000        IF INSTRUCTIONAL-DAY
064100           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEC-COUNT
064200              PERFORM 4100-ADD-CLASS-MEETING
064300           END-PERFORM
064400        END-IF
064500        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RES-COUNT
064600           IF RS-DATE(J) = WS-CHECK-DATE
064700              PERFORM 4200-ADD-BOOKING
064800           END-IF
064900        END-PERFORM
065000     END-PERFORM.
065100     IF WS-EV-COUNT > 1
065200        SORT EV-ROW ASCENDING EV-BUILDING EV-DATE EV-ROOM
065300             EV-START-TIME
065400     END-IF.
065500
065600 4100-ADD-CLASS-MEETING.
065700     MOVE SX-ROOM(J) TO WS-FIND-ROOM.
065800     PERFORM 3700-FIND-ROOM.
065900     IF WS-ROOM-IX = 0 OR WS-EV-COUNT >= 30000
066000        EXIT PARAGRAPH
066100     END-IF.
066200     MOVE RT-BUILDING(WS-ROOM-IX) TO WS-BUILDING.
066300     PERFORM 3750-FIND-BELLS.
066400     PERFORM 3760-PERIOD-TIMES.
066500     IF WS-PERIOD-END = 0
066600        EXIT PARAGRAPH
066700     END-IF.
066800     PERFORM 4300-NEW-EVENT.
066900     MOVE "C" TO EV-KIND(WS-EV-COUNT).
067000     MOVE WS-PERIOD-START TO EV-START-TIME(WS-EV-COUNT).
067100     MOVE WS-PERIOD-END TO EV-END-TIME(WS-EV-COUNT).
067200
067300 4200-ADD-BOOKING.
067400     MOVE RS-ROOM(J) TO WS-FIND-ROOM.
067500     PERFORM 3700-FIND-ROOM.
067600     IF WS-ROOM-IX = 0 OR WS-EV-COUNT >= 30000
067700        EXIT PARAGRAPH
067800     END-IF.
067900     MOVE RT-BUILDING(WS-ROOM-IX) TO WS-BUILDING.
068000     PERFORM 3750-FIND-BELLS.
068100     PERFORM 4300-NEW-EVENT.
068200     MOVE "R" TO EV-KIND(WS-EV-COUNT).
068300     MOVE RS-START-TIME(J) TO EV-START-TIME(WS-EV-COUNT).
068400     MOVE RS-END-TIME(J) TO EV-END-TIME(WS-EV-COUNT).
068500     IF NO-SCHOOL-DAY
068600        OR RS-START-TIME(J) < WS-DAY-OPEN
068700        OR RS-END-TIME(J) > WS-DAY-CLOSE
068800        MOVE "Y" TO EV-AFTER-HOURS(WS-EV-COUNT)
068900     END-IF.
069000
069100 4300-NEW-EVENT.
069200     ADD 1 TO WS-EV-COUNT.
069300     MOVE WS-BUILDING TO EV-BUILDING(WS-EV-COUNT).
069400     MOVE WS-CHECK-DATE TO EV-DATE(WS-EV-COUNT).
069500     MOVE WS-FIND-ROOM TO EV-ROOM(WS-EV-COUNT).
069600     MOVE "N" TO EV-AFTER-HOURS(WS-EV-COUNT).
069700     COMPUTE EV-DAY-OF-WEEK(WS-EV-COUNT) = D + 1.
069800     IF INSTRUCTIONAL-DAY
069900        MOVE "Y" TO EV-SCHOOL-DAY(WS-EV-COUNT)
070000     ELSE
070100        MOVE "N" TO EV-SCHOOL-DAY(WS-EV-COUNT)
070200     END-IF.
070300     MOVE WS-ROOM-IX TO EV-ROOM-IX(WS-EV-COUNT).
070400     MOVE J TO EV-SOURCE-IX(WS-EV-COUNT).
070500
070600 5000-PRINT-CALENDAR.
070700     OPEN OUTPUT ROOM-CALENDAR.
070800     MOVE 99 TO WS-PRIOR-BUILDING.
070900     MOVE 0 TO WS-PRIOR-DATE.
071000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
071100        IF EV-BUILDING(I) NOT = WS-PRIOR-BUILDING
071200           PERFORM 5100-BUILDING-HEADER
071300           MOVE EV-BUILDING(I) TO WS-PRIOR-BUILDING
071400           MOVE 0 TO WS-PRIOR-DATE
071500        END-IF
071600        IF EV-DATE(I) NOT = WS-PRIOR-DATE
071700           PERFORM 5200-DAY-HEADER
071800           MOVE EV-DATE(I) TO WS-PRIOR-DATE
071900        END-IF
072000        PERFORM 5300-EVENT-LINE
072100     END-PERFORM.
072200     IF WS-EV-COUNT = 0
072300        MOVE "NO ROOM USE ON FILE FOR THE WEEK" TO CAL-LINE
072400        WRITE CAL-LINE
072500     END-IF.
072600     CLOSE ROOM-CALENDAR.
072700
072800 5100-BUILDING-HEADER.
072900     IF WS-PRIOR-BUILDING NOT = 99
073000        MOVE SPACES TO CAL-LINE
073100        WRITE CAL-LINE
073200     END-IF.
073300     MOVE WS-WEEK-START TO WS-ED-DATE.
073400     MOVE WS-WEEK-END TO WS-ED-DATE-2.
073500     MOVE SPACES TO CAL-LINE.
073600     STRING "ROOM USE CALENDAR  BUILDING " DELIMITED BY SIZE
073700         EV-BUILDING(I) DELIMITED BY SIZE
073800         "  WEEK OF " DELIMITED BY SIZE
073900         WS-ED-DATE DELIMITED BY SIZE
074000         " - " DELIMITED BY SIZE
074100         WS-ED-DATE-2 DELIMITED BY SIZE
074200         INTO CAL-LINE
074300     END-STRING.
074400     WRITE CAL-LINE.
074500
074600 5200-DAY-HEADER.
074700     MOVE EV-DATE(I) TO WS-ED-DATE.
074800     MOVE SPACES TO CAL-LINE.
074900     WRITE CAL-LINE.
075000     MOVE SPACES TO CAL-LINE.
075100     MOVE DAY-NAME(EV-DAY-OF-WEEK(I)) TO CAL-LINE(3:9).
075200     MOVE WS-ED-DATE TO CAL-LINE(13:10).
075300     IF EV-SCHOOL-DAY(I) = "N"
075400        MOVE "(NO SCHOOL)" TO CAL-LINE(25:11)
075500     END-IF.
075600     WRITE CAL-LINE.
075700
075800 5300-EVENT-LINE.
075900     MOVE SPACES TO CAL-LINE.
076000     MOVE EV-ROOM(I) TO CAL-LINE(5:5).
076100     MOVE RT-DESCRIPTION(EV-ROOM-IX(I)) TO CAL-LINE(11:20).
076200     MOVE EV-START-TIME(I) TO WS-ED-TIME.
076300     INSPECT WS-ED-TIME REPLACING ALL " " BY ":".
076400     MOVE WS-ED-TIME TO CAL-LINE(32:5).
076500     MOVE "-" TO CAL-LINE(37:1).
076600     MOVE EV-END-TIME(I) TO WS-ED-TIME.
076700     INSPECT WS-ED-TIME REPLACING ALL " " BY ":".
076800     MOVE WS-ED-TIME TO CAL-LINE(38:5).
076900     MOVE EV-SOURCE-IX(I) TO J.
077000     IF EV-KIND(I) = "C"
077100        MOVE "CLASS" TO CAL-LINE(45:5)
077200        MOVE SX-COURSE-CODE(J) TO CAL-LINE(51:20)
077300        MOVE SX-TEACHER(J)(1:20) TO CAL-LINE(72:20)
077400     ELSE
077500        MOVE "BOOKED" TO CAL-LINE(45:6)
077600        MOVE RS-GROUP(J) TO CAL-LINE(52:30)
077700        IF EV-AFTER-HOURS(I) = "Y"
077800           MOVE "AFTER HOURS" TO CAL-LINE(83:11)
077900        END-IF
078000     END-IF.
078100     WRITE CAL-LINE.
078200
078300*----------------------------------------------------------------
078400* FOR THE HEAD CUSTODIAN OF EACH BUILDING: EVERY AFTER-HOURS
078500* BOOKING IN THE WEEK, WHO TO CALL, HOW MANY ARE COMING AND WHAT
078600* TO SET OUT.
078700*----------------------------------------------------------------
078800 6000-PRINT-SETUP-LIST.
078900     OPEN OUTPUT SETUP-LIST.
079000     MOVE WS-WEEK-START TO WS-ED-DATE.
079100     MOVE SPACES TO SETUP-LINE.
079200     STRING "CUSTODIAL SETUP LIST -- AFTER-HOURS BOOKINGS, "
079300         DELIMITED BY SIZE
079400         "WEEK OF " DELIMITED BY SIZE
079500         WS-ED-DATE DELIMITED BY SIZE
079600         INTO SETUP-LINE
079700     END-STRING.
079800     WRITE SETUP-LINE.
079900     MOVE SPACES TO SETUP-LINE.
080000     WRITE SETUP-LINE.
080100     MOVE SPACES TO SETUP-LINE.
080200     MOVE "BL DATE       TIME        ROOM  GROUP"
080300         TO SETUP-LINE(1:37).
080400     MOVE "CONTACT" TO SETUP-LINE(62:7).
080500     MOVE "COUNT SETUP" TO SETUP-LINE(93:11).
080600     WRITE SETUP-LINE.
080700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
080800        IF EV-KIND(I) = "R"
080900           AND EV-AFTER-HOURS(I) = "Y"
081000           PERFORM 6100-SETUP-ENTRY
081100        END-IF
081200     END-PERFORM.
081300     MOVE SPACES TO SETUP-LINE.
081400     WRITE SETUP-LINE.
081500     MOVE WS-SETUP-COUNT TO WS-ED-COUNT.
081600     MOVE SPACES TO SETUP-LINE.
081700     STRING "AFTER-HOURS BOOKINGS: " DELIMITED BY SIZE
081800         WS-ED-COUNT DELIMITED BY SIZE
081900         INTO SETUP-LINE
082000     END-STRING.
082100     WRITE SETUP-LINE.
082200     CLOSE SETUP-LIST.
082300
082400 6100-SETUP-ENTRY.
082500     ADD 1 TO WS-SETUP-COUNT.
082600     MOVE EV-SOURCE-IX(I) TO J.
082700     MOVE EV-DATE(I) TO WS-ED-DATE.
082800     MOVE SPACES TO SETUP-LINE.
082900     MOVE EV-BUILDING(I) TO SETUP-LINE(1:2).
083000     MOVE WS-ED-DATE TO SETUP-LINE(4:10).
083100     MOVE EV-START-TIME(I) TO WS-ED-TIME.
083200     INSPECT WS-ED-TIME REPLACING ALL " " BY ":".
083300     MOVE WS-ED-TIME TO SETUP-LINE(15:5).
083400     MOVE "-" TO SETUP-LINE(20:1).
083500     MOVE EV-END-TIME(I) TO WS-ED-TIME.
083600     INSPECT WS-ED-TIME REPLACING ALL " " BY ":".
083700     MOVE WS-ED-TIME TO SETUP-LINE(21:5).
083800     MOVE EV-ROOM(I) TO SETUP-LINE(27:5).
083900     MOVE RS-GROUP(J) TO SETUP-LINE(33:28).
084000     MOVE RS-CONTACT(J) TO SETUP-LINE(62:30).
084100     MOVE RS-ATTENDANCE(J) TO WS-ED-COUNT.
084200     MOVE WS-ED-COUNT TO SETUP-LINE(93:4).
084300     MOVE RS-SETUP(J) TO SETUP-LINE(99:30).
084400     WRITE SETUP-LINE.
084500
084600 9000-TERMINATE.
084700     DISPLAY "GRADE-SCHOOL-ROOMRSV BOOKINGS POSTED: "
084800         WS-POSTED-COUNT.
084900     DISPLAY "  REJECTED:            " WS-REJECT-COUNT.
085000     DISPLAY "  AFTER-HOURS THIS WEEK: " WS-SETUP-COUNT.
085100     IF WS-REJECT-COUNT > 0
085200        MOVE 4 TO RETURN-CODE
085300     END-IF.
