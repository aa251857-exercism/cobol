000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CRSREQ.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  COURSE-REQUEST LOADER -- EVERY STUSCHED ROW WAS
001100*                 KEYED BY HAND EACH AUGUST AND THE SCHEDULE RUN
001200*                 ONLY FOUND THE CLASHES AFTERWARD.  THIS JOB
001300*                 READS THE SPRING CRSREQ FILE (ONE ROW PER
001400*                 STUDENT PER RANKED REQUEST, WITH UP TO TWO
001500*                 ALTERNATES), EDITS EACH COURSE AGAINST CRSCATLG
001600*                 AND THE STUDENT'S GRADE, AND SEATS THE STUDENT
001700*                 IN A CRSSECTN SECTION WITH A SEAT LEFT UNDER
001800*                 SEC-SEAT-CAP AND NO PERIOD ALREADY TAKEN ON THE
001900*                 STUDENT'S DAY.  AN UNPLACEABLE REQUEST FALLS
002000*                 BACK TO ITS ALTERNATES IN ORDER; WHAT STILL
002100*                 CANNOT BE PLACED GOES ON THE CRSUNSCH WORKLIST
002200*                 FOR THE COUNSELORS WITH THE REASON.  PLACEMENTS
002300*                 APPEND TO STUSCHED, SO GRADE-SCHOOL-SCHEDULE
002400*                 PRINTS THE DAYS THE SAME WAY IT ALWAYS HAS.
002420* 2026-10-15 KAP  CRSCATLG CARRIES A CERTIFICATION AREA NOW; SAME
002440*                 ROWS, THE NEW COLUMN IS UNUSED HERE.
002460* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002480*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002500*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002520*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002540*                 OPSERRLG ENTRY.
002545* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002550*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002555*                 LAYOUT VERSION 3.
002556* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE NOW; SAME ROWS,
002557*                 THE NEW COLUMN IS UNUSED HERE.
002560*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT COURSE-REQUESTS ASSIGN TO "CRSREQ"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REQ-STATUS.
003500
003600     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CAT-STATUS.
003900
004000     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SEC-STATUS.
004300
004400     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SCH-STATUS.
004700
004800     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS FR-STUDENT-ID
005200         FILE STATUS IS WS-FILE-STATUS.
005300
005400     SELECT PLACEMENT-REPORT ASSIGN TO "CRSREQRP"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT UNSCHEDULED-WORKLIST ASSIGN TO "CRSUNSCH"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
005907     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005915         ORGANIZATION IS LINE SEQUENTIAL
005923         FILE STATUS IS WS-LC-STATUS.
005930
005938     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005946         ORGANIZATION IS LINE SEQUENTIAL
005953         FILE STATUS IS WS-LU-STATUS.
005961
005969     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005976         ORGANIZATION IS LINE SEQUENTIAL
005984         FILE STATUS IS WS-OPS-LOG-STATUS.
005992
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  COURSE-REQUESTS.
006300*----------------------------------------------------------------
006400* ONE ROW PER STUDENT PER RANKED REQUEST, OFF THE SPRING
006500* COURSE-SELECTION SHEET.  RANK 1 IS THE STUDENT'S FIRST CHOICE;
006600* THE ALTERNATES ARE TRIED IN ORDER WHEN THE REQUESTED COURSE
006700* CANNOT BE PLACED.  A BLANK ALTERNATE MEANS NONE WAS GIVEN.
006800*----------------------------------------------------------------
006900 01  REQUEST-RECORD.
007000     05 CRQ-STUDENT-ID        PIC 9(09).
007100     05 CRQ-RANK              PIC 9(02).
007200     05 CRQ-COURSE            PIC X(20).
007300     05 CRQ-ALTERNATE-1       PIC X(20).
007400     05 CRQ-ALTERNATE-2       PIC X(20).
007500
007600 FD  COURSE-CATALOG.
007700*----------------------------------------------------------------
007800* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.
007900*----------------------------------------------------------------
008000 01  CATALOG-RECORD.
008100     05 CAT-COURSE-CODE       PIC X(20).
008200     05 CAT-TITLE             PIC X(40).
008300     05 CAT-MIN-GRADE         PIC 9(02).
008400     05 CAT-MAX-GRADE         PIC 9(02).
008500     05 CAT-WEIGHT            PIC 9V99.
008600     05 CAT-SESSION           PIC X(01).
008620     05 CAT-SUBJECT           PIC X(04).
008640     05 CAT-CREDITS           PIC 9V99.
008690     05 CAT-CERT-AREA         PIC X(04).
008695     05 CAT-FEE               PIC 9(03)V99.
008700
008800 FD  SECTION-MASTER.
008900*----------------------------------------------------------------
009000* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
009100*----------------------------------------------------------------
009200 01  SECTION-RECORD.
009300     05 SEC-COURSE-CODE       PIC X(20).
009400     05 SEC-PERIOD            PIC 9(01).
009500     05 SEC-ROOM              PIC X(05).
009600     05 SEC-TEACHER           PIC X(30).
009700     05 SEC-SEAT-CAP          PIC 9(02).
009800
009900 FD  STUDENT-SCHEDULE.
010000*----------------------------------------------------------------
010100* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
010200*----------------------------------------------------------------
010300 01  SCHEDULE-RECORD.
010400     05 SCH-STUDENT-ID        PIC 9(09).
010500     05 SCH-COURSE-CODE       PIC X(20).
010600     05 SCH-PERIOD            PIC 9(01).
010700
010800 FD  ROSTER-FILE.
010900*----------------------------------------------------------------
011000* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
011100*----------------------------------------------------------------
011200 01  ROSTER-RECORD.
011300     05 FR-STUDENT-ID         PIC 9(09).
011400     05 FR-NAME               PIC X(60).
011500     05 FR-GRADE              PIC 9(02).
011600     05 FR-TEACHER            PIC X(30).
011700     05 FR-SECTION            PIC 9(01).
011800     05 FR-HOUSEHOLD-ID       PIC 9(09).
011900*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
012000     05 FR-IEP-FLAG           PIC X(01).
012100     05 FR-DOB                PIC 9(08).
012200     05 FR-SCHOOL-CODE        PIC 9(02).
012233     05 FR-GENDER             PIC X(01).
012266     05 FR-RACE-ETH           PIC X(01).
012300
012400 FD  PLACEMENT-REPORT.
012500 01  RPT-LINE                 PIC X(100).
012600
012700 FD  UNSCHEDULED-WORKLIST.
012800 01  WRK-LINE                 PIC X(100).
012900
012902 FD  LAYOUT-CONTROL.
012905*----------------------------------------------------------------
012908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
012910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
012913*----------------------------------------------------------------
012916 01  LAYOUT-CONTROL-RECORD.
012918     05 LC-DATASET            PIC X(08).
012921     05 LC-VERSION            PIC 9(03).
012924     05 LC-LENGTH             PIC 9(05).
012927     05 LC-EFFECTIVE-DATE     PIC 9(08).
012929
012932 FD  LAYOUT-USAGE-LOG.
012935*----------------------------------------------------------------
012937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
012940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
012943*----------------------------------------------------------------
012945 01  LAYOUT-USAGE-RECORD.
012948     05 LU-TIMESTAMP          PIC 9(14).
012951     05 LU-PROGRAM            PIC X(24).
012954     05 LU-DATASET            PIC X(08).
012956     05 LU-VERSION            PIC 9(03).
012959     05 LU-LENGTH             PIC 9(05).
012962     05 LU-RESULT             PIC X(08).
012964
012967 FD  OPS-ERROR-LOG.
012970*----------------------------------------------------------------
012972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
012975* SHARED SHOP-WIDE ERROR LOG.
012978*----------------------------------------------------------------
012981 01  OPS-ERROR-RECORD.
012983     05 OE-TIMESTAMP          PIC 9(14).
012986     05 OE-PROGRAM            PIC X(20).
012989     05 OE-FILE-NAME          PIC X(08).
012991     05 OE-OPERATION          PIC X(08).
012994     05 OE-STATUS             PIC XX.
012997
013000 WORKING-STORAGE SECTION.
013100 01 WS-REQ-STATUS              PIC XX.
013200 01 WS-CAT-STATUS              PIC XX.
013300 01 WS-SEC-STATUS              PIC XX.
013400 01 WS-SCH-STATUS              PIC XX.
013500 01 WS-FILE-STATUS             PIC XX.
013600 01 WS-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
013700 01 WS-PLACED-COUNT            PIC 9(05) COMP VALUE ZERO.
013800 01 WS-ALT-PLACED-COUNT        PIC 9(05) COMP VALUE ZERO.
013900 01 WS-ALREADY-COUNT           PIC 9(05) COMP VALUE ZERO.
014000 01 WS-UNSCHED-COUNT           PIC 9(05) COMP VALUE ZERO.
014100 01 WS-TRY-COURSE              PIC X(20).
014200 01 WS-TRY-NUMBER              PIC 9(01).
014300 01 WS-TRY-REASON              PIC X(08).
014400 01 WS-FIRST-REASON            PIC X(08).
014500 01 WS-BEST-SEC                PIC 9(04) COMP.
014600 01 WS-BEST-OPEN               PIC 9(04) COMP.
014700 01 WS-OPEN-SEATS              PIC 9(04) COMP.
014800 01 WS-ANY-SECTION             PIC 9(01).
014900 01 WS-ANY-OPEN                PIC 9(01).
015000 01 WS-CAT-INDX                PIC 9(04) COMP.
015100 01 WS-RANK-DISP               PIC Z9.
015200 01 WS-COUNT-DISP              PIC ZZZZ9.
015300 01 WS-STUDENT-GRADE           PIC 9(02).
015400 01 WS-STUDENT-NAME            PIC X(60).
015500 01 WS-PLACE-SWITCH            PIC X(01).
015600     88 REQUEST-PLACED                   VALUE "Y".
015700     88 REQUEST-NOT-PLACED               VALUE "N".
015800 01 WS-ON-ROSTER-SWITCH        PIC X(01).
015900     88 STUDENT-ON-ROSTER                VALUE "Y".
016000     88 STUDENT-NOT-ON-ROSTER            VALUE "N".
016100 01 WS-CLASH-SWITCH            PIC X(01).
016200     88 PERIOD-IS-FREE                   VALUE "N".
016300     88 PERIOD-IS-TAKEN                  VALUE "Y".
016400 01 I                          PIC 9(05) COMP.
016500 01 J                          PIC 9(05) COMP.
016600 01 K                          PIC 9(05) COMP.
016700
016800 01 WS-CAT-COUNT               PIC 9(04) COMP VALUE ZERO.
016900 01 COURSE-CATALOG-TABLE.
017000     02 CAT-ROW               OCCURS 1 TO 500 TIMES
017100                                 DEPENDING ON WS-CAT-COUNT.
017200        05 CAT-T-COURSE-CODE  PIC X(20).
017300        05 CAT-T-MIN-GRADE    PIC 9(02).
017400        05 CAT-T-MAX-GRADE    PIC 9(02).
017500
017600*----------------------------------------------------------------
017700* THE SECTION MASTER WITH A RUNNING SEAT COUNT -- STARTED FROM
017800* WHAT STUSCHED ALREADY HOLDS, SO A RERUN OR A HAND-KEYED
017900* SCHEDULE ROW STILL COUNTS AGAINST THE CAP.
018000*----------------------------------------------------------------
018100 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
018200 01 SECTION-TABLE.
018300     02 SEC-ROW               OCCURS 1 TO 200 TIMES
018400                                 DEPENDING ON WS-SEC-COUNT.
018500        05 SEC-T-COURSE       PIC X(20).
018600        05 SEC-T-PERIOD       PIC 9(01).
018700        05 SEC-T-SEAT-CAP     PIC 9(02).
018800        05 SEC-T-SEATED       PIC 9(04) COMP.
018900
019000*----------------------------------------------------------------
019100* EVERY STUDENT'S DAY AS IT STANDS, GROWN AS THE RUN PLACES.
019200*----------------------------------------------------------------
019300 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
019400 01 SCHEDULE-TABLE.
019500     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
019600                                 DEPENDING ON WS-SCH-COUNT.
019700        05 SCHT-STUDENT-ID    PIC 9(09).
019800        05 SCHT-COURSE        PIC X(20).
019900        05 SCHT-PERIOD        PIC 9(01).
020000
020100*----------------------------------------------------------------
020200* THE REQUESTS, SORTED RANK-FIRST: EVERY STUDENT'S FIRST CHOICE
020300* IS SEATED BEFORE ANYBODY'S SECOND, SO A FULL SECTION GOES TO
020400* THE STUDENTS WHO WANTED IT MOST, NOT TO LOW STUDENT IDS.
020500*----------------------------------------------------------------
020600 01 WS-REQ-COUNT               PIC 9(05) COMP VALUE ZERO.
020700 01 REQUEST-TABLE.
020800     02 REQ-ROW               OCCURS 1 TO 12000 TIMES
020900                                 DEPENDING ON WS-REQ-COUNT.
021000        05 REQ-T-RANK         PIC 9(02).
021100        05 REQ-T-STUDENT-ID   PIC 9(09).
021200        05 REQ-T-COURSE       PIC X(20).
021300        05 REQ-T-ALTERNATE-1  PIC X(20).
021400        05 REQ-T-ALTERNATE-2  PIC X(20).
021500
021600*----------------------------------------------------------------
021700* WHAT COULD NOT BE PLACED, HELD UNTIL THE END SO THE COUNSELORS
021800* GET THE WORKLIST IN GRADE AND STUDENT ORDER.
021900*----------------------------------------------------------------
022000 01 WS-UNS-COUNT               PIC 9(05) COMP VALUE ZERO.
022100 01 UNSCHEDULED-TABLE.
022200     02 UNS-ROW               OCCURS 1 TO 12000 TIMES
022300                                 DEPENDING ON WS-UNS-COUNT.
022400        05 UNS-GRADE          PIC 9(02).
022500        05 UNS-STUDENT-ID     PIC 9(09).
022600        05 UNS-RANK           PIC 9(02).
022700        05 UNS-NAME           PIC X(60).
022800        05 UNS-COURSE         PIC X(20).
022900        05 UNS-REASON         PIC X(08).
023000
023004*----------------------------------------------------------------
023009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
023013* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
023018*----------------------------------------------------------------
023022 01 WS-LC-STATUS               PIC XX.
023027 01 WS-LU-STATUS               PIC XX.
023031 01 WS-OPS-LOG-STATUS          PIC XX.
023036 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
023040     88 LAYOUT-MISMATCH                  VALUE "Y".
023045 01 WS-LK-DATASET              PIC X(08).
023050 01 WS-LK-VERSION              PIC 9(03).
023054 01 WS-LK-LENGTH               PIC 9(05).
023059 01 WS-LK-RESULT               PIC X(08).
023063 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
023068 01 WS-LC-INDX                 PIC 9(03) COMP.
023072 01 LAYOUT-CONTROL-TABLE.
023077     02 LCT-ROW               OCCURS 50 TIMES.
023081        05 LCT-DATASET        PIC X(08).
023086        05 LCT-VERSION        PIC 9(03).
023090        05 LCT-LENGTH         PIC 9(05).
023095
023100 PROCEDURE DIVISION.
023200
023300 0000-MAINLINE.
023310     PERFORM 9800-CHECK-LAYOUTS
023320     IF LAYOUT-MISMATCH
023330        MOVE 16 TO RETURN-CODE
023340        GOBACK
023350     END-IF
023400     PERFORM 1000-INITIALIZE
023500     PERFORM 2000-PLACE-REQUESTS
023600     PERFORM 3000-PRINT-WORKLIST
023700     PERFORM 4000-TERMINATE
023800     GOBACK.
023900
024000 1000-INITIALIZE.
024100     PERFORM 1100-LOAD-CATALOG.
024200     PERFORM 1200-LOAD-SECTIONS.
024300     PERFORM 1300-LOAD-SCHEDULE.
024400     PERFORM 1400-LOAD-REQUESTS.
024500     SORT REQ-ROW ASCENDING REQ-T-RANK REQ-T-STUDENT-ID.
024600     OPEN INPUT ROSTER-FILE.
024700     OPEN EXTEND STUDENT-SCHEDULE.
024800     IF WS-SCH-STATUS = "35"
024900        OPEN OUTPUT STUDENT-SCHEDULE
025000     END-IF.
025100     OPEN OUTPUT PLACEMENT-REPORT.
025200     MOVE "COURSE-REQUEST PLACEMENTS" TO RPT-LINE.
025300     WRITE RPT-LINE.
025400     MOVE SPACES TO RPT-LINE.
025500     WRITE RPT-LINE.
025600
025700 1100-LOAD-CATALOG.
025800     OPEN INPUT COURSE-CATALOG.
025900     IF WS-CAT-STATUS NOT = "00"
026000        MOVE "10" TO WS-CAT-STATUS
026100     ELSE
026200        PERFORM UNTIL WS-CAT-STATUS NOT = "00"
026300           READ COURSE-CATALOG
026400               AT END MOVE "10" TO WS-CAT-STATUS
026500           END-READ
026600           IF WS-CAT-STATUS = "00"
026700              AND WS-CAT-COUNT < 500
026800              ADD 1 TO WS-CAT-COUNT
026900              MOVE CAT-COURSE-CODE
027000                  TO CAT-T-COURSE-CODE(WS-CAT-COUNT)
027100              MOVE CAT-MIN-GRADE
027200                  TO CAT-T-MIN-GRADE(WS-CAT-COUNT)
027300              MOVE CAT-MAX-GRADE
027400                  TO CAT-T-MAX-GRADE(WS-CAT-COUNT)
027500           END-IF
027600        END-PERFORM
027700        CLOSE COURSE-CATALOG
027800     END-IF.
027900
028000 1200-LOAD-SECTIONS.
028100     OPEN INPUT SECTION-MASTER.
028200     IF WS-SEC-STATUS NOT = "00"
028300        MOVE "10" TO WS-SEC-STATUS
028400     ELSE
028500        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
028600           READ SECTION-MASTER
028700               AT END MOVE "10" TO WS-SEC-STATUS
028800           END-READ
028900           IF WS-SEC-STATUS = "00"
029000              AND WS-SEC-COUNT < 200
029100              ADD 1 TO WS-SEC-COUNT
029200              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
029300              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
029400              MOVE SEC-SEAT-CAP
029500                  TO SEC-T-SEAT-CAP(WS-SEC-COUNT)
029600              MOVE 0 TO SEC-T-SEATED(WS-SEC-COUNT)
029700           END-IF
029800        END-PERFORM
029900        CLOSE SECTION-MASTER
030000     END-IF.
030100
030200*----------------------------------------------------------------
030300* COURSE CODE PLUS PERIOD IS THE SECTION'S IDENTITY, AS IN
030400* GRADE-SCHOOL-SCHEDULE'S 1210 -- EACH EXISTING ROW BUMPS THE
030500* SEAT COUNT OF THE ONE SECTION IT SITS IN.
030600*----------------------------------------------------------------
030700 1300-LOAD-SCHEDULE.
030800     OPEN INPUT STUDENT-SCHEDULE.
030900     IF WS-SCH-STATUS NOT = "00"
031000        MOVE "10" TO WS-SCH-STATUS
031100     ELSE
031200        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
031300           READ STUDENT-SCHEDULE
031400               AT END MOVE "10" TO WS-SCH-STATUS
031500           END-READ
031600           IF WS-SCH-STATUS = "00"
031700              AND WS-SCH-COUNT < 12000
031800              ADD 1 TO WS-SCH-COUNT
031900              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
032000              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
032100              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
032200              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SEC-COUNT
032300                 IF SEC-T-COURSE(I) = SCH-COURSE-CODE
032400                    AND SEC-T-PERIOD(I) = SCH-PERIOD
032500                    ADD 1 TO SEC-T-SEATED(I)
032600                 END-IF
032700              END-PERFORM
032800           END-IF
032900        END-PERFORM
033000        CLOSE STUDENT-SCHEDULE
033100     END-IF.
033200     MOVE "00" TO WS-SCH-STATUS.
033300
033400 1400-LOAD-REQUESTS.
033500     OPEN INPUT COURSE-REQUESTS.
033600     IF WS-REQ-STATUS NOT = "00"
033700        MOVE "10" TO WS-REQ-STATUS
033800     ELSE
033900        PERFORM UNTIL WS-REQ-STATUS NOT = "00"
034000           READ COURSE-REQUESTS
034100               AT END MOVE "10" TO WS-REQ-STATUS
034200           END-READ
034300           IF WS-REQ-STATUS = "00"
034400              ADD 1 TO WS-READ-COUNT
034500              IF WS-REQ-COUNT < 12000
034600                 ADD 1 TO WS-REQ-COUNT
034700                 MOVE CRQ-RANK TO REQ-T-RANK(WS-REQ-COUNT)
034800                 MOVE CRQ-STUDENT-ID
034900                     TO REQ-T-STUDENT-ID(WS-REQ-COUNT)
035000                 MOVE CRQ-COURSE TO REQ-T-COURSE(WS-REQ-COUNT)
035100                 MOVE CRQ-ALTERNATE-1
035200                     TO REQ-T-ALTERNATE-1(WS-REQ-COUNT)
035300                 MOVE CRQ-ALTERNATE-2
035400                     TO REQ-T-ALTERNATE-2(WS-REQ-COUNT)
035500              END-IF
035600           END-IF
035700        END-PERFORM
035800        CLOSE COURSE-REQUESTS
035900     END-IF.
036000
036100 2000-PLACE-REQUESTS.
036200     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REQ-COUNT
036300        PERFORM 2100-PLACE-ONE-REQUEST
036400     END-PERFORM.
036500
036600*----------------------------------------------------------------
036700* THE REQUESTED COURSE FIRST, THEN EACH ALTERNATE.  A REQUEST
036800* WHOSE COURSE (OR AN ALTERNATE) IS ALREADY ON THE STUDENT'S DAY
036900* IS SATISFIED AS IT STANDS -- A RERUN NEVER DOUBLE-BOOKS.  THE
037000* WORKLIST CARRIES THE FIRST CHOICE'S REASON, SINCE THAT IS THE
037100* COURSE THE COUNSELOR WILL TRY TO FIND ROOM IN.
037200*----------------------------------------------------------------
037300 2100-PLACE-ONE-REQUEST.
037400     SET REQUEST-NOT-PLACED TO TRUE.
037500     MOVE SPACES TO WS-FIRST-REASON.
037600     PERFORM 2150-GET-STUDENT.
037700     IF STUDENT-NOT-ON-ROSTER
037800        MOVE "NOTFOUND" TO WS-FIRST-REASON
037900        PERFORM 2900-ADD-UNSCHEDULED
038000        EXIT PARAGRAPH
038100     END-IF.
038200     PERFORM VARYING WS-TRY-NUMBER FROM 0 BY 1
038300              UNTIL WS-TRY-NUMBER > 2 OR REQUEST-PLACED
038400        EVALUATE WS-TRY-NUMBER
038500            WHEN 0
038600                MOVE REQ-T-COURSE(K) TO WS-TRY-COURSE
038700            WHEN 1
038800                MOVE REQ-T-ALTERNATE-1(K) TO WS-TRY-COURSE
038900            WHEN OTHER
039000                MOVE REQ-T-ALTERNATE-2(K) TO WS-TRY-COURSE
039100        END-EVALUATE
039200        IF WS-TRY-COURSE NOT = SPACES
039300           PERFORM 2200-TRY-ONE-COURSE
039400           IF WS-FIRST-REASON = SPACES
039500              MOVE WS-TRY-REASON TO WS-FIRST-REASON
039600           END-IF
039700        END-IF
039800     END-PERFORM.
039900     IF REQUEST-NOT-PLACED
040000        IF WS-FIRST-REASON = SPACES
040100           MOVE "NOCOURSE" TO WS-FIRST-REASON
040200        END-IF
040300        PERFORM 2900-ADD-UNSCHEDULED
040400     END-IF.
040500
040600 2150-GET-STUDENT.
040700     SET STUDENT-ON-ROSTER TO TRUE.
040800     MOVE REQ-T-STUDENT-ID(K) TO FR-STUDENT-ID.
040900     READ ROSTER-FILE
041000         INVALID KEY SET STUDENT-NOT-ON-ROSTER TO TRUE
041100     END-READ.
041200     MOVE "00" TO WS-FILE-STATUS.
041300     IF STUDENT-ON-ROSTER
041400        MOVE FR-GRADE TO WS-STUDENT-GRADE
041500        MOVE FR-NAME TO WS-STUDENT-NAME
041600     ELSE
041700        MOVE 0 TO WS-STUDENT-GRADE
041800        MOVE SPACES TO WS-STUDENT-NAME
041900     END-IF.
042000
042100*----------------------------------------------------------------
042200* THE SAME EDITS GRADE-SCHOOL'S ASSIGN-STUDENT-SECTION ENFORCES:
042300* A CATALOGED COURSE AT THE STUDENT'S GRADE, A SECTION ON THE
042400* MASTER, A SEAT LEFT, AND NO CLASS ALREADY IN THAT PERIOD.  OF
042500* THE SECTIONS THAT PASS, THE ONE WITH THE MOST OPEN SEATS WINS,
042600* SO A TWO-SECTION COURSE FILLS EVENLY INSTEAD OF PERIOD 1 FIRST.
042700*----------------------------------------------------------------
042800 2200-TRY-ONE-COURSE.
042900     MOVE SPACES TO WS-TRY-REASON.
043000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SCH-COUNT
043100        IF SCHT-STUDENT-ID(I) = REQ-T-STUDENT-ID(K)
043200           AND SCHT-COURSE(I) = WS-TRY-COURSE
043300           SET REQUEST-PLACED TO TRUE
043400        END-IF
043500     END-PERFORM.
043600     IF REQUEST-PLACED
043700        ADD 1 TO WS-ALREADY-COUNT
043800        EXIT PARAGRAPH
043900     END-IF.
044000     MOVE 0 TO WS-CAT-INDX.
044100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
044200        IF CAT-T-COURSE-CODE(I) = WS-TRY-COURSE
044300           MOVE I TO WS-CAT-INDX
044400        END-IF
044500     END-PERFORM.
044600     IF WS-CAT-COUNT > 0 AND WS-CAT-INDX = 0
044700        MOVE "BADCRSE" TO WS-TRY-REASON
044800        EXIT PARAGRAPH
044900     END-IF.
045000     IF WS-CAT-INDX > 0
045100        IF WS-STUDENT-GRADE < CAT-T-MIN-GRADE(WS-CAT-INDX)
045200           OR WS-STUDENT-GRADE > CAT-T-MAX-GRADE(WS-CAT-INDX)
045300           MOVE "GRADERNG" TO WS-TRY-REASON
045400           EXIT PARAGRAPH
045500        END-IF
045600     END-IF.
045700     MOVE 0 TO WS-BEST-SEC.
045800     MOVE 0 TO WS-BEST-OPEN.
045900     MOVE 0 TO WS-ANY-SECTION.
046000     MOVE 0 TO WS-ANY-OPEN.
046100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SEC-COUNT
046200        IF SEC-T-COURSE(I) = WS-TRY-COURSE
046300           MOVE 1 TO WS-ANY-SECTION
046400           IF SEC-T-SEATED(I) < SEC-T-SEAT-CAP(I)
046500              MOVE 1 TO WS-ANY-OPEN
046600              PERFORM 2250-CHECK-PERIOD-FREE
046700              IF PERIOD-IS-FREE
046800                 COMPUTE WS-OPEN-SEATS =
046900                     SEC-T-SEAT-CAP(I) - SEC-T-SEATED(I)
047000                 IF WS-OPEN-SEATS > WS-BEST-OPEN
047100                    MOVE WS-OPEN-SEATS TO WS-BEST-OPEN
047200                    MOVE I TO WS-BEST-SEC
047300                 END-IF
047400              END-IF
047500           END-IF
047600        END-IF
047700     END-PERFORM.
047800     IF WS-BEST-SEC > 0
047900        PERFORM 2300-SEAT-STUDENT
048000        EXIT PARAGRAPH
048100     END-IF.
048200     EVALUATE TRUE
048300         WHEN WS-ANY-SECTION = 0
048400             MOVE "NOSECTN" TO WS-TRY-REASON
048500         WHEN WS-ANY-OPEN = 0
048600             MOVE "OVERCAP" TO WS-TRY-REASON
048700         WHEN OTHER
048800             MOVE "PDCONFL" TO WS-TRY-REASON
048900     END-EVALUATE.
049000
049100 2250-CHECK-PERIOD-FREE.
049200     SET PERIOD-IS-FREE TO TRUE.
049300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCH-COUNT
049400        IF SCHT-STUDENT-ID(J) = REQ-T-STUDENT-ID(K)
049500           AND SCHT-PERIOD(J) = SEC-T-PERIOD(I)
049600           SET PERIOD-IS-TAKEN TO TRUE
049700        END-IF
049800     END-PERFORM.
049900
050000 2300-SEAT-STUDENT.
050100     IF WS-SCH-COUNT >= 12000
050200        MOVE "FULL" TO WS-TRY-REASON
050300        EXIT PARAGRAPH
050400     END-IF.
050500     SET REQUEST-PLACED TO TRUE.
050600     ADD 1 TO WS-SCH-COUNT.
050700     MOVE REQ-T-STUDENT-ID(K) TO SCHT-STUDENT-ID(WS-SCH-COUNT).
050800     MOVE WS-TRY-COURSE TO SCHT-COURSE(WS-SCH-COUNT).
050900     MOVE SEC-T-PERIOD(WS-BEST-SEC) TO SCHT-PERIOD(WS-SCH-COUNT).
051000     ADD 1 TO SEC-T-SEATED(WS-BEST-SEC).
051100     MOVE REQ-T-STUDENT-ID(K) TO SCH-STUDENT-ID.
051200     MOVE WS-TRY-COURSE TO SCH-COURSE-CODE.
051300     MOVE SEC-T-PERIOD(WS-BEST-SEC) TO SCH-PERIOD.
051400     WRITE SCHEDULE-RECORD.
051500     ADD 1 TO WS-PLACED-COUNT.
051600     IF WS-TRY-NUMBER > 0
051700        ADD 1 TO WS-ALT-PLACED-COUNT
051800     END-IF.
051900     MOVE REQ-T-RANK(K) TO WS-RANK-DISP.
052000     MOVE SPACES TO RPT-LINE.
052100     STRING "STUDENT " DELIMITED BY SIZE
052200         REQ-T-STUDENT-ID(K) DELIMITED BY SIZE
052300         "  RANK " DELIMITED BY SIZE
052400         WS-RANK-DISP DELIMITED BY SIZE
052500         "  " DELIMITED BY SIZE
052600         WS-TRY-COURSE DELIMITED BY SIZE
052700         " PERIOD " DELIMITED BY SIZE
052800         SEC-T-PERIOD(WS-BEST-SEC) DELIMITED BY SIZE
052900         INTO RPT-LINE
053000     END-STRING.
053100     IF WS-TRY-NUMBER > 0
053200        MOVE "(ALTERNATE)" TO RPT-LINE(60:11)
053300     END-IF.
053400     WRITE RPT-LINE.
053500
053600 2900-ADD-UNSCHEDULED.
053700     IF WS-UNS-COUNT >= 12000
053800        EXIT PARAGRAPH
053900     END-IF.
054000     ADD 1 TO WS-UNS-COUNT.
054100     MOVE WS-STUDENT-GRADE TO UNS-GRADE(WS-UNS-COUNT).
054200     MOVE REQ-T-STUDENT-ID(K) TO UNS-STUDENT-ID(WS-UNS-COUNT).
054300     MOVE REQ-T-RANK(K) TO UNS-RANK(WS-UNS-COUNT).
054400     MOVE WS-STUDENT-NAME TO UNS-NAME(WS-UNS-COUNT).
054500     MOVE REQ-T-COURSE(K) TO UNS-COURSE(WS-UNS-COUNT).
054600     MOVE WS-FIRST-REASON TO UNS-REASON(WS-UNS-COUNT).
054700
054800*----------------------------------------------------------------
054900* THE COUNSELORS' WORKLIST: ONE LINE PER REQUEST NEITHER THE
055000* COURSE NOR ITS ALTERNATES COULD PLACE, BY GRADE THEN STUDENT.
055100*----------------------------------------------------------------
055200 3000-PRINT-WORKLIST.
055300     OPEN OUTPUT UNSCHEDULED-WORKLIST.
055400     MOVE "UNSCHEDULED COURSE REQUESTS -- COUNSELOR WORKLIST"
055500         TO WRK-LINE.
055600     WRITE WRK-LINE.
055700     MOVE "GR STUDENT   NAME                          RK COURSE"
055800         TO WRK-LINE.
055900     MOVE "REASON" TO WRK-LINE(77:6).
056000     WRITE WRK-LINE.
056100     IF WS-UNS-COUNT > 0
056200        SORT UNS-ROW ASCENDING UNS-GRADE UNS-STUDENT-ID UNS-RANK
056300     END-IF.
056400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-UNS-COUNT
056500        ADD 1 TO WS-UNSCHED-COUNT
056600        MOVE UNS-RANK(I) TO WS-RANK-DISP
056700        MOVE SPACES TO WRK-LINE
056800        MOVE UNS-GRADE(I) TO WRK-LINE(1:2)
056900        MOVE UNS-STUDENT-ID(I) TO WRK-LINE(4:9)
057000        MOVE UNS-NAME(I) TO WRK-LINE(14:29)
057100        MOVE WS-RANK-DISP TO WRK-LINE(44:2)
057200        MOVE UNS-COURSE(I) TO WRK-LINE(47:20)
057300        MOVE UNS-REASON(I) TO WRK-LINE(77:8)
057400        WRITE WRK-LINE
057500     END-PERFORM.
057600     CLOSE UNSCHEDULED-WORKLIST.
057700
057800 4000-TERMINATE.
057900     CLOSE ROSTER-FILE.
058000     CLOSE STUDENT-SCHEDULE.
058100     MOVE SPACES TO RPT-LINE.
058200     WRITE RPT-LINE.
058300     MOVE SPACES TO RPT-LINE.
058400     MOVE WS-PLACED-COUNT TO WS-COUNT-DISP.
058500     STRING "PLACED      " DELIMITED BY SIZE
058600         WS-COUNT-DISP DELIMITED BY SIZE
058700         INTO RPT-LINE
058800     END-STRING.
058900     WRITE RPT-LINE.
059000     MOVE SPACES TO RPT-LINE.
059100     MOVE WS-ALT-PLACED-COUNT TO WS-COUNT-DISP.
059200     STRING "  ON ALT    " DELIMITED BY SIZE
059300         WS-COUNT-DISP DELIMITED BY SIZE
059400         INTO RPT-LINE
059500     END-STRING.
059600     WRITE RPT-LINE.
059700     MOVE SPACES TO RPT-LINE.
059800     MOVE WS-UNSCHED-COUNT TO WS-COUNT-DISP.
059900     STRING "UNSCHEDULED " DELIMITED BY SIZE
060000         WS-COUNT-DISP DELIMITED BY SIZE
060100         INTO RPT-LINE
060200     END-STRING.
060300     WRITE RPT-LINE.
060400     CLOSE PLACEMENT-REPORT.
060500     DISPLAY "GRADE-SCHOOL-CRSREQ REQUESTS READ: " WS-READ-COUNT.
060600     DISPLAY "  PLACED:            " WS-PLACED-COUNT.
060700     DISPLAY "  ON AN ALTERNATE:   " WS-ALT-PLACED-COUNT.
060800     DISPLAY "  ALREADY SCHEDULED: " WS-ALREADY-COUNT.
060900     DISPLAY "  UNSCHEDULED:       " WS-UNSCHED-COUNT.
061000     IF WS-UNSCHED-COUNT > 0
061100        MOVE 4 TO RETURN-CODE
061200     END-IF.
061300
061400*----------------------------------------------------------------
061500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
061600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
061700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
061800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
061900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
062000*----------------------------------------------------------------
062100 9800-CHECK-LAYOUTS.
062200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
062300     OPEN EXTEND LAYOUT-USAGE-LOG.
062400     IF WS-LU-STATUS = "35"
062500        OPEN OUTPUT LAYOUT-USAGE-LOG
062600     END-IF.
062700     MOVE "ROSTERF" TO WS-LK-DATASET.
062800     MOVE 3 TO WS-LK-VERSION.
062900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
063000     PERFORM 9820-CHECK-ONE-LAYOUT.
063100     CLOSE LAYOUT-USAGE-LOG.
063200
063300 9810-LOAD-LAYOUT-CONTROL.
063400     MOVE 0 TO WS-LC-COUNT.
063500     OPEN INPUT LAYOUT-CONTROL.
063600     IF WS-LC-STATUS NOT = "00"
063700        EXIT PARAGRAPH
063800     END-IF.
063900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
064000        READ LAYOUT-CONTROL
064100            AT END MOVE "10" TO WS-LC-STATUS
064200        END-READ
064300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
064400           ADD 1 TO WS-LC-COUNT
064500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
064600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
064700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
064800        END-IF
064900     END-PERFORM.
065000     CLOSE LAYOUT-CONTROL.
065100
065200*----------------------------------------------------------------
065300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
065400* AS NOCTL.
065500*----------------------------------------------------------------
065600 9820-CHECK-ONE-LAYOUT.
065700     MOVE "NOCTL" TO WS-LK-RESULT.
065800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
065900             UNTIL WS-LC-INDX > WS-LC-COUNT
066000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
066100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
066200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
066300              MOVE "CURRENT" TO WS-LK-RESULT
066400           ELSE
066500              MOVE "MISMATCH" TO WS-LK-RESULT
066600           END-IF
066700        END-IF
066800     END-PERFORM.
066900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
067000     MOVE "GRADE-SCHOOL-CRSREQ" TO LU-PROGRAM.
067100     MOVE WS-LK-DATASET TO LU-DATASET.
067200     MOVE WS-LK-VERSION TO LU-VERSION.
067300     MOVE WS-LK-LENGTH TO LU-LENGTH.
067400     MOVE WS-LK-RESULT TO LU-RESULT.
067500     WRITE LAYOUT-USAGE-RECORD.
067600     IF WS-LK-RESULT NOT = "MISMATCH"
067700        EXIT PARAGRAPH
067800     END-IF.
067900     SET LAYOUT-MISMATCH TO TRUE.
068000     DISPLAY "GRADE-SCHOOL-CRSREQ HALTED: " WS-LK-DATASET
068100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
068200         " DOES NOT MATCH LAYOUTCT".
068300     OPEN EXTEND OPS-ERROR-LOG.
068400     IF WS-OPS-LOG-STATUS = "35"
068500        OPEN OUTPUT OPS-ERROR-LOG
068600     END-IF.
068700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
068800     MOVE "GRADE-SCHOOL-CRSREQ" TO OE-PROGRAM.
068900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
069000     MOVE "LAYOUT" TO OE-OPERATION.
069100     MOVE "16" TO OE-STATUS.
069200     WRITE OPS-ERROR-RECORD.
069300     CLOSE OPS-ERROR-LOG.
