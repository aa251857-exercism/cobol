000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-PLACE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  NEXT-YEAR HOMEROOM PLACEMENT -- EVERY JUNE THE
001100*                 TEACHERS PLACED NEXT YEAR'S CLASSES ON INDEX
001200*                 CARDS.  FOR EVERY RETURNING STUDENT THIS JOB
001300*                 PROPOSES NEXT YEAR'S TEACHER AND SECTION FROM
001400*                 THE HRPLAN HOMEROOMS, SPREADING CLASS SIZE, IEP
001500*                 AND 504 STUDENTS (EACH LOOKUP LOGGED TO IEPLOG
001600*                 THE WAY GET-IEP-STATUS DOES), ENGLISH LEARNERS
001700*                 (OPEN ELL SPELLS ON PROGPART), THIS YEAR'S
001800*                 DISCIPLN INCIDENTS AND THE TESTSCOR PROFICIENCY
001900*                 BANDS EVENLY, AND HONORING THE TEACHERS' KEEP-
002000*                 APART AND KEEP-TOGETHER PAIRS ON PLCPAIR.  THE
002100*                 PROPOSAL PRINTS ON PLACERPT AND GOES TO
002200*                 PLACEPRP; ONCE THE PRINCIPAL APPROVES IT,
002300*                 GRADE-SCHOOL-PROMOTE READS IT AS PLACEMNT.
002320* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002340*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002360*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002380*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002400*                 OPSERRLG ENTRY.
002405* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002410*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002415*                 LAYOUT VERSION 3.
002420*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "PLCPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FR-STUDENT-ID
003900         FILE STATUS IS WS-FILE-STATUS.
004000
004100     SELECT RETAIN-FILE ASSIGN TO "RETAINF"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RETAIN-STATUS.
004400
004500     SELECT HOMEROOM-PLAN ASSIGN TO "HRPLAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HP-STATUS.
004800
004900     SELECT PAIR-FILE ASSIGN TO "PLCPAIR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PR-STATUS.
005200
005300     SELECT PARTICIPATION-MASTER ASSIGN TO "PROGPART"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PP-STATUS.
005600
005700     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-IEP-LOG-STATUS.
006000
006100     SELECT DISCIPLINE-MASTER ASSIGN TO "DISCIPLN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-DSC-STATUS.
006400
006500     SELECT SCORE-MASTER ASSIGN TO "TESTSCOR"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-TS-STATUS.
006800
006900     SELECT PLACEMENT-PROPOSAL ASSIGN TO "PLACEPRP"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT PLACEMENT-REPORT ASSIGN TO "PLACERPT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007407     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007415         ORGANIZATION IS LINE SEQUENTIAL
007423         FILE STATUS IS WS-LC-STATUS.
007430
007438     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007446         ORGANIZATION IS LINE SEQUENTIAL
007453         FILE STATUS IS WS-LU-STATUS.
007461
007469     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007476         ORGANIZATION IS LINE SEQUENTIAL
007484         FILE STATUS IS WS-OPS-LOG-STATUS.
007492
007500 DATA DIVISION.
007600 FILE SECTION.
007700*----------------------------------------------------------------
007800* ONE CARD: THE SCHOOL-YEAR START FOR COUNTING DISCIPLN
007900* INCIDENTS (CCYYMMDD, ZERO MEANS THE AUGUST 1 JUST PAST).
008000*----------------------------------------------------------------
008100 FD  PARM-FILE.
008200 01  PARM-RECORD.
008300     05 PARM-YEAR-START       PIC 9(08).
008400
008500 FD  ROSTER-FILE.
008600*----------------------------------------------------------------
008700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008800*----------------------------------------------------------------
008900 01  ROSTER-RECORD.
009000     05 FR-STUDENT-ID         PIC 9(09).
009100     05 FR-NAME               PIC X(60).
009200     05 FR-GRADE              PIC 9(02).
009300     05 FR-TEACHER            PIC X(30).
009400     05 FR-SECTION            PIC 9(01).
009500     05 FR-HOUSEHOLD-ID       PIC 9(09).
009600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009700     05 FR-IEP-FLAG           PIC X(01).
009800     05 FR-DOB                PIC 9(08).
009900     05 FR-SCHOOL-CODE        PIC 9(02).
009933     05 FR-GENDER             PIC X(01).
009966     05 FR-RACE-ETH           PIC X(01).
010000
010100*----------------------------------------------------------------
010200* LAYOUT MUST MATCH GRADE-SCHOOL-PROMOTE'S RET-RECORD.  A LISTED
010300* STUDENT IS PLACED IN THIS YEAR'S GRADE AGAIN.
010400*----------------------------------------------------------------
010500 FD  RETAIN-FILE.
010600 01  RET-RECORD.
010700     05 RET-STUDENT-ID        PIC 9(09).
010800
010900*----------------------------------------------------------------
011000* NEXT YEAR'S HOMEROOMS: ONE ROW PER BUILDING, GRADE AND
011100* SECTION WITH THE TEACHER AND THE ROOM'S CAPACITY (ZERO MEANS
011200* THE DISTRICT'S 24).
011300*----------------------------------------------------------------
011400 FD  HOMEROOM-PLAN.
011500 01  HOMEROOM-PLAN-RECORD.
011600     05 HP-SCHOOL-CODE        PIC 9(02).
011700     05 HP-GRADE              PIC 9(02).
011800     05 HP-SECTION            PIC 9(01).
011900     05 HP-TEACHER            PIC X(30).
012000     05 HP-CAPACITY           PIC 9(02).
012100
012200*----------------------------------------------------------------
012300* THE TEACHERS' PAIRS: TYPE A KEEP APART, T KEEP TOGETHER, WITH
012400* THE TEACHER WHO ASKED FOR IT.
012500*----------------------------------------------------------------
012600 FD  PAIR-FILE.
012700 01  PAIR-RECORD.
012800     05 PR-TYPE               PIC X(01).
012900        88 PR-KEEP-APART               VALUE "A".
013000        88 PR-KEEP-TOGETHER            VALUE "T".
013100     05 PR-STUDENT-A          PIC 9(09).
013200     05 PR-STUDENT-B          PIC 9(09).
013300     05 PR-REQUESTED-BY       PIC X(30).
013400
013500*----------------------------------------------------------------
013600* ONE ROW PER STUDENT PER PROGRAM SPELL.  RESTRICTED (IEP, 504)
013700* ROWS ARE READ ONLY BY 3200-GET-IEP-STATUS.  LAYOUT MUST MATCH
013800* GRADE-SCHOOL-PROGPART.
013900*----------------------------------------------------------------
014000 FD  PARTICIPATION-MASTER.
014100 01  PARTICIPATION-RECORD.
014200     05 PP-STUDENT-ID         PIC 9(09).
014300     05 PP-PROGRAM            PIC X(04).
014400     05 PP-ENTRY-DATE         PIC 9(08).
014500     05 PP-EXIT-DATE          PIC 9(08).
014600     05 PP-EXIT-REASON        PIC X(01).
014700
014800*----------------------------------------------------------------
014900* LAYOUT MUST MATCH GRADE-SCHOOL'S IEP-ACCESS-RECORD.
015000* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE RECORD PER LOOKUP,
015100* INCLUDING EVERY "NO", SO THE COORDINATOR'S ACCESS REPORT IS
015200* COMPLETE.
015300*----------------------------------------------------------------
015400 FD  IEP-ACCESS-LOG.
015500 01  IEP-ACCESS-RECORD.
015600     05 IA-TIMESTAMP          PIC 9(14).
015700     05 IA-REQUESTOR          PIC X(08).
015800     05 IA-STUDENT-ID         PIC 9(09).
015900     05 IA-RESULT             PIC X(01).
016000
016100* LAYOUT MUST MATCH GRADE-SCHOOL-DISCIPLN'S DISCIPLINE-RECORD.
016200 FD  DISCIPLINE-MASTER.
016300 01  DISCIPLINE-RECORD.
016400     05 DS-STUDENT-ID         PIC 9(09).
016500     05 DS-DATE               PIC 9(08).
016600     05 DS-INCIDENT-CODE      PIC X(04).
016700     05 DS-ACTION-CODE        PIC X(04).
016800     05 DS-SUSPENSION-DAYS    PIC 9(02).
016900
017000* LAYOUT MUST MATCH GRADE-SCHOOL-TESTLOAD'S SCORE-RECORD.
017100 FD  SCORE-MASTER.
017200 01  SCORE-RECORD.
017300     05 TS-STUDENT-ID         PIC 9(09).
017400     05 TS-SUBJECT            PIC X(08).
017500     05 TS-SCALE-SCORE        PIC 9(04).
017600     05 TS-BAND               PIC X(01).
017700     05 TS-LOAD-DATE          PIC 9(08).
017800
017900*----------------------------------------------------------------
018000* ONE ROW PER PLACED STUDENT: NEXT YEAR'S BUILDING, GRADE,
018100* TEACHER AND SECTION.  LAYOUT MUST MATCH GRADE-SCHOOL-PROMOTE'S
018200* PLACEMENT-RECORD -- THE APPROVED COPY IS ITS PLACEMNT INPUT.
018300*----------------------------------------------------------------
018400 FD  PLACEMENT-PROPOSAL.
018500 01  PLACEMENT-RECORD.
018600     05 PL-STUDENT-ID         PIC 9(09).
018700     05 PL-SCHOOL-CODE        PIC 9(02).
018800     05 PL-GRADE              PIC 9(02).
018900     05 PL-TEACHER            PIC X(30).
019000     05 PL-SECTION            PIC 9(01).
019100
019200 FD  PLACEMENT-REPORT.
019300 01  RPT-LINE                 PIC X(100).
019400
019402 FD  LAYOUT-CONTROL.
019405*----------------------------------------------------------------
019408* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
019410* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
019413*----------------------------------------------------------------
019416 01  LAYOUT-CONTROL-RECORD.
019418     05 LC-DATASET            PIC X(08).
019421     05 LC-VERSION            PIC 9(03).
019424     05 LC-LENGTH             PIC 9(05).
019427     05 LC-EFFECTIVE-DATE     PIC 9(08).
019429
019432 FD  LAYOUT-USAGE-LOG.
019435*----------------------------------------------------------------
019437* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
019440* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
019443*----------------------------------------------------------------
019445 01  LAYOUT-USAGE-RECORD.
019448     05 LU-TIMESTAMP          PIC 9(14).
019451     05 LU-PROGRAM            PIC X(24).
019454     05 LU-DATASET            PIC X(08).
019456     05 LU-VERSION            PIC 9(03).
019459     05 LU-LENGTH             PIC 9(05).
019462     05 LU-RESULT             PIC X(08).
019464
019467 FD  OPS-ERROR-LOG.
019470*----------------------------------------------------------------
019472* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
019475* SHARED SHOP-WIDE ERROR LOG.
019478*----------------------------------------------------------------
019481 01  OPS-ERROR-RECORD.
019483     05 OE-TIMESTAMP          PIC 9(14).
019486     05 OE-PROGRAM            PIC X(20).
019489     05 OE-FILE-NAME          PIC X(08).
019491     05 OE-OPERATION          PIC X(08).
019494     05 OE-STATUS             PIC XX.
019497
019500 WORKING-STORAGE SECTION.
019600 01 WS-PARM-STATUS             PIC XX.
019700 01 WS-FILE-STATUS             PIC XX.
019800 01 WS-RETAIN-STATUS           PIC XX.
019900 01 WS-HP-STATUS               PIC XX.
020000 01 WS-PR-STATUS               PIC XX.
020100 01 WS-PP-STATUS               PIC XX.
020200 01 WS-IEP-LOG-STATUS          PIC XX.
020300 01 WS-DSC-STATUS              PIC XX.
020400 01 WS-TS-STATUS               PIC XX.
020500 01 WS-TODAY                   PIC 9(08).
020600 01 WS-YEAR-START              PIC 9(08) VALUE ZERO.
020700 01 WS-MAX-GRADE               PIC 99 COMP VALUE 12.
020800 01 WS-DEFAULT-CAPACITY        PIC 9(02) VALUE 24.
020900 01 WS-ACCESS-USER             PIC X(08) VALUE "PLACE".
021000 01 WS-IEP-RESULT              PIC X(01).
021100    88 IEP-RESULT-YES          VALUE "Y".
021200    88 IEP-RESULT-NO           VALUE "N".
021300 01 WS-PLACED-COUNT            PIC 9(05) COMP VALUE ZERO.
021400 01 WS-NO-PLAN-COUNT           PIC 9(05) COMP VALUE ZERO.
021500 01 WS-PAIR-BROKEN-COUNT       PIC 9(05) COMP VALUE ZERO.
021600 01 WS-PICK                    PIC 9(04) COMP.
021700 01 WS-PARTNER-ROOM            PIC 9(04) COMP.
021800 01 WS-ROOM-IX                 PIC 9(04) COMP.
021900 01 WS-COST                    PIC 9(07) COMP.
022000 01 WS-BEST-COST               PIC 9(07) COMP.
022100 01 WS-FIND-ID                 PIC 9(09).
022200 01 WS-FIND-IX                 PIC 9(05) COMP.
022300 01 WS-OTHER-IX                PIC 9(05) COMP.
022400 01 WS-BAND-TOTAL              PIC 9(03) COMP.
022500 01 WS-BAND-SCORES             PIC 9(03) COMP.
022600 01 WS-PRIOR-KEY               PIC 9(04).
022700 01 WS-ED-COUNT                PIC ZZ9.
022800 01 WS-ED-CAP                  PIC Z9.
022900 01 I                          PIC 9(05) COMP.
023000 01 J                          PIC 9(05) COMP.
023100 01 K                          PIC 9(05) COMP.
023200 01 B                          PIC 9(01) COMP.
023300
023400* RETAINF IN FULL.
023500 01 WS-RETAIN-COUNT            PIC 9(04) COMP VALUE ZERO.
023600 01 RETAIN-LIST.
023700     02 RET-ROW               OCCURS 1 TO 500 TIMES
023800                                 DEPENDING ON WS-RETAIN-COUNT.
023900        05 RET-T-STUDENT-ID   PIC 9(09).
024000
024100*----------------------------------------------------------------
024200* NEXT YEAR'S HOMEROOMS WITH WHAT HAS BEEN PLACED IN EACH SO
024300* FAR.  HR-BAND-COUNT IS BY PROFICIENCY BAND 1-4.
024400*----------------------------------------------------------------
024500 01 WS-HR-COUNT                PIC 9(04) COMP VALUE ZERO.
024600 01 HOMEROOM-TABLE.
024700     02 HR-ROW                OCCURS 1 TO 500 TIMES
024800                                 DEPENDING ON WS-HR-COUNT.
024900        05 HR-KEY.
025000           10 HR-SCHOOL-CODE  PIC 9(02).
025100           10 HR-GRADE        PIC 9(02).
025200        05 HR-SECTION         PIC 9(01).
025300        05 HR-TEACHER         PIC X(30).
025400        05 HR-CAPACITY        PIC 9(02).
025500        05 HR-SIZE            PIC 9(03) COMP.
025600        05 HR-IEP             PIC 9(03) COMP.
025700        05 HR-EL              PIC 9(03) COMP.
025800        05 HR-DISCIPLINE      PIC 9(03) COMP.
025900        05 HR-BAND-COUNT      OCCURS 4 TIMES PIC 9(03) COMP.
026000
026100 01 WS-PAIR-COUNT              PIC 9(04) COMP VALUE ZERO.
026200 01 PAIR-TABLE.
026300     02 PA-ROW                OCCURS 1 TO 1000 TIMES
026400                                 DEPENDING ON WS-PAIR-COUNT.
026500        05 PA-TYPE            PIC X(01).
026600        05 PA-STUDENT-A       PIC 9(09).
026700        05 PA-STUDENT-B       PIC 9(09).
026800        05 PA-REQUESTED-BY    PIC X(30).
026900
027000* RESTRICTED -- STUDENT-PRIVACY STATUTE.  STUDENTS WITH AN OPEN
027100* IEP OR 504 SPELL ON PROGPART.  READ ONLY BY 3200-GET-IEP-STATUS.
027200 01 WS-PP-COUNT                PIC 9(04) COMP VALUE ZERO.
027300 01 WS-PP-INDX                 PIC 9(04) COMP.
027400 01 PROTECTED-TABLE.
027500     02 PT-ROW                OCCURS 1 TO 3000 TIMES
027600                                 DEPENDING ON WS-PP-COUNT.
027700        05 PT-STUDENT-ID      PIC 9(09).
027800
027900*----------------------------------------------------------------
028000* EVERY RETURNING STUDENT WITH WHAT THE PLACEMENT WEIGHS.  THE
028100* SORT KEY PUTS THE HARDEST TO PLACE FIRST IN EACH GRADE (IEP,
028200* THEN DISCIPLINE, THEN EL) SO THEY ARE SPREAD BEFORE THE ROOMS
028300* FILL.  ST-IEP IS NEVER PRINTED PER STUDENT.
028400*----------------------------------------------------------------
028500 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
028600 01 STUDENT-TABLE.
028700     02 ST-ROW                OCCURS 1 TO 5000 TIMES
028800                                 DEPENDING ON WS-ST-COUNT.
028900        05 ST-KEY.
029000           10 ST-SCHOOL-CODE  PIC 9(02).
029100           10 ST-NEXT-GRADE   PIC 9(02).
029200        05 ST-WEIGHT          PIC 9(04).
029300        05 ST-STUDENT-ID      PIC 9(09).
029400        05 ST-NAME            PIC X(60).
029500        05 ST-IEP             PIC X(01).
029600        05 ST-EL              PIC X(01).
029700        05 ST-INCIDENTS       PIC 9(03) COMP.
029800        05 ST-BAND-TOTAL      PIC 9(03) COMP.
029900        05 ST-BAND-SCORES     PIC 9(03) COMP.
030000        05 ST-BAND            PIC 9(01).
030100        05 ST-ROOM            PIC 9(04) COMP.
030200
030204*----------------------------------------------------------------
030209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
030213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
030218*----------------------------------------------------------------
030222 01 WS-LC-STATUS               PIC XX.
030227 01 WS-LU-STATUS               PIC XX.
030231 01 WS-OPS-LOG-STATUS          PIC XX.
030236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
030240     88 LAYOUT-MISMATCH                  VALUE "Y".
030245 01 WS-LK-DATASET              PIC X(08).
030250 01 WS-LK-VERSION              PIC 9(03).
030254 01 WS-LK-LENGTH               PIC 9(05).
030259 01 WS-LK-RESULT               PIC X(08).
030263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
030268 01 WS-LC-INDX                 PIC 9(03) COMP.
030272 01 LAYOUT-CONTROL-TABLE.
030277     02 LCT-ROW               OCCURS 50 TIMES.
030281        05 LCT-DATASET        PIC X(08).
030286        05 LCT-VERSION        PIC 9(03).
030290        05 LCT-LENGTH         PIC 9(05).
030295
030300 PROCEDURE DIVISION.
030400
030500 0000-MAINLINE.
030510     PERFORM 9800-CHECK-LAYOUTS
030520     IF LAYOUT-MISMATCH
030530        MOVE 16 TO RETURN-CODE
030540        GOBACK
030550     END-IF
030600     PERFORM 1000-INITIALIZE
030700     PERFORM 2000-PLACE-STUDENTS
030800     PERFORM 4000-PRINT-PROPOSAL
030900     PERFORM 5000-CHECK-PAIRS
031000     PERFORM 6000-TERMINATE
031100     GOBACK.
031200
031300 1000-INITIALIZE.
031400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
031500     OPEN INPUT PARM-FILE.
031600     IF WS-PARM-STATUS = "00"
031700        READ PARM-FILE
031800            AT END CONTINUE
031900        END-READ
032000        IF WS-PARM-STATUS = "00"
032100           AND PARM-YEAR-START IS NUMERIC
032200           MOVE PARM-YEAR-START TO WS-YEAR-START
032300        END-IF
032400        CLOSE PARM-FILE
032500     END-IF.
032600     IF WS-YEAR-START = 0
032700        MOVE WS-TODAY(1:4) TO WS-YEAR-START(1:4)
032800        MOVE "0801" TO WS-YEAR-START(5:4)
032900        IF WS-TODAY(5:4) < "0801"
033000           SUBTRACT 10000 FROM WS-YEAR-START
033100        END-IF
033200     END-IF.
033300     PERFORM 1100-LOAD-RETAIN-LIST.
033400     PERFORM 1200-LOAD-HOMEROOM-PLAN.
033500     PERFORM 1300-LOAD-PAIRS.
033600     PERFORM 1400-LOAD-PROGRAMS.
033700     PERFORM 1500-LOAD-ROSTER.
033800     PERFORM 1600-COUNT-INCIDENTS.
033900     PERFORM 1700-LOAD-BANDS.
034000     OPEN OUTPUT PLACEMENT-PROPOSAL.
034100     OPEN OUTPUT PLACEMENT-REPORT.
034200     MOVE "NEXT-YEAR HOMEROOM PLACEMENT PROPOSAL" TO RPT-LINE.
034300     WRITE RPT-LINE.
034400
034500 1100-LOAD-RETAIN-LIST.
034600     OPEN INPUT RETAIN-FILE.
034700     IF WS-RETAIN-STATUS NOT = "00"
034800        MOVE "10" TO WS-RETAIN-STATUS
034900        EXIT PARAGRAPH
035000     END-IF.
035100     PERFORM UNTIL WS-RETAIN-STATUS NOT = "00"
035200        READ RETAIN-FILE
035300            AT END MOVE "10" TO WS-RETAIN-STATUS
035400        END-READ
035500        IF WS-RETAIN-STATUS = "00"
035600           AND WS-RETAIN-COUNT < 500
035700           ADD 1 TO WS-RETAIN-COUNT
035800           MOVE RET-STUDENT-ID
035900         TO RET-T-STUDENT-ID(WS-RETAIN-COUNT)
036000        END-IF
036100     END-PERFORM.
036200     CLOSE RETAIN-FILE.
036300
036400 1200-LOAD-HOMEROOM-PLAN.
036500     OPEN INPUT HOMEROOM-PLAN.
036600     IF WS-HP-STATUS NOT = "00"
036700        MOVE "10" TO WS-HP-STATUS
036800        EXIT PARAGRAPH
036900     END-IF.
037000     PERFORM UNTIL WS-HP-STATUS NOT = "00"
037100        READ HOMEROOM-PLAN
037200            AT END MOVE "10" TO WS-HP-STATUS
037300        END-READ
037400        IF WS-HP-STATUS = "00"
037500           AND HP-SECTION > 0
037600           AND WS-HR-COUNT < 500
037700           ADD 1 TO WS-HR-COUNT
037800           INITIALIZE HR-ROW(WS-HR-COUNT)
037900           MOVE HP-SCHOOL-CODE TO HR-SCHOOL-CODE(WS-HR-COUNT)
038000           MOVE HP-GRADE TO HR-GRADE(WS-HR-COUNT)
038100           MOVE HP-SECTION TO HR-SECTION(WS-HR-COUNT)
038200           MOVE HP-TEACHER TO HR-TEACHER(WS-HR-COUNT)
038300           IF HP-CAPACITY IS NUMERIC AND HP-CAPACITY > 0
038400              MOVE HP-CAPACITY TO HR-CAPACITY(WS-HR-COUNT)
038500           ELSE
038600              MOVE WS-DEFAULT-CAPACITY TO HR-CAPACITY(WS-HR-COUNT)
038700           END-IF
038800        END-IF
038900     END-PERFORM.
039000     CLOSE HOMEROOM-PLAN.
039100     IF WS-HR-COUNT > 1
039200        SORT HR-ROW ASCENDING HR-SCHOOL-CODE HR-GRADE HR-SECTION
039300     END-IF.
039400
039500 1300-LOAD-PAIRS.
039600     OPEN INPUT PAIR-FILE.
039700     IF WS-PR-STATUS NOT = "00"
039800        MOVE "10" TO WS-PR-STATUS
039900        EXIT PARAGRAPH
040000     END-IF.
040100     PERFORM UNTIL WS-PR-STATUS NOT = "00"
040200        READ PAIR-FILE
040300            AT END MOVE "10" TO WS-PR-STATUS
040400        END-READ
040500        IF WS-PR-STATUS = "00"
040600           AND (PR-KEEP-APART OR PR-KEEP-TOGETHER)
040700           AND WS-PAIR-COUNT < 1000
040800           ADD 1 TO WS-PAIR-COUNT
040900           MOVE PR-TYPE TO PA-TYPE(WS-PAIR-COUNT)
041000           MOVE PR-STUDENT-A TO PA-STUDENT-A(WS-PAIR-COUNT)
041100           MOVE PR-STUDENT-B TO PA-STUDENT-B(WS-PAIR-COUNT)
041200           MOVE PR-REQUESTED-BY TO PA-REQUESTED-BY(WS-PAIR-COUNT)
041300        END-IF
041400     END-PERFORM.
041500     CLOSE PAIR-FILE.
041600
041700*----------------------------------------------------------------
041800* OPEN IEP AND 504 SPELLS GO TO THE PROTECTED TABLE FOR
041900* 3200-GET-IEP-STATUS.  OPEN ELL SPELLS ARE PICKED UP BY 1550
042000* ONCE THE STUDENT TABLE EXISTS TO MARK.
042100*----------------------------------------------------------------
042200 1400-LOAD-PROGRAMS.
042300     OPEN INPUT PARTICIPATION-MASTER.
042400     IF WS-PP-STATUS NOT = "00"
042500        MOVE "10" TO WS-PP-STATUS
042600        EXIT PARAGRAPH
042700     END-IF.
042800     PERFORM UNTIL WS-PP-STATUS NOT = "00"
042900        READ PARTICIPATION-MASTER
043000            AT END MOVE "10" TO WS-PP-STATUS
043100        END-READ
043200        IF WS-PP-STATUS = "00"
043300           AND (PP-PROGRAM = "IEP" OR PP-PROGRAM = "504")
043400           AND (PP-EXIT-DATE = 0 OR PP-EXIT-DATE > WS-TODAY)
043500           AND WS-PP-COUNT < 3000
043600           ADD 1 TO WS-PP-COUNT
043700           MOVE PP-STUDENT-ID TO PT-STUDENT-ID(WS-PP-COUNT)
043800        END-IF
043900     END-PERFORM.
044000     CLOSE PARTICIPATION-MASTER.
044100
044200*----------------------------------------------------------------
044300* EVERY STUDENT COMING BACK NEXT YEAR: ONE GRADE UP, OR THE SAME
044400* GRADE WHEN ON RETAINF.  THE TERMINAL GRADE GRADUATES AND IS
044500* NOT PLACED.
044600*----------------------------------------------------------------
044700 1500-LOAD-ROSTER.
044800     OPEN INPUT ROSTER-FILE.
044900     MOVE 0 TO FR-STUDENT-ID.
045000     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
045100         INVALID KEY MOVE "10" TO WS-FILE-STATUS
045200     END-START.
045300     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
045400        READ ROSTER-FILE NEXT RECORD
045500            AT END MOVE "10" TO WS-FILE-STATUS
045600        END-READ
045700        IF WS-FILE-STATUS = "00"
045800           PERFORM 1510-ADD-ONE-STUDENT
045900        END-IF
046000     END-PERFORM.
046100     CLOSE ROSTER-FILE.
046200     PERFORM 1550-MARK-ENGLISH-LEARNERS.
046300
046400 1510-ADD-ONE-STUDENT.
046500     MOVE 0 TO K.
046600     PERFORM VARYING I FROM 1 BY 1
046700              UNTIL I > WS-RETAIN-COUNT OR K > 0
046800        IF RET-T-STUDENT-ID(I) = FR-STUDENT-ID
046900           MOVE I TO K
047000        END-IF
047100     END-PERFORM.
047200     IF K = 0 AND FR-GRADE >= WS-MAX-GRADE
047300        EXIT PARAGRAPH
047400     END-IF.
047500     IF WS-ST-COUNT >= 5000
047600        EXIT PARAGRAPH
047700     END-IF.
047800     ADD 1 TO WS-ST-COUNT.
047900     MOVE FR-SCHOOL-CODE TO ST-SCHOOL-CODE(WS-ST-COUNT).
048000     IF K > 0
048100        MOVE FR-GRADE TO ST-NEXT-GRADE(WS-ST-COUNT)
048200     ELSE
048300        COMPUTE ST-NEXT-GRADE(WS-ST-COUNT) = FR-GRADE + 1
048400     END-IF.
048500     MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT).
048600     MOVE FR-NAME TO ST-NAME(WS-ST-COUNT).
048700     MOVE "N" TO ST-EL(WS-ST-COUNT).
048800     MOVE 0 TO ST-INCIDENTS(WS-ST-COUNT).
048900     MOVE 0 TO ST-BAND-TOTAL(WS-ST-COUNT).
049000     MOVE 0 TO ST-BAND-SCORES(WS-ST-COUNT).
049100     MOVE 0 TO ST-BAND(WS-ST-COUNT).
049200     MOVE 0 TO ST-ROOM(WS-ST-COUNT).
049300     PERFORM 3200-GET-IEP-STATUS.
049400     MOVE WS-IEP-RESULT TO ST-IEP(WS-ST-COUNT).
049500
049600 1550-MARK-ENGLISH-LEARNERS.
049700     OPEN INPUT PARTICIPATION-MASTER.
049800     IF WS-PP-STATUS NOT = "00"
049900        MOVE "10" TO WS-PP-STATUS
050000        EXIT PARAGRAPH
050100     END-IF.
050200     PERFORM UNTIL WS-PP-STATUS NOT = "00"
050300        READ PARTICIPATION-MASTER
050400            AT END MOVE "10" TO WS-PP-STATUS
050500        END-READ
050600        IF WS-PP-STATUS = "00"
050700           AND PP-PROGRAM = "ELL"
050800           AND (PP-EXIT-DATE = 0 OR PP-EXIT-DATE > WS-TODAY)
050900           MOVE PP-STUDENT-ID TO WS-FIND-ID
051000           PERFORM 3100-FIND-STUDENT
051100           IF WS-FIND-IX > 0
051200              MOVE "Y" TO ST-EL(WS-FIND-IX)
051300           END-IF
051400        END-IF
051500     END-PERFORM.
051600     CLOSE PARTICIPATION-MASTER.
051700
051800* THIS SCHOOL YEAR'S DISCIPLN INCIDENTS PER STUDENT.
051900 1600-COUNT-INCIDENTS.
052000     OPEN INPUT DISCIPLINE-MASTER.
052100     IF WS-DSC-STATUS NOT = "00"
052200        MOVE "10" TO WS-DSC-STATUS
052300        EXIT PARAGRAPH
052400     END-IF.
052500     PERFORM UNTIL WS-DSC-STATUS NOT = "00"
052600        READ DISCIPLINE-MASTER
052700            AT END MOVE "10" TO WS-DSC-STATUS
052800        END-READ
052900        IF WS-DSC-STATUS = "00"
053000           AND DS-DATE >= WS-YEAR-START
053100           MOVE DS-STUDENT-ID TO WS-FIND-ID
053200           PERFORM 3100-FIND-STUDENT
053300           IF WS-FIND-IX > 0
053400              AND ST-INCIDENTS(WS-FIND-IX) < 999
053500              ADD 1 TO ST-INCIDENTS(WS-FIND-IX)
053600           END-IF
053700        END-IF
053800     END-PERFORM.
053900     CLOSE DISCIPLINE-MASTER.
054000
054100*----------------------------------------------------------------
054200* ACHIEVEMENT IS THE STUDENT'S MEAN PROFICIENCY BAND OVER EVERY
054300* TESTSCOR SUBJECT, ROUNDED; ZERO WHEN NOTHING WAS SCORED.  THE
054400* SORT WEIGHT IS BUILT HERE ONCE EVERYTHING IS KNOWN.
054500*----------------------------------------------------------------
054600 1700-LOAD-BANDS.
054700     OPEN INPUT SCORE-MASTER.
054800     IF WS-TS-STATUS NOT = "00"
054900        MOVE "10" TO WS-TS-STATUS
055000     ELSE
055100        PERFORM UNTIL WS-TS-STATUS NOT = "00"
055200           READ SCORE-MASTER
055300               AT END MOVE "10" TO WS-TS-STATUS
055400           END-READ
055500           IF WS-TS-STATUS = "00"
055600              AND TS-BAND >= "1" AND TS-BAND <= "4"
055700              MOVE TS-STUDENT-ID TO WS-FIND-ID
055800              PERFORM 3100-FIND-STUDENT
055900              IF WS-FIND-IX > 0
056000                 ADD FUNCTION NUMVAL(TS-BAND)
056100                     TO ST-BAND-TOTAL(WS-FIND-IX)
056200                 ADD 1 TO ST-BAND-SCORES(WS-FIND-IX)
056300              END-IF
056400           END-IF
056500        END-PERFORM
056600        CLOSE SCORE-MASTER
056700     END-IF.
056800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
056900        IF ST-BAND-SCORES(I) > 0
057000           COMPUTE ST-BAND(I) ROUNDED =
057100               ST-BAND-TOTAL(I) / ST-BAND-SCORES(I)
057200        END-IF
057300        MOVE 0 TO ST-WEIGHT(I)
057400        IF ST-IEP(I) = "Y"
057500           ADD 4000 TO ST-WEIGHT(I)
057600        END-IF
057700        IF ST-INCIDENTS(I) > 9
057800           ADD 900 TO ST-WEIGHT(I)
057900        ELSE
058000           COMPUTE ST-WEIGHT(I) = ST-WEIGHT(I)
058100               + ST-INCIDENTS(I) * 100
058200        END-IF
058300        IF ST-EL(I) = "Y"
058400           ADD 50 TO ST-WEIGHT(I)
058500        END-IF
058600        ADD ST-BAND(I) TO ST-WEIGHT(I)
058700     END-PERFORM.
058800
058900*----------------------------------------------------------------
059000* ONE STUDENT AT A TIME, HARDEST FIRST WITHIN EACH BUILDING AND
059100* GRADE, INTO WHICHEVER OF THAT GRADE'S HOMEROOMS COSTS LEAST.
059200*----------------------------------------------------------------
059300 2000-PLACE-STUDENTS.
059400     IF WS-ST-COUNT > 1
059500        SORT ST-ROW ASCENDING ST-SCHOOL-CODE ST-NEXT-GRADE
059600             DESCENDING ST-WEIGHT
059700             ASCENDING ST-STUDENT-ID
059800     END-IF.
059900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
060000        PERFORM 2100-PLACE-ONE-STUDENT
060100     END-PERFORM.
060200
060300 2100-PLACE-ONE-STUDENT.
060400     PERFORM 2200-FIND-PARTNER-ROOM.
060500     MOVE 0 TO WS-PICK.
060600     MOVE 9999999 TO WS-BEST-COST.
060700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HR-COUNT
060800        IF HR-KEY(J) = ST-KEY(I)
060900           PERFORM 2300-COST-ONE-ROOM
061000           IF WS-COST < WS-BEST-COST
061100              MOVE WS-COST TO WS-BEST-COST
061200              MOVE J TO WS-PICK
061300           END-IF
061400        END-IF
061500     END-PERFORM.
061600     IF WS-PICK = 0
061700        ADD 1 TO WS-NO-PLAN-COUNT
061800        EXIT PARAGRAPH
061900     END-IF.
062000     MOVE WS-PICK TO ST-ROOM(I).
062100     ADD 1 TO HR-SIZE(WS-PICK).
062200     IF ST-IEP(I) = "Y"
062300        ADD 1 TO HR-IEP(WS-PICK)
062400     END-IF.
062500     IF ST-EL(I) = "Y"
062600        ADD 1 TO HR-EL(WS-PICK)
062700     END-IF.
062800     IF ST-INCIDENTS(I) > 0
062900        ADD 1 TO HR-DISCIPLINE(WS-PICK)
063000     END-IF.
063100     IF ST-BAND(I) > 0
063200        MOVE ST-BAND(I) TO B
063300        ADD 1 TO HR-BAND-COUNT(WS-PICK, B)
063400     END-IF.
063500     ADD 1 TO WS-PLACED-COUNT.
063600
063700*----------------------------------------------------------------
063800* A KEEP-TOGETHER PARTNER ALREADY PLACED PULLS THIS STUDENT INTO
063900* THE SAME ROOM (WS-PARTNER-ROOM), UNLESS THAT ROOM IS FULL.
064000*----------------------------------------------------------------
064100 2200-FIND-PARTNER-ROOM.
064200     MOVE 0 TO WS-PARTNER-ROOM.
064300     PERFORM VARYING K FROM 1 BY 1
064400              UNTIL K > WS-PAIR-COUNT OR WS-PARTNER-ROOM > 0
064500        IF PA-TYPE(K) = "T"
064600           MOVE 0 TO WS-FIND-ID
064700           IF PA-STUDENT-A(K) = ST-STUDENT-ID(I)
064800              MOVE PA-STUDENT-B(K) TO WS-FIND-ID
064900           END-IF
065000           IF PA-STUDENT-B(K) = ST-STUDENT-ID(I)
065100              MOVE PA-STUDENT-A(K) TO WS-FIND-ID
065200           END-IF
065300           IF WS-FIND-ID > 0
065400              PERFORM 3100-FIND-STUDENT
065500              IF WS-FIND-IX > 0
065600                 AND ST-ROOM(WS-FIND-IX) > 0
065700                 AND ST-KEY(WS-FIND-IX) = ST-KEY(I)
065800                 MOVE ST-ROOM(WS-FIND-IX) TO WS-ROOM-IX
065900                 IF HR-SIZE(WS-ROOM-IX) < HR-CAPACITY(WS-ROOM-IX)
066000                    MOVE WS-ROOM-IX TO WS-PARTNER-ROOM
066100                 END-IF
066200              END-IF
066300           END-IF
066400        END-IF
066500     END-PERFORM.
066600
066700*----------------------------------------------------------------
066800* THE COST OF PUTTING STUDENT I IN ROOM J.  SIZE ALWAYS COUNTS;
066900* EACH OTHER MEASURE COUNTS ONLY WHEN THE STUDENT HAS IT, SO
067000* LIKE STUDENTS SPREAD ACROSS THE ROOMS.  A FULL ROOM OR A KEEP-
067100* APART PARTNER ALREADY IN THE ROOM PRICES IT OUT; THE KEEP-
067200* TOGETHER ROOM IS FREE.
067300*----------------------------------------------------------------
067400 2300-COST-ONE-ROOM.
067500     IF WS-PARTNER-ROOM > 0
067600        IF J = WS-PARTNER-ROOM
067700           MOVE 0 TO WS-COST
067800        ELSE
067900           MOVE 9000000 TO WS-COST
068000        END-IF
068100        EXIT PARAGRAPH
068200     END-IF.
068300     COMPUTE WS-COST = HR-SIZE(J) * 10.
068400     IF ST-IEP(I) = "Y"
068500        COMPUTE WS-COST = WS-COST + HR-IEP(J) * 25
068600     END-IF.
068700     IF ST-EL(I) = "Y"
068800        COMPUTE WS-COST = WS-COST + HR-EL(J) * 15
068900     END-IF.
069000     IF ST-INCIDENTS(I) > 0
069100        COMPUTE WS-COST = WS-COST + HR-DISCIPLINE(J) * 20
069200     END-IF.
069300     IF ST-BAND(I) > 0
069400        MOVE ST-BAND(I) TO B
069500        COMPUTE WS-COST = WS-COST + HR-BAND-COUNT(J, B) * 5
069600     END-IF.
069700     IF HR-SIZE(J) >= HR-CAPACITY(J)
069800        ADD 100000 TO WS-COST
069900     END-IF.
070000     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
070100        IF PA-TYPE(K) = "A"
070200           MOVE 0 TO WS-FIND-ID
070300           IF PA-STUDENT-A(K) = ST-STUDENT-ID(I)
070400              MOVE PA-STUDENT-B(K) TO WS-FIND-ID
070500           END-IF
070600           IF PA-STUDENT-B(K) = ST-STUDENT-ID(I)
070700              MOVE PA-STUDENT-A(K) TO WS-FIND-ID
070800           END-IF
070900           IF WS-FIND-ID > 0
071000              PERFORM 3100-FIND-STUDENT
071100              IF WS-FIND-IX > 0
071200                 AND ST-ROOM(WS-FIND-IX) = J
071300                 ADD 1000000 TO WS-COST
071400              END-IF
071500           END-IF
071600        END-IF
071700     END-PERFORM.
071800
071900* WS-FIND-ID ON THE STUDENT TABLE; WS-FIND-IX ZERO IF ABSENT.
072000 3100-FIND-STUDENT.
072100     MOVE 0 TO WS-FIND-IX.
072200     PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
072300              UNTIL WS-OTHER-IX > WS-ST-COUNT OR WS-FIND-IX > 0
072400        IF ST-STUDENT-ID(WS-OTHER-IX) = WS-FIND-ID
072500           MOVE WS-OTHER-IX TO WS-FIND-IX
072600        END-IF
072700     END-PERFORM.
072800
072900*----------------------------------------------------------------
073000* RESTRICTED -- STUDENT-PRIVACY STATUTE.  THE ONLY PARAGRAPH IN
073100* THIS PROGRAM CLEARED TO READ FR-IEP-FLAG OR THE PROTECTED TABLE,
073200* AND EVERY ANSWER IT GIVES -- "NO" INCLUDED -- GOES TO IEPLOG
073300* THE SAME WAY GET-IEP-STATUS LOGS IT.
073400*----------------------------------------------------------------
073500 3200-GET-IEP-STATUS.
073600     SET IEP-RESULT-NO TO TRUE.
073700     IF FR-IEP-FLAG = "Y"
073800        SET IEP-RESULT-YES TO TRUE
073900     END-IF.
074000     PERFORM VARYING WS-PP-INDX FROM 1 BY 1
074100              UNTIL WS-PP-INDX > WS-PP-COUNT
074200                 OR IEP-RESULT-YES
074300        IF PT-STUDENT-ID(WS-PP-INDX) = FR-STUDENT-ID
074400           SET IEP-RESULT-YES TO TRUE
074500        END-IF
074600     END-PERFORM.
074700     OPEN EXTEND IEP-ACCESS-LOG.
074800     IF WS-IEP-LOG-STATUS = "35"
074900        OPEN OUTPUT IEP-ACCESS-LOG
075000     END-IF.
075100     MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP.
075200     MOVE WS-ACCESS-USER TO IA-REQUESTOR.
075300     MOVE FR-STUDENT-ID TO IA-STUDENT-ID.
075400     MOVE WS-IEP-RESULT TO IA-RESULT.
075500     WRITE IEP-ACCESS-RECORD.
075600     CLOSE IEP-ACCESS-LOG.
075700
075800*----------------------------------------------------------------
075900* THE PROPOSAL BY BUILDING, GRADE AND ROOM: A COMPOSITION LINE
076000* PER ROOM, THEN ITS CLASS LIST.  ONLY ROOM TOTALS OF IEP AND
076100* EL STUDENTS PRINT -- NEVER WHICH STUDENTS THEY ARE.
076200*----------------------------------------------------------------
076300 4000-PRINT-PROPOSAL.
076400     IF WS-ST-COUNT > 1
076500        SORT ST-ROW ASCENDING ST-ROOM ST-NAME
076600     END-IF.
076700     MOVE 0 TO WS-PRIOR-KEY.
076800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
076900        IF ST-ROOM(I) > 0
077000           IF ST-ROOM(I) NOT = WS-PRIOR-KEY
077100              MOVE ST-ROOM(I) TO WS-PRIOR-KEY
077200              PERFORM 4100-ROOM-HEADING
077300           END-IF
077400           MOVE SPACES TO RPT-LINE
077500           STRING "    " DELIMITED BY SIZE
077600               ST-STUDENT-ID(I) DELIMITED BY SIZE
077700               "  " DELIMITED BY SIZE
077800               ST-NAME(I)(1:40) DELIMITED BY SIZE
077900               INTO RPT-LINE
078000           END-STRING
078100           WRITE RPT-LINE
078200           MOVE ST-STUDENT-ID(I) TO PL-STUDENT-ID
078300           MOVE ST-SCHOOL-CODE(I) TO PL-SCHOOL-CODE
078400           MOVE ST-NEXT-GRADE(I) TO PL-GRADE
078500           MOVE ST-ROOM(I) TO WS-ROOM-IX
078600           MOVE HR-TEACHER(WS-ROOM-IX) TO PL-TEACHER
078700           MOVE HR-SECTION(WS-ROOM-IX) TO PL-SECTION
078800           WRITE PLACEMENT-RECORD
078900        END-IF
079000     END-PERFORM.
079100     IF WS-NO-PLAN-COUNT > 0
079200        MOVE SPACES TO RPT-LINE
079300        WRITE RPT-LINE
079400        MOVE "NO HRPLAN HOMEROOM FOR THE NEW GRADE -- NOT PLACED"
079500            TO RPT-LINE
079600        WRITE RPT-LINE
079700        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
079800           IF ST-ROOM(I) = 0
079900              MOVE SPACES TO RPT-LINE
080000              STRING "    " DELIMITED BY SIZE
080100                  ST-STUDENT-ID(I) DELIMITED BY SIZE
080200                  "  " DELIMITED BY SIZE
080300                  ST-NAME(I)(1:40) DELIMITED BY SIZE
080400                  "  BLDG " DELIMITED BY SIZE
080500                  ST-SCHOOL-CODE(I) DELIMITED BY SIZE
080600                  " GRADE " DELIMITED BY SIZE
080700                  ST-NEXT-GRADE(I) DELIMITED BY SIZE
080800                  INTO RPT-LINE
080900              END-STRING
081000              WRITE RPT-LINE
081100           END-IF
081200        END-PERFORM
081300     END-IF.
081400
081500 4100-ROOM-HEADING.
081600     MOVE WS-PRIOR-KEY TO J.
081700     MOVE SPACES TO RPT-LINE.
081800     WRITE RPT-LINE.
081900     MOVE HR-CAPACITY(J) TO WS-ED-CAP.
082000     MOVE HR-SIZE(J) TO WS-ED-COUNT.
082100     MOVE SPACES TO RPT-LINE.
082200     STRING "BLDG " DELIMITED BY SIZE
082300         HR-SCHOOL-CODE(J) DELIMITED BY SIZE
082400         "  GRADE " DELIMITED BY SIZE
082500         HR-GRADE(J) DELIMITED BY SIZE
082600         "  SECTION " DELIMITED BY SIZE
082700         HR-SECTION(J) DELIMITED BY SIZE
082800         "  " DELIMITED BY SIZE
082900         FUNCTION TRIM(HR-TEACHER(J)) DELIMITED BY SIZE
083000         "  STUDENTS " DELIMITED BY SIZE
083100         WS-ED-COUNT DELIMITED BY SIZE
083200         " OF " DELIMITED BY SIZE
083300         WS-ED-CAP DELIMITED BY SIZE
083400         INTO RPT-LINE
083500     END-STRING.
083600     WRITE RPT-LINE.
083700     MOVE SPACES TO RPT-LINE.
083800     MOVE "  IEP/504" TO RPT-LINE(1:9).
083900     MOVE HR-IEP(J) TO WS-ED-COUNT.
084000     MOVE WS-ED-COUNT TO RPT-LINE(11:3).
084100     MOVE "EL" TO RPT-LINE(16:2).
084200     MOVE HR-EL(J) TO WS-ED-COUNT.
084300     MOVE WS-ED-COUNT TO RPT-LINE(19:3).
084400     MOVE "DISCIPLINE" TO RPT-LINE(24:10).
084500     MOVE HR-DISCIPLINE(J) TO WS-ED-COUNT.
084600     MOVE WS-ED-COUNT TO RPT-LINE(35:3).
084700     MOVE "BANDS 1-4" TO RPT-LINE(40:9).
084800     MOVE 50 TO K.
084900     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
085000        MOVE HR-BAND-COUNT(J, B) TO WS-ED-COUNT
085100        MOVE WS-ED-COUNT TO RPT-LINE(K:3)
085200        ADD 4 TO K
085300     END-PERFORM.
085400     WRITE RPT-LINE.
085500
085600*----------------------------------------------------------------
085700* EVERY PAIR THE PROPOSAL COULD NOT HONOR -- ONLY ONE ROOM IN THE
085800* GRADE, A FULL ROOM, OR A CHAIN OF PAIRS THAT CONFLICT -- IS
085900* LISTED FOR THE PRINCIPAL TO SETTLE BY HAND.
086000*----------------------------------------------------------------
086100 5000-CHECK-PAIRS.
086200     MOVE SPACES TO RPT-LINE.
086300     WRITE RPT-LINE.
086400     MOVE "PAIRS NOT HONORED" TO RPT-LINE.
086500     WRITE RPT-LINE.
086600     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
086700        MOVE PA-STUDENT-A(K) TO WS-FIND-ID
086800        PERFORM 3100-FIND-STUDENT
086900        MOVE WS-FIND-IX TO I
087000        MOVE PA-STUDENT-B(K) TO WS-FIND-ID
087100        PERFORM 3100-FIND-STUDENT
087200        IF I > 0 AND WS-FIND-IX > 0
087300           AND ST-ROOM(I) > 0 AND ST-ROOM(WS-FIND-IX) > 0
087400           IF (PA-TYPE(K) = "A"
087500               AND ST-ROOM(I) = ST-ROOM(WS-FIND-IX))
087600              OR (PA-TYPE(K) = "T"
087700               AND ST-ROOM(I) NOT = ST-ROOM(WS-FIND-IX))
087800              PERFORM 5100-PRINT-BROKEN-PAIR
087900           END-IF
088000        END-IF
088100     END-PERFORM.
088200     IF WS-PAIR-BROKEN-COUNT = 0
088300        MOVE "  NONE" TO RPT-LINE
088400        WRITE RPT-LINE
088500     END-IF.
088600
088700 5100-PRINT-BROKEN-PAIR.
088800     ADD 1 TO WS-PAIR-BROKEN-COUNT.
088900     MOVE SPACES TO RPT-LINE.
089000     IF PA-TYPE(K) = "A"
089100        MOVE "  KEEP APART    " TO RPT-LINE(1:16)
089200     ELSE
089300        MOVE "  KEEP TOGETHER " TO RPT-LINE(1:16)
089400     END-IF.
089500     STRING PA-STUDENT-A(K) DELIMITED BY SIZE
089600         " " DELIMITED BY SIZE
089700         ST-NAME(I)(1:20) DELIMITED BY SIZE
089800         " / " DELIMITED BY SIZE
089900         PA-STUDENT-B(K) DELIMITED BY SIZE
090000         " " DELIMITED BY SIZE
090100         ST-NAME(WS-FIND-IX)(1:20) DELIMITED BY SIZE
090200         INTO RPT-LINE(17:84)
090300     END-STRING.
090400     WRITE RPT-LINE.
090500     MOVE SPACES TO RPT-LINE.
090600     STRING "      ASKED FOR BY " DELIMITED BY SIZE
090700         FUNCTION TRIM(PA-REQUESTED-BY(K)) DELIMITED BY SIZE
090800         INTO RPT-LINE
090900     END-STRING.
091000     WRITE RPT-LINE.
091100
091200 6000-TERMINATE.
091300     MOVE SPACES TO RPT-LINE.
091400     WRITE RPT-LINE.
091500     MOVE "ONCE APPROVED, PLACEPRP RUNS AS PROMOTE'S PLACEMNT"
091600         TO RPT-LINE.
091700     WRITE RPT-LINE.
091800     CLOSE PLACEMENT-PROPOSAL.
091900     CLOSE PLACEMENT-REPORT.
092000     DISPLAY "GRADE-SCHOOL-PLACE PLACED: " WS-PLACED-COUNT.
092100     DISPLAY "  NO HOMEROOM PLANNED: " WS-NO-PLAN-COUNT.
092200     DISPLAY "  PAIRS NOT HONORED:   " WS-PAIR-BROKEN-COUNT.
092300     IF WS-NO-PLAN-COUNT > 0 OR WS-PAIR-BROKEN-COUNT > 0
092400        MOVE 4 TO RETURN-CODE
092500     END-IF.
092600
092700*----------------------------------------------------------------
092800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
092900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
093000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
093100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
093200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
093300*----------------------------------------------------------------
093400 9800-CHECK-LAYOUTS.
093500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
093600     OPEN EXTEND LAYOUT-USAGE-LOG.
093700     IF WS-LU-STATUS = "35"
093800        OPEN OUTPUT LAYOUT-USAGE-LOG
093900     END-IF.
094000     MOVE "ROSTERF" TO WS-LK-DATASET.
094100     MOVE 3 TO WS-LK-VERSION.
094200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
094300     PERFORM 9820-CHECK-ONE-LAYOUT.
094400     CLOSE LAYOUT-USAGE-LOG.
094500
094600 9810-LOAD-LAYOUT-CONTROL.
094700     MOVE 0 TO WS-LC-COUNT.
094800     OPEN INPUT LAYOUT-CONTROL.
094900     IF WS-LC-STATUS NOT = "00"
095000        EXIT PARAGRAPH
095100     END-IF.
095200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
095300        READ LAYOUT-CONTROL
095400            AT END MOVE "10" TO WS-LC-STATUS
095500        END-READ
095600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
095700           ADD 1 TO WS-LC-COUNT
095800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
095900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
096000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
096100        END-IF
096200     END-PERFORM.
096300     CLOSE LAYOUT-CONTROL.
096400
096500*----------------------------------------------------------------
096600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
096700* AS NOCTL.
096800*----------------------------------------------------------------
096900 9820-CHECK-ONE-LAYOUT.
097000     MOVE "NOCTL" TO WS-LK-RESULT.
097100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
097200             UNTIL WS-LC-INDX > WS-LC-COUNT
097300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
097400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
097500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
097600              MOVE "CURRENT" TO WS-LK-RESULT
097700           ELSE
097800              MOVE "MISMATCH" TO WS-LK-RESULT
097900           END-IF
098000        END-IF
098100     END-PERFORM.
098200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
098300     MOVE "GRADE-SCHOOL-PLACE" TO LU-PROGRAM.
098400     MOVE WS-LK-DATASET TO LU-DATASET.
098500     MOVE WS-LK-VERSION TO LU-VERSION.
098600     MOVE WS-LK-LENGTH TO LU-LENGTH.
098700     MOVE WS-LK-RESULT TO LU-RESULT.
098800     WRITE LAYOUT-USAGE-RECORD.
098900     IF WS-LK-RESULT NOT = "MISMATCH"
099000        EXIT PARAGRAPH
099100     END-IF.
099200     SET LAYOUT-MISMATCH TO TRUE.
099300     DISPLAY "GRADE-SCHOOL-PLACE HALTED: " WS-LK-DATASET
099400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
099500         " DOES NOT MATCH LAYOUTCT".
099600     OPEN EXTEND OPS-ERROR-LOG.
099700     IF WS-OPS-LOG-STATUS = "35"
099800        OPEN OUTPUT OPS-ERROR-LOG
099900     END-IF.
100000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
100100     MOVE "GRADE-SCHOOL-PLACE" TO OE-PROGRAM.
100200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
100300     MOVE "LAYOUT" TO OE-OPERATION.
100400     MOVE "16" TO OE-STATUS.
100500     WRITE OPS-ERROR-RECORD.
100600     CLOSE OPS-ERROR-LOG.
