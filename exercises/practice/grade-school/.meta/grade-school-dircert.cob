000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-DIRCERT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  STATE DIRECT CERTIFICATION -- A SNAP/TANF
001100*                 HOUSEHOLD IS FREE-MEAL ELIGIBLE WITHOUT AN
001200*                 APPLICATION, BUT ONLY PAPER APPLICATIONS EVER
001300*                 REACHED MEALELIG.  THIS MONTHLY JOB READS THE
001400*                 STATE'S DCFILE (CHILD NAME, DOB, GUARDIAN,
001500*                 ADDRESS) AND SCORES EACH ROW AGAINST ROSTERF
001600*                 AND HSHLDMST: NAME AND FR-DOB CARRY THE SCORE,
001700*                 GUARDIAN AND ADDRESS CONFIRM IT.  A SCORE AT OR
001800*                 OVER THE AUTO LINE WRITES AN F DETERMINATION
001900*                 FOR THE WHOLE HOUSEHOLD WITH ME-SOURCE "D",
002000*                 CLOSING ANY R OR P ROW IT SUPERSEDES SO THE
002100*                 MEALCLM CLAIM NEVER COUNTS A HOUSEHOLD TWICE;
002200*                 A SCORE OVER THE REVIEW LINE GOES TO DCREVIEW
002300*                 FOR THE MEAL OFFICE TO CONFIRM BY HAND.
002330* 2026-10-15 KAP  HSHLDMST CARRIES RETURNED-MAIL COLUMNS NOW;
002360*                 SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002380* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002400*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002420*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002440*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002460*                 OPSERRLG ENTRY.
002465* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002470*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002475*                 LAYOUT VERSION 3.
002476* 2026-10-15 KAP  A MEALELIG LARGER THAN THE 2000-ROW TABLE NOW
002477*                 ABANDONS THE RUN RC=8 INSTEAD OF REWRITING THE
002478*                 FILE WITHOUT THE ROWS PAST THE CAP.
002480*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "DCPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT DIRECT-CERT-FILE ASSIGN TO "DCFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DC-STATUS.
003800
003900     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FR-STUDENT-ID
004300         FILE STATUS IS WS-FILE-STATUS.
004400
004500     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HM-HOUSEHOLD-ID
004900         FILE STATUS IS WS-HM-STATUS.
005000
005100     SELECT ELIGIBILITY-FILE ASSIGN TO "MEALELIG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ME-STATUS.
005400
005500     SELECT CERT-REPORT ASSIGN TO "DCRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT REVIEW-LIST ASSIGN TO "DCREVIEW"
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
006500* THE DETERMINATION WINDOW (CCYYMMDD FROM/TO -- NORMALLY THE
006600* FIRST OF THE FILE'S MONTH THROUGH THE END OF THE SCHOOL YEAR),
006700* THEN THE AUTO-CERTIFY AND REVIEW SCORE LINES (DEFAULT 080 AND
006800* 050).
006900*----------------------------------------------------------------
007000 01  PARM-RECORD.
007100     05 PARM-EFF-FROM         PIC 9(08).
007200     05 PARM-EFF-TO           PIC 9(08).
007300     05 PARM-AUTO-SCORE       PIC 9(03).
007400     05 PARM-REVIEW-SCORE     PIC 9(03).
007500
007600 FD  DIRECT-CERT-FILE.
007700*----------------------------------------------------------------
007800* THE STATE'S MONTHLY FILE, ONE ROW PER CERTIFIED CHILD.
007900* DC-PROGRAM IS SNAP, TANF OR FDPI.
008000*----------------------------------------------------------------
008100 01  DIRECT-CERT-RECORD.
008200     05 DC-CHILD-NAME         PIC X(60).
008300     05 DC-DOB                PIC 9(08).
008400     05 DC-GUARDIAN           PIC X(60).
008500     05 DC-ADDRESS            PIC X(40).
008600     05 DC-CITY               PIC X(25).
008700     05 DC-ZIP                PIC X(10).
008800     05 DC-CASE-NUMBER        PIC X(15).
008900     05 DC-PROGRAM            PIC X(04).
009000
009100 FD  ROSTER-FILE.
009200*----------------------------------------------------------------
009300* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009400*----------------------------------------------------------------
009500 01  ROSTER-RECORD.
009600     05 FR-STUDENT-ID         PIC 9(09).
009700     05 FR-NAME               PIC X(60).
009800     05 FR-GRADE              PIC 9(02).
009900     05 FR-TEACHER            PIC X(30).
010000     05 FR-SECTION            PIC 9(01).
010100     05 FR-HOUSEHOLD-ID       PIC 9(09).
010200*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010300     05 FR-IEP-FLAG           PIC X(01).
010400     05 FR-DOB                PIC 9(08).
010500     05 FR-SCHOOL-CODE        PIC 9(02).
010533     05 FR-GENDER             PIC X(01).
010566     05 FR-RACE-ETH           PIC X(01).
010600
010700 FD  HOUSEHOLD-MASTER.
010800*----------------------------------------------------------------
010900* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
011000*----------------------------------------------------------------
011100 01  HOUSEHOLD-RECORD.
011200     05 HM-HOUSEHOLD-ID       PIC 9(09).
011300     05 HM-GUARDIAN-1         PIC X(60).
011400     05 HM-GUARDIAN-2         PIC X(60).
011500     05 HM-ADDRESS            PIC X(40).
011600     05 HM-CITY               PIC X(25).
011700     05 HM-STATE              PIC XX.
011800     05 HM-ZIP                PIC X(10).
011900     05 HM-PHONE-1            PIC X(15).
012000     05 HM-PHONE-2            PIC X(15).
012100     05 HM-DO-NOT-MAIL        PIC X(01).
012200*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
012300     05 HM-LANGUAGE           PIC X(02).
012310*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
012320*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
012330     05 HM-ADDR-STATUS        PIC X(01).
012340        88 HM-ADDRESS-BAD               VALUE "B".
012350     05 HM-RETURN-COUNT       PIC 9(03).
012360     05 HM-LAST-RETURN-DATE   PIC 9(08).
012400
012500 FD  ELIGIBILITY-FILE.
012600*----------------------------------------------------------------
012700* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S ELIGIBILITY-RECORD.
012800*----------------------------------------------------------------
012900 01  ELIGIBILITY-RECORD.
013000     05 ME-HOUSEHOLD-ID       PIC 9(09).
013100     05 ME-DETERMINATION      PIC X(01).
013200     05 ME-EFF-FROM           PIC 9(08).
013300     05 ME-EFF-TO             PIC 9(08).
013400     05 ME-SOURCE             PIC X(01).
013500
013600 FD  CERT-REPORT.
013700 01  RPT-LINE                 PIC X(120).
013800
013900 FD  REVIEW-LIST.
014000 01  REV-LINE                 PIC X(120).
014100
014102 FD  LAYOUT-CONTROL.
014105*----------------------------------------------------------------
014108* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014110* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014113*----------------------------------------------------------------
014116 01  LAYOUT-CONTROL-RECORD.
014118     05 LC-DATASET            PIC X(08).
014121     05 LC-VERSION            PIC 9(03).
014124     05 LC-LENGTH             PIC 9(05).
014127     05 LC-EFFECTIVE-DATE     PIC 9(08).
014129
014132 FD  LAYOUT-USAGE-LOG.
014135*----------------------------------------------------------------
014137* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
014140* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
014143*----------------------------------------------------------------
014145 01  LAYOUT-USAGE-RECORD.
014148     05 LU-TIMESTAMP          PIC 9(14).
014151     05 LU-PROGRAM            PIC X(24).
014154     05 LU-DATASET            PIC X(08).
014156     05 LU-VERSION            PIC 9(03).
014159     05 LU-LENGTH             PIC 9(05).
014162     05 LU-RESULT             PIC X(08).
014164
014167 FD  OPS-ERROR-LOG.
014170*----------------------------------------------------------------
014172* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014175* SHARED SHOP-WIDE ERROR LOG.
014178*----------------------------------------------------------------
014181 01  OPS-ERROR-RECORD.
014183     05 OE-TIMESTAMP          PIC 9(14).
014186     05 OE-PROGRAM            PIC X(20).
014189     05 OE-FILE-NAME          PIC X(08).
014191     05 OE-OPERATION          PIC X(08).
014194     05 OE-STATUS             PIC XX.
014197
014200 WORKING-STORAGE SECTION.
014300 01 WS-PARM-STATUS             PIC XX.
014400 01 WS-DC-STATUS               PIC XX.
014500 01 WS-FILE-STATUS             PIC XX.
014600 01 WS-HM-STATUS               PIC XX.
014700 01 WS-ME-STATUS               PIC XX.
014800 01 WS-EFF-FROM                PIC 9(08) VALUE ZERO.
014900 01 WS-EFF-TO                  PIC 9(08) VALUE ZERO.
015000 01 WS-CLOSE-DATE              PIC 9(08).
015100 01 WS-AUTO-SCORE              PIC 9(03) VALUE 80.
015200 01 WS-REVIEW-SCORE            PIC 9(03) VALUE 50.
015300 01 WS-DC-COUNT                PIC 9(05) COMP VALUE ZERO.
015400 01 WS-CERTIFIED-COUNT         PIC 9(05) COMP VALUE ZERO.
015500 01 WS-ALREADY-FREE-COUNT      PIC 9(05) COMP VALUE ZERO.
015600 01 WS-SUPERSEDED-COUNT        PIC 9(05) COMP VALUE ZERO.
015700 01 WS-REVIEW-COUNT            PIC 9(05) COMP VALUE ZERO.
015800 01 WS-NO-MATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
015900 01 WS-TABLE-FULL-COUNT        PIC 9(05) COMP VALUE ZERO.
016000 01 WS-COUNT-DISP              PIC ZZZZ9.
016100 01 WS-SCORE-DISP              PIC ZZ9.
016200 01 I                          PIC 9(05) COMP.
016300 01 J                          PIC 9(05) COMP.
016400
016500*----------------------------------------------------------------
016600* SCORING.  NAME: 40 EXACT, 35 SAME FIRST AND LAST WORDS (IN
016700* EITHER ORDER, SO "DOE, JANE" MEETS "JANE DOE"), 20 ONE OF THEM.
016800* DOB: 40 EXACT, 20 WITH MONTH AND DAY TRANSPOSED.  GUARDIAN ON
016900* THE HOUSEHOLD: 10.  STREET ADDRESS: 10, OR 5 FOR THE ZIP ALONE.
017000*----------------------------------------------------------------
017100 01 WS-SCORE                   PIC 9(03) COMP.
017200 01 WS-BASE-SCORE              PIC 9(03) COMP.
017300 01 WS-BEST-SCORE              PIC 9(03) COMP.
017400 01 WS-BEST-INDX               PIC 9(05) COMP.
017500 01 WS-NAME-WORK               PIC X(60).
017600 01 WS-DC-NAME                 PIC X(60).
017700 01 WS-DC-FIRST                PIC X(30).
017800 01 WS-DC-LAST                 PIC X(30).
017900 01 WS-ST-FIRST                PIC X(30).
018000 01 WS-ST-LAST                 PIC X(30).
018100 01 WS-WORD-COUNT              PIC 9(02) COMP.
018200 01 WS-WORDS.
018300     05 WS-WORD                PIC X(30) OCCURS 6 TIMES.
018400 01 WS-DOB-WORK                PIC 9(08).
018500 01 WS-DOB-PARTS REDEFINES WS-DOB-WORK.
018600     05 WS-DOB-CCYY            PIC 9(04).
018700     05 WS-DOB-MM              PIC 9(02).
018800     05 WS-DOB-DD              PIC 9(02).
018900 01 WS-DOB-SWAPPED             PIC 9(08).
019000 01 WS-DOB-SWAP-PARTS REDEFINES WS-DOB-SWAPPED.
019100     05 WS-SWAP-CCYY           PIC 9(04).
019200     05 WS-SWAP-MM             PIC 9(02).
019300     05 WS-SWAP-DD             PIC 9(02).
019400
019500*----------------------------------------------------------------
019600* THE WHOLE ROSTER, NAMES ALREADY SPLIT AND UPPER-CASED, SO EACH
019700* STATE ROW IS ONE PASS OF THE TABLE.
019800*----------------------------------------------------------------
019900 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
020000 01 STUDENT-TABLE.
020100     02 ST-ROW                OCCURS 1 TO 12000 TIMES
020200                                 DEPENDING ON WS-ST-COUNT.
020300        05 ST-STUDENT-ID      PIC 9(09).
020400        05 ST-NAME            PIC X(60).
020500        05 ST-FIRST           PIC X(30).
020600        05 ST-LAST            PIC X(30).
020700        05 ST-DOB             PIC 9(08).
020800        05 ST-HOUSEHOLD-ID    PIC 9(09).
020900
021000*----------------------------------------------------------------
021100* MEALELIG IN FULL.  IT IS REWRITTEN AT THE END WITH THE NEW F
021200* ROWS ADDED AND ANY SUPERSEDED R/P ROW CLOSED THE DAY BEFORE.
021300* THE CAP MATCHES THE TABLE GRADE-SCHOOL-MEAL PRICES FROM.
021400*----------------------------------------------------------------
021500 01 WS-ELIG-COUNT              PIC 9(04) COMP VALUE ZERO.
021550 01 WS-ELIG-OVERFLOW           PIC 9(07) COMP VALUE ZERO.
021600 01 ELIGIBILITY-TABLE.
021700     02 ME-ROW                OCCURS 1 TO 2000 TIMES
021800                                 DEPENDING ON WS-ELIG-COUNT.
021900        05 ME-T-HOUSEHOLD-ID  PIC 9(09).
022000        05 ME-T-DETERMINATION PIC X(01).
022100        05 ME-T-EFF-FROM      PIC 9(08).
022200        05 ME-T-EFF-TO        PIC 9(08).
022300        05 ME-T-SOURCE        PIC X(01).
022400
022404*----------------------------------------------------------------
022409* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
022413* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
022418*----------------------------------------------------------------
022422 01 WS-LC-STATUS               PIC XX.
022427 01 WS-LU-STATUS               PIC XX.
022431 01 WS-OPS-LOG-STATUS          PIC XX.
022436 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
022440     88 LAYOUT-MISMATCH                  VALUE "Y".
022445 01 WS-LK-DATASET              PIC X(08).
022450 01 WS-LK-VERSION              PIC 9(03).
022454 01 WS-LK-LENGTH               PIC 9(05).
022459 01 WS-LK-RESULT               PIC X(08).
022463 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
022468 01 WS-LC-INDX                 PIC 9(03) COMP.
022472 01 LAYOUT-CONTROL-TABLE.
022477     02 LCT-ROW               OCCURS 50 TIMES.
022481        05 LCT-DATASET        PIC X(08).
022486        05 LCT-VERSION        PIC 9(03).
022490        05 LCT-LENGTH         PIC 9(05).
022495
022500 PROCEDURE DIVISION.
022600
022700 0000-MAINLINE.
022710     PERFORM 9800-CHECK-LAYOUTS
022720     IF LAYOUT-MISMATCH
022730        MOVE 16 TO RETURN-CODE
022740        GOBACK
022750     END-IF
022800     PERFORM 1000-INITIALIZE
022809*    AN OVERFULL MEALELIG CANNOT BE REWRITTEN SAFELY -- EVERY
022818*    ROW PAST THE TABLE WOULD BE DROPPED -- SO THE RUN STOPS COLD
022827*    AND LEAVES MEALELIG UNTOUCHED FOR OPERATIONS.
022836     IF WS-ELIG-OVERFLOW > 0
022845        DISPLAY "GRADE-SCHOOL-DIRCERT MEALELIG ROWS PAST CAP: "
022854            WS-ELIG-OVERFLOW " -- RUN ABANDONED"
022863        MOVE 8 TO RETURN-CODE
022872        PERFORM 4000-TERMINATE
022881        GOBACK
022890     END-IF
022900     PERFORM 2000-MATCH-STATE-FILE
023000     PERFORM 3000-REWRITE-ELIGIBILITY
023100     PERFORM 4000-TERMINATE
023200     GOBACK.
023300
023400 1000-INITIALIZE.
023500     OPEN INPUT PARM-FILE.
023600     IF WS-PARM-STATUS = "00"
023700        READ PARM-FILE
023800            AT END MOVE "10" TO WS-PARM-STATUS
023900        END-READ
024000     END-IF.
024100     IF WS-PARM-STATUS = "00"
024200        MOVE PARM-EFF-FROM TO WS-EFF-FROM
024300        MOVE PARM-EFF-TO TO WS-EFF-TO
024400        IF PARM-AUTO-SCORE NUMERIC AND PARM-AUTO-SCORE > 0
024500           MOVE PARM-AUTO-SCORE TO WS-AUTO-SCORE
024600        END-IF
024700        IF PARM-REVIEW-SCORE NUMERIC AND PARM-REVIEW-SCORE > 0
024800           MOVE PARM-REVIEW-SCORE TO WS-REVIEW-SCORE
024900        END-IF
025000        CLOSE PARM-FILE
025100     END-IF.
025200     IF WS-EFF-FROM = 0
025300        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EFF-FROM
025400     END-IF.
025500     IF WS-EFF-TO < WS-EFF-FROM
025600        DISPLAY "GRADE-SCHOOL-DIRCERT BAD WINDOW " WS-EFF-FROM
025700            " - " WS-EFF-TO
025800        MOVE 8 TO RETURN-CODE
025900        GOBACK
026000     END-IF.
026100     COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
026200         FUNCTION INTEGER-OF-DATE(WS-EFF-FROM) - 1).
026300     PERFORM 1100-LOAD-ROSTER.
026400     PERFORM 1200-LOAD-ELIGIBILITY.
026500     OPEN INPUT HOUSEHOLD-MASTER.
026600     OPEN OUTPUT CERT-REPORT.
026700     OPEN OUTPUT REVIEW-LIST.
026800     MOVE SPACES TO RPT-LINE.
026900     STRING "DIRECT CERTIFICATION MATCH  F EFFECTIVE "
027000         DELIMITED BY SIZE
027100         WS-EFF-FROM DELIMITED BY SIZE
027200         " - " DELIMITED BY SIZE
027300         WS-EFF-TO DELIMITED BY SIZE
027400         INTO RPT-LINE
027500     END-STRING.
027600     WRITE RPT-LINE.
027700     MOVE SPACES TO RPT-LINE.
027800     WRITE RPT-LINE.
027900     MOVE "DIRECT CERTIFICATION -- NEAR MATCHES FOR REVIEW"
028000         TO REV-LINE.
028100     WRITE REV-LINE.
028200     MOVE SPACES TO REV-LINE.
028300     WRITE REV-LINE.
028400
028500 1100-LOAD-ROSTER.
028600     OPEN INPUT ROSTER-FILE.
028700     MOVE LOW-VALUES TO FR-STUDENT-ID.
028800     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
028900         INVALID KEY MOVE "10" TO WS-FILE-STATUS
029000     END-START.
029100     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
029200        READ ROSTER-FILE NEXT RECORD
029300            AT END MOVE "10" TO WS-FILE-STATUS
029400        END-READ
029500        IF WS-FILE-STATUS = "00"
029600           AND WS-ST-COUNT < 12000
029700           ADD 1 TO WS-ST-COUNT
029800           MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
029900           MOVE FR-DOB TO ST-DOB(WS-ST-COUNT)
030000           MOVE FR-HOUSEHOLD-ID TO ST-HOUSEHOLD-ID(WS-ST-COUNT)
030100           MOVE FR-NAME TO WS-NAME-WORK
030200           PERFORM 2900-SPLIT-NAME
030300           MOVE WS-NAME-WORK TO ST-NAME(WS-ST-COUNT)
030400           MOVE WS-WORD(1) TO ST-FIRST(WS-ST-COUNT)
030500           MOVE WS-WORD(WS-WORD-COUNT) TO ST-LAST(WS-ST-COUNT)
030600        END-IF
030700     END-PERFORM.
030800     CLOSE ROSTER-FILE.
030900
031000 1200-LOAD-ELIGIBILITY.
031100     OPEN INPUT ELIGIBILITY-FILE.
031200     IF WS-ME-STATUS NOT = "00"
031300        MOVE "10" TO WS-ME-STATUS
031400     ELSE
031500        PERFORM UNTIL WS-ME-STATUS NOT = "00"
031600           READ ELIGIBILITY-FILE
031700               AT END MOVE "10" TO WS-ME-STATUS
031800           END-READ
031820           IF WS-ME-STATUS = "00"
031840              AND WS-ELIG-COUNT >= 2000
031860              ADD 1 TO WS-ELIG-OVERFLOW
031880           END-IF
031900           IF WS-ME-STATUS = "00"
032000              AND WS-ELIG-COUNT < 2000
032100              ADD 1 TO WS-ELIG-COUNT
032200              MOVE ME-HOUSEHOLD-ID
032300                  TO ME-T-HOUSEHOLD-ID(WS-ELIG-COUNT)
032400              MOVE ME-DETERMINATION
032500                  TO ME-T-DETERMINATION(WS-ELIG-COUNT)
032600              MOVE ME-EFF-FROM TO ME-T-EFF-FROM(WS-ELIG-COUNT)
032700              MOVE ME-EFF-TO TO ME-T-EFF-TO(WS-ELIG-COUNT)
032800              MOVE ME-SOURCE TO ME-T-SOURCE(WS-ELIG-COUNT)
032900           END-IF
033000        END-PERFORM
033100        CLOSE ELIGIBILITY-FILE
033200     END-IF.
033300
033400 2000-MATCH-STATE-FILE.
033500     OPEN INPUT DIRECT-CERT-FILE.
033600     IF WS-DC-STATUS NOT = "00"
033700        MOVE "10" TO WS-DC-STATUS
033800     END-IF.
033900     PERFORM UNTIL WS-DC-STATUS NOT = "00"
034000        READ DIRECT-CERT-FILE
034100            AT END MOVE "10" TO WS-DC-STATUS
034200        END-READ
034300        IF WS-DC-STATUS = "00"
034400           ADD 1 TO WS-DC-COUNT
034500           PERFORM 2100-SCORE-ONE-CHILD
034600        END-IF
034700     END-PERFORM.
034800     CLOSE DIRECT-CERT-FILE.
034900
035000*----------------------------------------------------------------
035100* NAME AND DOB PICK THE BEST ROSTER CANDIDATE; ONLY THAT ONE'S
035200* HOUSEHOLD IS READ FOR THE GUARDIAN AND ADDRESS POINTS.
035300*----------------------------------------------------------------
035400 2100-SCORE-ONE-CHILD.
035500     MOVE DC-CHILD-NAME TO WS-NAME-WORK.
035600     PERFORM 2900-SPLIT-NAME.
035700     MOVE WS-NAME-WORK TO WS-DC-NAME.
035800     MOVE WS-WORD(1) TO WS-DC-FIRST.
035900     MOVE WS-WORD(WS-WORD-COUNT) TO WS-DC-LAST.
036000     MOVE DC-DOB TO WS-DOB-WORK.
036100     MOVE WS-DOB-CCYY TO WS-SWAP-CCYY.
036200     MOVE WS-DOB-MM TO WS-SWAP-DD.
036300     MOVE WS-DOB-DD TO WS-SWAP-MM.
036400     MOVE 0 TO WS-BEST-SCORE.
036500     MOVE 0 TO WS-BEST-INDX.
036600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
036700        PERFORM 2200-BASE-SCORE
036800        IF WS-BASE-SCORE > WS-BEST-SCORE
036900           MOVE WS-BASE-SCORE TO WS-BEST-SCORE
037000           MOVE I TO WS-BEST-INDX
037100        END-IF
037200     END-PERFORM.
037300     IF WS-BEST-SCORE < 35
037400        ADD 1 TO WS-NO-MATCH-COUNT
037500        EXIT PARAGRAPH
037600     END-IF.
037700     MOVE WS-BEST-SCORE TO WS-SCORE.
037800     PERFORM 2300-HOUSEHOLD-POINTS.
037900     EVALUATE TRUE
038000         WHEN WS-SCORE >= WS-AUTO-SCORE
038100             PERFORM 2400-CERTIFY-HOUSEHOLD
038200         WHEN WS-SCORE >= WS-REVIEW-SCORE
038300             PERFORM 2500-WRITE-REVIEW
038400         WHEN OTHER
038500             ADD 1 TO WS-NO-MATCH-COUNT
038600     END-EVALUATE.
038700
038800 2200-BASE-SCORE.
038900     MOVE 0 TO WS-BASE-SCORE.
039000     EVALUATE TRUE
039100         WHEN ST-NAME(I) = WS-DC-NAME
039200             ADD 40 TO WS-BASE-SCORE
039300         WHEN ST-FIRST(I) = WS-DC-FIRST
039400              AND ST-LAST(I) = WS-DC-LAST
039500             ADD 35 TO WS-BASE-SCORE
039600         WHEN ST-FIRST(I) = WS-DC-LAST
039700              AND ST-LAST(I) = WS-DC-FIRST
039800             ADD 35 TO WS-BASE-SCORE
039900         WHEN ST-LAST(I) = WS-DC-LAST
040000           OR ST-FIRST(I) = WS-DC-FIRST
040100           OR ST-FIRST(I) = WS-DC-LAST
040200           OR ST-LAST(I) = WS-DC-FIRST
040300             ADD 20 TO WS-BASE-SCORE
040400     END-EVALUATE.
040500     EVALUATE TRUE
040600         WHEN ST-DOB(I) = DC-DOB
040700             ADD 40 TO WS-BASE-SCORE
040800         WHEN ST-DOB(I) = WS-DOB-SWAPPED
040900             ADD 20 TO WS-BASE-SCORE
041000     END-EVALUATE.
041100
041200 2300-HOUSEHOLD-POINTS.
041300     MOVE ST-HOUSEHOLD-ID(WS-BEST-INDX) TO HM-HOUSEHOLD-ID.
041400     READ HOUSEHOLD-MASTER
041500         INVALID KEY MOVE "23" TO WS-HM-STATUS
041600     END-READ.
041700     IF WS-HM-STATUS NOT = "00"
041800        MOVE "00" TO WS-HM-STATUS
041900        EXIT PARAGRAPH
042000     END-IF.
042100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DC-GUARDIAN))
042200         TO WS-NAME-WORK.
042300     IF WS-NAME-WORK NOT = SPACES
042400        AND (WS-NAME-WORK =
042500             FUNCTION UPPER-CASE(FUNCTION TRIM(HM-GUARDIAN-1))
042600          OR WS-NAME-WORK =
042700             FUNCTION UPPER-CASE(FUNCTION TRIM(HM-GUARDIAN-2)))
042800        ADD 10 TO WS-SCORE
042900     END-IF.
043000     IF DC-ADDRESS NOT = SPACES
043100        AND FUNCTION UPPER-CASE(FUNCTION TRIM(DC-ADDRESS)) =
043200            FUNCTION UPPER-CASE(FUNCTION TRIM(HM-ADDRESS))
043300        ADD 10 TO WS-SCORE
043400     ELSE
043500        IF DC-ZIP(1:5) NOT = SPACES
043600           AND DC-ZIP(1:5) = HM-ZIP(1:5)
043700           ADD 5 TO WS-SCORE
043800        END-IF
043900     END-IF.
044000
044100*----------------------------------------------------------------
044200* ONE F ROW COVERS EVERY SIBLING.  A HOUSEHOLD ALREADY FREE FOR
044300* THE WINDOW IS LEFT ALONE; AN R OR P ROW STILL RUNNING IS CLOSED
044400* THE DAY BEFORE THE F TAKES OVER.
044500*----------------------------------------------------------------
044600 2400-CERTIFY-HOUSEHOLD.
044700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ELIG-COUNT
044800        IF ME-T-HOUSEHOLD-ID(J) = HM-HOUSEHOLD-ID
044900           AND ME-T-DETERMINATION(J) = "F"
045000           AND ME-T-EFF-FROM(J) <= WS-EFF-FROM
045100           AND ME-T-EFF-TO(J) >= WS-EFF-TO
045200           ADD 1 TO WS-ALREADY-FREE-COUNT
045300           EXIT PARAGRAPH
045400        END-IF
045500     END-PERFORM.
045600     IF WS-ELIG-COUNT >= 2000
045700        ADD 1 TO WS-TABLE-FULL-COUNT
045800        PERFORM 2500-WRITE-REVIEW
045900        EXIT PARAGRAPH
046000     END-IF.
046100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ELIG-COUNT
046200        IF ME-T-HOUSEHOLD-ID(J) = HM-HOUSEHOLD-ID
046300           AND ME-T-DETERMINATION(J) NOT = "F"
046400           AND ME-T-EFF-TO(J) >= WS-EFF-FROM
046500           IF ME-T-EFF-FROM(J) >= WS-EFF-FROM
046600              MOVE ME-T-EFF-FROM(J) TO ME-T-EFF-TO(J)
046700           ELSE
046800              MOVE WS-CLOSE-DATE TO ME-T-EFF-TO(J)
046900           END-IF
047000           ADD 1 TO WS-SUPERSEDED-COUNT
047100        END-IF
047200     END-PERFORM.
047300     ADD 1 TO WS-ELIG-COUNT.
047400     MOVE HM-HOUSEHOLD-ID TO ME-T-HOUSEHOLD-ID(WS-ELIG-COUNT).
047500     MOVE "F" TO ME-T-DETERMINATION(WS-ELIG-COUNT).
047600     MOVE WS-EFF-FROM TO ME-T-EFF-FROM(WS-ELIG-COUNT).
047700     MOVE WS-EFF-TO TO ME-T-EFF-TO(WS-ELIG-COUNT).
047800     MOVE "D" TO ME-T-SOURCE(WS-ELIG-COUNT).
047900     ADD 1 TO WS-CERTIFIED-COUNT.
048000     MOVE WS-SCORE TO WS-SCORE-DISP.
048100     MOVE SPACES TO RPT-LINE.
048200     STRING "CERTIFIED F  HOUSEHOLD " DELIMITED BY SIZE
048300         HM-HOUSEHOLD-ID DELIMITED BY SIZE
048400         "  STUDENT " DELIMITED BY SIZE
048500         ST-STUDENT-ID(WS-BEST-INDX) DELIMITED BY SIZE
048600         "  " DELIMITED BY SIZE
048700         ST-NAME(WS-BEST-INDX)(1:30) DELIMITED BY SIZE
048800         " SCORE " DELIMITED BY SIZE
048900         WS-SCORE-DISP DELIMITED BY SIZE
049000         "  " DELIMITED BY SIZE
049100         DC-PROGRAM DELIMITED BY SIZE
049200         INTO RPT-LINE
049300     END-STRING.
049400     WRITE RPT-LINE.
049500
049600*----------------------------------------------------------------
049700* BOTH SIDES ON ONE PAGE SO THE MEAL OFFICE CAN DECIDE WITHOUT
049800* PULLING THE STUDENT FOLDER.
049900*----------------------------------------------------------------
050000 2500-WRITE-REVIEW.
050100     ADD 1 TO WS-REVIEW-COUNT.
050200     MOVE WS-SCORE TO WS-SCORE-DISP.
050300     MOVE SPACES TO REV-LINE.
050400     STRING "SCORE " DELIMITED BY SIZE
050500         WS-SCORE-DISP DELIMITED BY SIZE
050600         "  STATE:  " DELIMITED BY SIZE
050700         DC-CHILD-NAME(1:30) DELIMITED BY SIZE
050800         " DOB " DELIMITED BY SIZE
050900         DC-DOB DELIMITED BY SIZE
051000         "  CASE " DELIMITED BY SIZE
051100         DC-CASE-NUMBER DELIMITED BY SIZE
051200         " " DELIMITED BY SIZE
051300         DC-PROGRAM DELIMITED BY SIZE
051400         INTO REV-LINE
051500     END-STRING.
051600     WRITE REV-LINE.
051700     MOVE SPACES TO REV-LINE.
051800     STRING "           " DELIMITED BY SIZE
051900         DC-GUARDIAN(1:30) DELIMITED BY SIZE
052000         " " DELIMITED BY SIZE
052100         DC-ADDRESS DELIMITED BY SIZE
052200         " " DELIMITED BY SIZE
052300         DC-ZIP DELIMITED BY SIZE
052400         INTO REV-LINE
052500     END-STRING.
052600     WRITE REV-LINE.
052700     MOVE SPACES TO REV-LINE.
052800     STRING "    ROSTER: " DELIMITED BY SIZE
052900         ST-NAME(WS-BEST-INDX)(1:30) DELIMITED BY SIZE
053000         " DOB " DELIMITED BY SIZE
053100         ST-DOB(WS-BEST-INDX) DELIMITED BY SIZE
053200         "  STUDENT " DELIMITED BY SIZE
053300         ST-STUDENT-ID(WS-BEST-INDX) DELIMITED BY SIZE
053400         "  HOUSEHOLD " DELIMITED BY SIZE
053500         ST-HOUSEHOLD-ID(WS-BEST-INDX) DELIMITED BY SIZE
053600         INTO REV-LINE
053700     END-STRING.
053800     WRITE REV-LINE.
053900     IF WS-HM-STATUS = "00"
054000        AND HM-HOUSEHOLD-ID = ST-HOUSEHOLD-ID(WS-BEST-INDX)
054100        MOVE SPACES TO REV-LINE
054200        STRING "           " DELIMITED BY SIZE
054300            HM-GUARDIAN-1(1:30) DELIMITED BY SIZE
054400            " " DELIMITED BY SIZE
054500            HM-ADDRESS DELIMITED BY SIZE
054600            " " DELIMITED BY SIZE
054700            HM-ZIP DELIMITED BY SIZE
054800            INTO REV-LINE
054900        END-STRING
055000        WRITE REV-LINE
055100     END-IF.
055200     MOVE SPACES TO REV-LINE.
055300     WRITE REV-LINE.
055400
055500*----------------------------------------------------------------
055600* UPPER-CASE, COMMAS AND PERIODS OUT, WORDS SPLIT ON SPACES.  THE
055700* FIRST AND LAST WORDS ARE WHAT THE PARTIAL MATCH COMPARES.
055800*----------------------------------------------------------------
055900 2900-SPLIT-NAME.
056000     MOVE FUNCTION UPPER-CASE(WS-NAME-WORK) TO WS-NAME-WORK.
056100     INSPECT WS-NAME-WORK REPLACING ALL "," BY " "
056200                                    ALL "." BY " ".
056300     MOVE SPACES TO WS-WORDS.
056400     MOVE 0 TO WS-WORD-COUNT.
056500     UNSTRING FUNCTION TRIM(WS-NAME-WORK) DELIMITED BY ALL " "
056600         INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
056700              WS-WORD(4) WS-WORD(5) WS-WORD(6)
056800         TALLYING IN WS-WORD-COUNT
056900     END-UNSTRING.
057000     IF WS-WORD-COUNT = 0
057100        MOVE 1 TO WS-WORD-COUNT
057200     END-IF.
057300     MOVE SPACES TO WS-NAME-WORK.
057400     STRING WS-WORD(1) DELIMITED BY SPACE
057500         " " DELIMITED BY SIZE
057600         WS-WORD(2) DELIMITED BY SPACE
057700         " " DELIMITED BY SIZE
057800         WS-WORD(3) DELIMITED BY SPACE
057900         " " DELIMITED BY SIZE
058000         WS-WORD(4) DELIMITED BY SPACE
058100         " " DELIMITED BY SIZE
058200         WS-WORD(5) DELIMITED BY SPACE
058300         " " DELIMITED BY SIZE
058400         WS-WORD(6) DELIMITED BY SPACE
058500         INTO WS-NAME-WORK
058600     END-STRING.
058700
058800*----------------------------------------------------------------
058900* THE NEW MEALELIG IS THE OLD ONE, ROW FOR ROW, WITH THE CLOSED
059000* DATES AND THE NEW F ROWS ON THE END.
059100*----------------------------------------------------------------
059200 3000-REWRITE-ELIGIBILITY.
059300     IF WS-CERTIFIED-COUNT = 0
059400        EXIT PARAGRAPH
059500     END-IF.
059600     OPEN OUTPUT ELIGIBILITY-FILE.
059700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ELIG-COUNT
059800        MOVE ME-T-HOUSEHOLD-ID(J) TO ME-HOUSEHOLD-ID
059900        MOVE ME-T-DETERMINATION(J) TO ME-DETERMINATION
060000        MOVE ME-T-EFF-FROM(J) TO ME-EFF-FROM
060100        MOVE ME-T-EFF-TO(J) TO ME-EFF-TO
060200        MOVE ME-T-SOURCE(J) TO ME-SOURCE
060300        WRITE ELIGIBILITY-RECORD
060400     END-PERFORM.
060500     CLOSE ELIGIBILITY-FILE.
060600
060700 4000-TERMINATE.
060800     CLOSE HOUSEHOLD-MASTER.
060900     MOVE SPACES TO RPT-LINE.
061000     WRITE RPT-LINE.
061100     MOVE WS-DC-COUNT TO WS-COUNT-DISP.
061200     STRING "STATE ROWS READ:          " WS-COUNT-DISP
061300         DELIMITED BY SIZE INTO RPT-LINE.
061400     WRITE RPT-LINE.
061500     MOVE SPACES TO RPT-LINE.
061600     MOVE WS-CERTIFIED-COUNT TO WS-COUNT-DISP.
061700     STRING "HOUSEHOLDS CERTIFIED F:   " WS-COUNT-DISP
061800         DELIMITED BY SIZE INTO RPT-LINE.
061900     WRITE RPT-LINE.
062000     MOVE SPACES TO RPT-LINE.
062100     MOVE WS-ALREADY-FREE-COUNT TO WS-COUNT-DISP.
062200     STRING "ALREADY FREE:             " WS-COUNT-DISP
062300         DELIMITED BY SIZE INTO RPT-LINE.
062400     WRITE RPT-LINE.
062500     MOVE SPACES TO RPT-LINE.
062600     MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-DISP.
062700     STRING "R/P ROWS CLOSED:          " WS-COUNT-DISP
062800         DELIMITED BY SIZE INTO RPT-LINE.
062900     WRITE RPT-LINE.
063000     MOVE SPACES TO RPT-LINE.
063100     MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP.
063200     STRING "SENT TO REVIEW:           " WS-COUNT-DISP
063300         DELIMITED BY SIZE INTO RPT-LINE.
063400     WRITE RPT-LINE.
063500     MOVE SPACES TO RPT-LINE.
063600     MOVE WS-NO-MATCH-COUNT TO WS-COUNT-DISP.
063700     STRING "NOT ON THE ROSTER:        " WS-COUNT-DISP
063800         DELIMITED BY SIZE INTO RPT-LINE.
063900     WRITE RPT-LINE.
064000     CLOSE CERT-REPORT.
064100     CLOSE REVIEW-LIST.
064200     DISPLAY "GRADE-SCHOOL-DIRCERT STATE ROWS " WS-DC-COUNT
064300         " CERTIFIED " WS-CERTIFIED-COUNT
064400         " REVIEW " WS-REVIEW-COUNT.
064500     IF WS-TABLE-FULL-COUNT > 0
064600        DISPLAY "GRADE-SCHOOL-DIRCERT MEALELIG FULL -- "
064700            WS-TABLE-FULL-COUNT " SENT TO REVIEW INSTEAD"
064800     END-IF.
064900     IF WS-REVIEW-COUNT > 0
065000        MOVE 4 TO RETURN-CODE
065100     END-IF.
065200
065300*----------------------------------------------------------------
065400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
065500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
065600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
065700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
065800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
065900*----------------------------------------------------------------
066000 9800-CHECK-LAYOUTS.
066100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
066200     OPEN EXTEND LAYOUT-USAGE-LOG.
066300     IF WS-LU-STATUS = "35"
066400        OPEN OUTPUT LAYOUT-USAGE-LOG
066500     END-IF.
066600     MOVE "ROSTERF" TO WS-LK-DATASET.
066700     MOVE 3 TO WS-LK-VERSION.
066800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
066900     PERFORM 9820-CHECK-ONE-LAYOUT.
067000     MOVE "HSHLDMST" TO WS-LK-DATASET.
067100     MOVE 3 TO WS-LK-VERSION.
067200     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
067300     PERFORM 9820-CHECK-ONE-LAYOUT.
067400     CLOSE LAYOUT-USAGE-LOG.
067500
067600 9810-LOAD-LAYOUT-CONTROL.
067700     MOVE 0 TO WS-LC-COUNT.
067800     OPEN INPUT LAYOUT-CONTROL.
067900     IF WS-LC-STATUS NOT = "00"
068000        EXIT PARAGRAPH
068100     END-IF.
068200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
068300        READ LAYOUT-CONTROL
068400            AT END MOVE "10" TO WS-LC-STATUS
068500        END-READ
068600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
068700           ADD 1 TO WS-LC-COUNT
068800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
068900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
069000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
069100        END-IF
069200     END-PERFORM.
069300     CLOSE LAYOUT-CONTROL.
069400
069500*----------------------------------------------------------------
069600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
069700* AS NOCTL.
069800*----------------------------------------------------------------
069900 9820-CHECK-ONE-LAYOUT.
070000     MOVE "NOCTL" TO WS-LK-RESULT.
070100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
070200             UNTIL WS-LC-INDX > WS-LC-COUNT
070300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
070400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
070500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
070600              MOVE "CURRENT" TO WS-LK-RESULT
070700           ELSE
070800              MOVE "MISMATCH" TO WS-LK-RESULT
070900           END-IF
071000        END-IF
071100     END-PERFORM.
071200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
071300     MOVE "GRADE-SCHOOL-DIRCERT" TO LU-PROGRAM.
071400     MOVE WS-LK-DATASET TO LU-DATASET.
071500     MOVE WS-LK-VERSION TO LU-VERSION.
071600     MOVE WS-LK-LENGTH TO LU-LENGTH.
071700     MOVE WS-LK-RESULT TO LU-RESULT.
071800     WRITE LAYOUT-USAGE-RECORD.
071900     IF WS-LK-RESULT NOT = "MISMATCH"
072000        EXIT PARAGRAPH
072100     END-IF.
072200     SET LAYOUT-MISMATCH TO TRUE.
072300     DISPLAY "GRADE-SCHOOL-DIRCERT HALTED: " WS-LK-DATASET
072400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
072500         " DOES NOT MATCH LAYOUTCT".
072600     OPEN EXTEND OPS-ERROR-LOG.
072700     IF WS-OPS-LOG-STATUS = "35"
072800        OPEN OUTPUT OPS-ERROR-LOG
072900     END-IF.
073000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
073100     MOVE "GRADE-SCHOOL-DIRCERT" TO OE-PROGRAM.
073200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
073300     MOVE "LAYOUT" TO OE-OPERATION.
073400     MOVE "16" TO OE-STATUS.
073500     WRITE OPS-ERROR-RECORD.
073600     CLOSE OPS-ERROR-LOG.
