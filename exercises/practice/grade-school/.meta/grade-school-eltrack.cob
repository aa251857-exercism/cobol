000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ELTRACK.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ENGLISH LEARNER TRACKING -- HM-LANGUAGE ONLY
001100*                 SAYS WHAT THE HOUSEHOLD READS FOR MAIL.  MODE
001200*                 SURVEY POSTS THE HOME-LANGUAGE SURVEY KEYED AT
001300*                 ENROLLMENT (HLSTX) TO HLSURVEY AND PUTS EVERY
001400*                 STUDENT WHOSE SURVEY NAMES A LANGUAGE OTHER THAN
001500*                 ENGLISH ON THE ELIDWORK IDENTIFICATION WORKLIST.
001600*                 MODE LOAD READS THE STATE'S YEARLY ENGLISH-
001700*                 PROFICIENCY CARTRIDGE (ELPSCIN) ONTO ELPSCOR THE
001800*                 WAY TESTLOAD LOADS TESTSCIN, REJECTS TO ELPREJ.
001900*                 MODE RECLASS CHECKS EVERY OPEN ELL SPELL ON
002000*                 PROGPART AGAINST THE STATE CUT SCORES ON THE
002100*                 ELPARM CARD, WRITES A PARTTX EXIT (REASON "R")
002200*                 FOR EACH STUDENT WHO MEETS THEM -- THE NEXT STEP
002300*                 RUNS GRADE-SCHOOL-PROGPART TO POST IT -- AND
002400*                 LISTS EVERY RECLASSIFIED STUDENT STILL INSIDE
002500*                 THE FOUR MONITORING YEARS.
002520* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002540*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002560*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002580*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002600*                 OPSERRLG ENTRY.
002605* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002610*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002615*                 LAYOUT VERSION 3.
002620*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARM-FILE ASSIGN TO "ELPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600
003700     SELECT SURVEY-TRANSACTIONS ASSIGN TO "HLSTX"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TX-STATUS.
004000
004100     SELECT SURVEY-MASTER ASSIGN TO "HLSURVEY"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HS-STATUS.
004400
004500     SELECT SURVEY-REJECTS ASSIGN TO "HLSREJ"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HREJ-STATUS.
004800
004900     SELECT ID-WORKLIST ASSIGN TO "ELIDWORK"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WL-STATUS.
005200
005300     SELECT SCORE-INPUT ASSIGN TO "ELPSCIN"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-IN-STATUS.
005600
005700     SELECT SCORE-MASTER ASSIGN TO "ELPSCOR"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-EP-STATUS.
006000
006100     SELECT SCORE-REJECTS ASSIGN TO "ELPREJ"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REJECT-STATUS.
006400
006500     SELECT PARTICIPATION-MASTER ASSIGN TO "PROGPART"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PP-STATUS.
006800
006900     SELECT PARTICIPATION-TRANSACTIONS ASSIGN TO "PARTTX"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PTX-STATUS.
007200
007300     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS FR-STUDENT-ID
007700         FILE STATUS IS WS-FILE-STATUS.
007800
007900     SELECT RECLASS-REPORT ASSIGN TO "ELRCRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008107     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008115         ORGANIZATION IS LINE SEQUENTIAL
008123         FILE STATUS IS WS-LC-STATUS.
008130
008138     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
008146         ORGANIZATION IS LINE SEQUENTIAL
008153         FILE STATUS IS WS-LU-STATUS.
008161
008169     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
008176         ORGANIZATION IS LINE SEQUENTIAL
008184         FILE STATUS IS WS-OPS-LOG-STATUS.
008192
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PARM-FILE.
008500*----------------------------------------------------------------
008600* ONE CARD: "SURVEY", "LOAD", OR "RECLASS" WITH THE TEST YEAR
008700* (CCYY, ZERO MEANS THE CURRENT YEAR) AND THE STATE'S CUT SCORES
008800* AS PROFICIENCY LEVELS 9V9 -- THE OVERALL LEVEL AND THE LOWEST
008900* LEVEL ALLOWED IN ANY ONE DOMAIN (ZERO MEANS 4.5 AND 3.5).
009000*----------------------------------------------------------------
009100 01  PARM-RECORD.
009200     05 PARM-MODE             PIC X(07).
009300     05 FILLER                PIC X(01).
009400     05 PARM-TEST-YEAR        PIC 9(04).
009500     05 PARM-CUT-OVERALL      PIC 9V9.
009600     05 PARM-CUT-DOMAIN       PIC 9V9.
009700
009800*----------------------------------------------------------------
009900* THE HOME-LANGUAGE SURVEY AS THE REGISTRAR KEYS IT AT
010000* ENROLLMENT: THE THREE STATE QUESTIONS, EACH A TWO-LETTER
010100* LANGUAGE CODE IN THE SAME CODE SET AS HM-LANGUAGE.
010200*----------------------------------------------------------------
010300 FD  SURVEY-TRANSACTIONS.
010400 01  SURVEY-TX-RECORD.
010500     05 HTX-STUDENT-ID        PIC 9(09).
010600     05 HTX-SURVEY-DATE       PIC 9(08).
010700*    LANGUAGE MOST OFTEN SPOKEN AT HOME.
010800     05 HTX-HOME-LANG         PIC X(02).
010900*    LANGUAGE THE STUDENT FIRST LEARNED.
011000     05 HTX-FIRST-LANG        PIC X(02).
011100*    LANGUAGE THE STUDENT MOST OFTEN SPEAKS.
011200     05 HTX-STUDENT-LANG      PIC X(02).
011300     05 HTX-USER              PIC X(08).
011400
011500* ONE SURVEY PER STUDENT -- THE ENROLLMENT SURVEY IS THE LEGAL
011600* RECORD, SO A SECOND ONE IS REJECTED, NOT OVERLAID.
011700 FD  SURVEY-MASTER.
011800 01  SURVEY-RECORD.
011900     05 HS-STUDENT-ID         PIC 9(09).
012000     05 HS-SURVEY-DATE        PIC 9(08).
012100     05 HS-HOME-LANG          PIC X(02).
012200     05 HS-FIRST-LANG         PIC X(02).
012300     05 HS-STUDENT-LANG       PIC X(02).
012400     05 HS-USER               PIC X(08).
012500     05 HS-POSTED-DATE        PIC 9(08).
012600
012700*----------------------------------------------------------------
012800* TX IMAGE LEADING, REASON TRAILING -- A CORRECTED HLSREJ RUNS
012900* BACK IN AS THE NEXT HLSTX.
013000*----------------------------------------------------------------
013100 FD  SURVEY-REJECTS.
013200 01  HREJ-RECORD.
013300     05 HREJ-TX-IMAGE         PIC X(31).
013400     05 FILLER                PIC X(01).
013500     05 HREJ-REASON           PIC X(08).
013600
013700* ONE ROW PER STUDENT TO BE SCREENED FOR EL SERVICES.
013800 FD  ID-WORKLIST.
013900 01  WORKLIST-RECORD.
014000     05 WL-STUDENT-ID         PIC 9(09).
014100     05 WL-NAME               PIC X(30).
014200     05 WL-GRADE              PIC 9(02).
014300     05 WL-SCHOOL-CODE        PIC 9(02).
014400     05 WL-SURVEY-DATE        PIC 9(08).
014500     05 WL-HOME-LANG          PIC X(02).
014600     05 WL-FIRST-LANG         PIC X(02).
014700     05 WL-STUDENT-LANG       PIC X(02).
014800     05 WL-ADDED-DATE         PIC 9(08).
014900
015000*----------------------------------------------------------------
015100* THE STATE ENGLISH-PROFICIENCY CARTRIDGE ROW: THE OVERALL
015200* PROFICIENCY LEVEL AND THE FOUR DOMAIN LEVELS, 1.0 TO 6.0.
015300*----------------------------------------------------------------
015400 FD  SCORE-INPUT.
015500 01  SCORE-IN-RECORD.
015600     05 EI-STUDENT-ID         PIC 9(09).
015700     05 EI-TEST-YEAR          PIC 9(04).
015800     05 EI-SCALE-SCORE        PIC 9(03).
015900     05 EI-OVERALL            PIC 9V9.
016000     05 EI-LISTENING          PIC 9V9.
016100     05 EI-SPEAKING           PIC 9V9.
016200     05 EI-READING            PIC 9V9.
016300     05 EI-WRITING            PIC 9V9.
016400
016500* ONE ROW PER STUDENT PER TEST YEAR.
016600 FD  SCORE-MASTER.
016700 01  ELP-SCORE-RECORD.
016800     05 EP-STUDENT-ID         PIC 9(09).
016900     05 EP-TEST-YEAR          PIC 9(04).
017000     05 EP-SCALE-SCORE        PIC 9(03).
017100     05 EP-OVERALL            PIC 9V9.
017200     05 EP-LISTENING          PIC 9V9.
017300     05 EP-SPEAKING           PIC 9V9.
017400     05 EP-READING            PIC 9V9.
017500     05 EP-WRITING            PIC 9V9.
017600     05 EP-LOAD-DATE          PIC 9(08).
017700
017800 FD  SCORE-REJECTS.
017900 01  REJ-RECORD.
018000     05 REJ-TX-IMAGE          PIC X(26).
018100     05 FILLER                PIC X(01).
018200     05 REJ-REASON            PIC X(08).
018300
018400* ONE ROW PER SPELL: EXIT DATE ZERO WHILE THE STUDENT IS STILL IN
018500* THE PROGRAM.  LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART.
018600 FD  PARTICIPATION-MASTER.
018700 01  PARTICIPATION-RECORD.
018800     05 PP-STUDENT-ID         PIC 9(09).
018900     05 PP-PROGRAM            PIC X(04).
019000     05 PP-ENTRY-DATE         PIC 9(08).
019100     05 PP-EXIT-DATE          PIC 9(08).
019200     05 PP-EXIT-REASON        PIC X(01).
019300
019400*----------------------------------------------------------------
019500* LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART'S PARTTX.  RECLASS ONLY
019600* WRITES EXITS; PROGPART POSTS AND AUDITS THEM.
019700*----------------------------------------------------------------
019800 FD  PARTICIPATION-TRANSACTIONS.
019900 01  PTX-RECORD.
020000     05 PTX-ACTION            PIC X(01).
020100     05 PTX-STUDENT-ID        PIC 9(09).
020200     05 PTX-PROGRAM           PIC X(04).
020300     05 PTX-EFF-DATE          PIC 9(08).
020400     05 PTX-EXIT-REASON       PIC X(01).
020500     05 PTX-USER              PIC X(08).
020600
020700 FD  ROSTER-FILE.
020800*----------------------------------------------------------------
020900* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
021000*----------------------------------------------------------------
021100 01  ROSTER-RECORD.
021200     05 FR-STUDENT-ID         PIC 9(09).
021300     05 FR-NAME               PIC X(60).
021400     05 FR-GRADE              PIC 9(02).
021500     05 FR-TEACHER            PIC X(30).
021600     05 FR-SECTION            PIC 9(01).
021700     05 FR-HOUSEHOLD-ID       PIC 9(09).
021800*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
021900     05 FR-IEP-FLAG           PIC X(01).
022000     05 FR-DOB                PIC 9(08).
022100     05 FR-SCHOOL-CODE        PIC 9(02).
022133     05 FR-GENDER             PIC X(01).
022166     05 FR-RACE-ETH           PIC X(01).
022200
022300 FD  RECLASS-REPORT.
022400 01  RPT-LINE                 PIC X(80).
022500
022502 FD  LAYOUT-CONTROL.
022505*----------------------------------------------------------------
022508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
022510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
022513*----------------------------------------------------------------
022516 01  LAYOUT-CONTROL-RECORD.
022518     05 LC-DATASET            PIC X(08).
022521     05 LC-VERSION            PIC 9(03).
022524     05 LC-LENGTH             PIC 9(05).
022527     05 LC-EFFECTIVE-DATE     PIC 9(08).
022529
022532 FD  LAYOUT-USAGE-LOG.
022535*----------------------------------------------------------------
022537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
022540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
022543*----------------------------------------------------------------
022545 01  LAYOUT-USAGE-RECORD.
022548     05 LU-TIMESTAMP          PIC 9(14).
022551     05 LU-PROGRAM            PIC X(24).
022554     05 LU-DATASET            PIC X(08).
022556     05 LU-VERSION            PIC 9(03).
022559     05 LU-LENGTH             PIC 9(05).
022562     05 LU-RESULT             PIC X(08).
022564
022567 FD  OPS-ERROR-LOG.
022570*----------------------------------------------------------------
022572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
022575* SHARED SHOP-WIDE ERROR LOG.
022578*----------------------------------------------------------------
022581 01  OPS-ERROR-RECORD.
022583     05 OE-TIMESTAMP          PIC 9(14).
022586     05 OE-PROGRAM            PIC X(20).
022589     05 OE-FILE-NAME          PIC X(08).
022591     05 OE-OPERATION          PIC X(08).
022594     05 OE-STATUS             PIC XX.
022597
022600 WORKING-STORAGE SECTION.
022700 01 WS-PARM-STATUS             PIC XX.
022800 01 WS-TX-STATUS               PIC XX.
022900 01 WS-HS-STATUS               PIC XX.
023000 01 WS-HREJ-STATUS             PIC XX.
023100 01 WS-WL-STATUS               PIC XX.
023200 01 WS-IN-STATUS               PIC XX.
023300 01 WS-EP-STATUS               PIC XX.
023400 01 WS-REJECT-STATUS           PIC XX.
023500 01 WS-PP-STATUS               PIC XX.
023600 01 WS-PTX-STATUS              PIC XX.
023700 01 WS-FILE-STATUS             PIC XX.
023800 01 WS-MODE                    PIC X(07).
023900 01 WS-TODAY                   PIC 9(08).
024000 01 WS-TEST-YEAR               PIC 9(04).
024100 01 WS-CUT-OVERALL             PIC 9V9 VALUE 4.5.
024200 01 WS-CUT-DOMAIN              PIC 9V9 VALUE 3.5.
024300 01 WS-MONITOR-START           PIC 9(08).
024400 01 WS-MONITOR-YEAR            PIC 9(01).
024500 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
024600 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
024700 01 WS-WORKLIST-COUNT          PIC 9(05) COMP VALUE ZERO.
024800 01 WS-LOADED-COUNT            PIC 9(05) COMP VALUE ZERO.
024900 01 WS-EL-COUNT                PIC 9(05) COMP VALUE ZERO.
025000 01 WS-EXIT-COUNT              PIC 9(05) COMP VALUE ZERO.
025100 01 WS-UNTESTED-COUNT          PIC 9(05) COMP VALUE ZERO.
025200 01 WS-MONITOR-COUNT           PIC 9(05) COMP VALUE ZERO.
025300 01 WS-FOUND                   PIC 9(05) COMP.
025400 01 WS-KEY-ID                  PIC 9(09).
025500 01 WS-STATUS-TEXT             PIC X(16).
025600 01 WS-REJECT-REASON           PIC X(08).
025700 01 WS-ED-LEVEL                PIC 9.9.
025800 01 WS-ED-COUNT                PIC ZZZZ9.
025900 01 I                          PIC 9(05) COMP.
026000
026100 01 WS-SURVEY-COUNT            PIC 9(05) COMP VALUE ZERO.
026200 01 SURVEYED-TABLE.
026300     02 SV-ROW                OCCURS 1 TO 20000 TIMES
026400                                 DEPENDING ON WS-SURVEY-COUNT.
026500        05 SV-STUDENT-ID      PIC 9(09).
026600
026700* THE TEST YEAR'S SCORES, LAST LOAD WINS FOR A STUDENT.
026800 01 WS-SCORE-COUNT             PIC 9(05) COMP VALUE ZERO.
026900 01 SCORE-TABLE.
027000     02 SC-ROW                OCCURS 1 TO 5000 TIMES
027100                                 DEPENDING ON WS-SCORE-COUNT.
027200        05 SC-STUDENT-ID      PIC 9(09).
027300        05 SC-OVERALL         PIC 9V9.
027400        05 SC-LISTENING       PIC 9V9.
027500        05 SC-SPEAKING        PIC 9V9.
027600        05 SC-READING         PIC 9V9.
027700        05 SC-WRITING         PIC 9V9.
027800
027804*----------------------------------------------------------------
027809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
027813* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
027818*----------------------------------------------------------------
027822 01 WS-LC-STATUS               PIC XX.
027827 01 WS-LU-STATUS               PIC XX.
027831 01 WS-OPS-LOG-STATUS          PIC XX.
027836 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
027840     88 LAYOUT-MISMATCH                  VALUE "Y".
027845 01 WS-LK-DATASET              PIC X(08).
027850 01 WS-LK-VERSION              PIC 9(03).
027854 01 WS-LK-LENGTH               PIC 9(05).
027859 01 WS-LK-RESULT               PIC X(08).
027863 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
027868 01 WS-LC-INDX                 PIC 9(03) COMP.
027872 01 LAYOUT-CONTROL-TABLE.
027877     02 LCT-ROW               OCCURS 50 TIMES.
027881        05 LCT-DATASET        PIC X(08).
027886        05 LCT-VERSION        PIC 9(03).
027890        05 LCT-LENGTH         PIC 9(05).
027895
027900 PROCEDURE DIVISION.
028000
028100 0000-MAINLINE.
028110     PERFORM 9800-CHECK-LAYOUTS
028120     IF LAYOUT-MISMATCH
028130        MOVE 16 TO RETURN-CODE
028140        GOBACK
028150     END-IF
028200     PERFORM 1000-INITIALIZE
028300     EVALUATE WS-MODE
028400         WHEN "SURVEY"
028500             PERFORM 2000-POST-SURVEYS
028600         WHEN "LOAD"
028700             PERFORM 4000-LOAD-SCORES
028800         WHEN "RECLASS"
028900             PERFORM 6000-RECLASSIFY
029000         WHEN OTHER
029100             DISPLAY "GRADE-SCHOOL-ELTRACK UNKNOWN MODE "
029200                 WS-MODE
029300             MOVE 8 TO RETURN-CODE
029400     END-EVALUATE
029500     GOBACK.
029600
029700 1000-INITIALIZE.
029800     MOVE SPACES TO WS-MODE.
029900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
030000     MOVE WS-TODAY(1:4) TO WS-TEST-YEAR.
030100     OPEN INPUT PARM-FILE.
030200     IF WS-PARM-STATUS = "00"
030300        READ PARM-FILE
030400            AT END CONTINUE
030500        END-READ
030600        IF WS-PARM-STATUS = "00"
030700           MOVE PARM-MODE TO WS-MODE
030800           IF PARM-TEST-YEAR IS NUMERIC
030900              AND PARM-TEST-YEAR > 0
031000              MOVE PARM-TEST-YEAR TO WS-TEST-YEAR
031100           END-IF
031200           IF PARM-CUT-OVERALL IS NUMERIC
031300              AND PARM-CUT-OVERALL > 0
031400              MOVE PARM-CUT-OVERALL TO WS-CUT-OVERALL
031500           END-IF
031600           IF PARM-CUT-DOMAIN IS NUMERIC
031700              AND PARM-CUT-DOMAIN > 0
031800              MOVE PARM-CUT-DOMAIN TO WS-CUT-DOMAIN
031900           END-IF
032000        END-IF
032100        CLOSE PARM-FILE
032200     END-IF.
032300
032400*----------------------------------------------------------------
032500* NIGHTLY, AFTER THE ENROLLMENT BATCH HAS PUT THE NEW STUDENTS ON
032600* ROSTERF.  A SURVEY FOR A STUDENT NOT ON THE ROSTER, WITH A
032700* QUESTION LEFT BLANK, OR FOR A STUDENT ALREADY SURVEYED, GOES TO
032800* HLSREJ.  ANY ANSWER OTHER THAN "EN" PUTS THE STUDENT ON THE
032900* IDENTIFICATION WORKLIST FOR SCREENING.
033000*----------------------------------------------------------------
033100 2000-POST-SURVEYS.
033200     PERFORM 2100-LOAD-SURVEYED.
033300     OPEN INPUT ROSTER-FILE.
033400     OPEN EXTEND SURVEY-MASTER.
033500     IF WS-HS-STATUS = "35"
033600        OPEN OUTPUT SURVEY-MASTER
033700     END-IF.
033800     OPEN EXTEND SURVEY-REJECTS.
033900     IF WS-HREJ-STATUS = "35"
034000        OPEN OUTPUT SURVEY-REJECTS
034100     END-IF.
034200     OPEN EXTEND ID-WORKLIST.
034300     IF WS-WL-STATUS = "35"
034400        OPEN OUTPUT ID-WORKLIST
034500     END-IF.
034600     OPEN INPUT SURVEY-TRANSACTIONS.
034700     IF WS-TX-STATUS NOT = "00"
034800        MOVE "10" TO WS-TX-STATUS
034900     ELSE
035000        PERFORM UNTIL WS-TX-STATUS NOT = "00"
035100           READ SURVEY-TRANSACTIONS
035200               AT END MOVE "10" TO WS-TX-STATUS
035300               NOT AT END PERFORM 3000-POST-ONE-SURVEY
035400           END-READ
035500        END-PERFORM
035600        CLOSE SURVEY-TRANSACTIONS
035700     END-IF.
035800     CLOSE ID-WORKLIST.
035900     CLOSE SURVEY-REJECTS.
036000     CLOSE SURVEY-MASTER.
036100     CLOSE ROSTER-FILE.
036200     DISPLAY "GRADE-SCHOOL-ELTRACK SURVEYS POSTED: "
036300         WS-POSTED-COUNT.
036400     DISPLAY "  REJECTED:         " WS-REJECT-COUNT.
036500     DISPLAY "  TO EL WORKLIST:   " WS-WORKLIST-COUNT.
036600     IF WS-REJECT-COUNT > 0
036700        MOVE 4 TO RETURN-CODE
036800     END-IF.
036900
037000 2100-LOAD-SURVEYED.
037100     OPEN INPUT SURVEY-MASTER.
037200     IF WS-HS-STATUS NOT = "00"
037300        MOVE "10" TO WS-HS-STATUS
037400        EXIT PARAGRAPH
037500     END-IF.
037600     PERFORM UNTIL WS-HS-STATUS NOT = "00"
037700        READ SURVEY-MASTER
037800            AT END MOVE "10" TO WS-HS-STATUS
037900        END-READ
038000        IF WS-HS-STATUS = "00"
038100           AND WS-SURVEY-COUNT < 20000
038200           ADD 1 TO WS-SURVEY-COUNT
038300           MOVE HS-STUDENT-ID TO SV-STUDENT-ID(WS-SURVEY-COUNT)
038400        END-IF
038500     END-PERFORM.
038600     CLOSE SURVEY-MASTER.
038700
038800 3000-POST-ONE-SURVEY.
038900     MOVE HTX-STUDENT-ID TO FR-STUDENT-ID.
039000     READ ROSTER-FILE
039100         INVALID KEY CONTINUE
039200     END-READ.
039300     IF WS-FILE-STATUS NOT = "00"
039400        MOVE "00" TO WS-FILE-STATUS
039500        MOVE "NOTFOUND" TO WS-REJECT-REASON
039600        PERFORM 3900-REJECT-SURVEY
039700        EXIT PARAGRAPH
039800     END-IF.
039900     IF HTX-HOME-LANG = SPACES
040000        OR HTX-FIRST-LANG = SPACES
040100        OR HTX-STUDENT-LANG = SPACES
040200        MOVE "NOANSWER" TO WS-REJECT-REASON
040300        PERFORM 3900-REJECT-SURVEY
040400        EXIT PARAGRAPH
040500     END-IF.
040600     IF HTX-SURVEY-DATE IS NOT NUMERIC
040700        OR HTX-SURVEY-DATE = 0
040800        MOVE "NODATE" TO WS-REJECT-REASON
040900        PERFORM 3900-REJECT-SURVEY
041000        EXIT PARAGRAPH
041100     END-IF.
041200     MOVE 0 TO WS-FOUND.
041300     PERFORM VARYING I FROM 1 BY 1
041400              UNTIL I > WS-SURVEY-COUNT OR WS-FOUND > 0
041500        IF SV-STUDENT-ID(I) = HTX-STUDENT-ID
041600           MOVE I TO WS-FOUND
041700        END-IF
041800     END-PERFORM.
041900     IF WS-FOUND > 0
042000        MOVE "DUPSURVY" TO WS-REJECT-REASON
042100        PERFORM 3900-REJECT-SURVEY
042200        EXIT PARAGRAPH
042300     END-IF.
042400     MOVE HTX-STUDENT-ID TO HS-STUDENT-ID.
042500     MOVE HTX-SURVEY-DATE TO HS-SURVEY-DATE.
042600     MOVE HTX-HOME-LANG TO HS-HOME-LANG.
042700     MOVE HTX-FIRST-LANG TO HS-FIRST-LANG.
042800     MOVE HTX-STUDENT-LANG TO HS-STUDENT-LANG.
042900     MOVE HTX-USER TO HS-USER.
043000     MOVE WS-TODAY TO HS-POSTED-DATE.
043100     WRITE SURVEY-RECORD.
043200     ADD 1 TO WS-POSTED-COUNT.
043300     IF WS-SURVEY-COUNT < 20000
043400        ADD 1 TO WS-SURVEY-COUNT
043500        MOVE HTX-STUDENT-ID TO SV-STUDENT-ID(WS-SURVEY-COUNT)
043600     END-IF.
043700     IF HTX-HOME-LANG NOT = "EN"
043800        OR HTX-FIRST-LANG NOT = "EN"
043900        OR HTX-STUDENT-LANG NOT = "EN"
044000        PERFORM 3100-ADD-TO-WORKLIST
044100     END-IF.
044200
044300 3100-ADD-TO-WORKLIST.
044400     MOVE HTX-STUDENT-ID TO WL-STUDENT-ID.
044500     MOVE FR-NAME TO WL-NAME.
044600     MOVE FR-GRADE TO WL-GRADE.
044700     MOVE FR-SCHOOL-CODE TO WL-SCHOOL-CODE.
044800     MOVE HTX-SURVEY-DATE TO WL-SURVEY-DATE.
044900     MOVE HTX-HOME-LANG TO WL-HOME-LANG.
045000     MOVE HTX-FIRST-LANG TO WL-FIRST-LANG.
045100     MOVE HTX-STUDENT-LANG TO WL-STUDENT-LANG.
045200     MOVE WS-TODAY TO WL-ADDED-DATE.
045300     WRITE WORKLIST-RECORD.
045400     ADD 1 TO WS-WORKLIST-COUNT.
045500
045600 3900-REJECT-SURVEY.
045700     MOVE SPACES TO HREJ-RECORD.
045800     MOVE SURVEY-TX-RECORD TO HREJ-TX-IMAGE.
045900     MOVE WS-REJECT-REASON TO HREJ-REASON.
046000     WRITE HREJ-RECORD.
046100     ADD 1 TO WS-REJECT-COUNT.
046200
046300*----------------------------------------------------------------
046400* YEARLY, WHEN THE STATE CARTRIDGE ARRIVES.  THE SAME LOAD
046500* DISCIPLINE AS TESTLOAD: UNKNOWN IDS AND LEVELS OUTSIDE 1.0-6.0
046600* TO ELPREJ WITH THE TX IMAGE LEADING, CLEAN ROWS TO ELPSCOR.
046700*----------------------------------------------------------------
046800 4000-LOAD-SCORES.
046900     OPEN INPUT ROSTER-FILE.
047000     OPEN EXTEND SCORE-REJECTS.
047100     IF WS-REJECT-STATUS = "35"
047200        OPEN OUTPUT SCORE-REJECTS
047300     END-IF.
047400     OPEN EXTEND SCORE-MASTER.
047500     IF WS-EP-STATUS = "35"
047600        OPEN OUTPUT SCORE-MASTER
047700     END-IF.
047800     OPEN INPUT SCORE-INPUT.
047900     IF WS-IN-STATUS NOT = "00"
048000        MOVE "10" TO WS-IN-STATUS
048100     ELSE
048200        PERFORM UNTIL WS-IN-STATUS NOT = "00"
048300           READ SCORE-INPUT
048400               AT END MOVE "10" TO WS-IN-STATUS
048500               NOT AT END PERFORM 4100-LOAD-ONE
048600           END-READ
048700        END-PERFORM
048800        CLOSE SCORE-INPUT
048900     END-IF.
049000     CLOSE SCORE-MASTER.
049100     CLOSE SCORE-REJECTS.
049200     CLOSE ROSTER-FILE.
049300     DISPLAY "GRADE-SCHOOL-ELTRACK LOADED: " WS-LOADED-COUNT
049400         "  REJECTED: " WS-REJECT-COUNT.
049500     IF WS-REJECT-COUNT > 0
049600        MOVE 4 TO RETURN-CODE
049700     END-IF.
049800
049900 4100-LOAD-ONE.
050000     MOVE EI-STUDENT-ID TO FR-STUDENT-ID.
050100     READ ROSTER-FILE
050200         INVALID KEY
050300            MOVE "NOTFOUND" TO WS-REJECT-REASON
050400            PERFORM 4900-REJECT-SCORE
050500     END-READ.
050600     IF WS-FILE-STATUS NOT = "00"
050700        MOVE "00" TO WS-FILE-STATUS
050800        EXIT PARAGRAPH
050900     END-IF.
051000     IF EI-OVERALL IS NOT NUMERIC
051100        OR EI-LISTENING IS NOT NUMERIC
051200        OR EI-SPEAKING IS NOT NUMERIC
051300        OR EI-READING IS NOT NUMERIC
051400        OR EI-WRITING IS NOT NUMERIC
051500        MOVE "BADLEVEL" TO WS-REJECT-REASON
051600        PERFORM 4900-REJECT-SCORE
051700        EXIT PARAGRAPH
051800     END-IF.
051900     IF EI-OVERALL < 1 OR EI-OVERALL > 6
052000        OR EI-LISTENING < 1 OR EI-LISTENING > 6
052100        OR EI-SPEAKING < 1 OR EI-SPEAKING > 6
052200        OR EI-READING < 1 OR EI-READING > 6
052300        OR EI-WRITING < 1 OR EI-WRITING > 6
052400        MOVE "BADLEVEL" TO WS-REJECT-REASON
052500        PERFORM 4900-REJECT-SCORE
052600        EXIT PARAGRAPH
052700     END-IF.
052800     MOVE EI-STUDENT-ID TO EP-STUDENT-ID.
052900     MOVE EI-TEST-YEAR TO EP-TEST-YEAR.
053000     MOVE EI-SCALE-SCORE TO EP-SCALE-SCORE.
053100     MOVE EI-OVERALL TO EP-OVERALL.
053200     MOVE EI-LISTENING TO EP-LISTENING.
053300     MOVE EI-SPEAKING TO EP-SPEAKING.
053400     MOVE EI-READING TO EP-READING.
053500     MOVE EI-WRITING TO EP-WRITING.
053600     MOVE WS-TODAY TO EP-LOAD-DATE.
053700     WRITE ELP-SCORE-RECORD.
053800     ADD 1 TO WS-LOADED-COUNT.
053900
054000 4900-REJECT-SCORE.
054100     MOVE SPACES TO REJ-RECORD.
054200     MOVE SCORE-IN-RECORD TO REJ-TX-IMAGE.
054300     MOVE WS-REJECT-REASON TO REJ-REASON.
054400     WRITE REJ-RECORD.
054500     ADD 1 TO WS-REJECT-COUNT.
054600
054700*----------------------------------------------------------------
054800* YEARLY, AFTER LOAD.  A STUDENT IN AN OPEN ELL SPELL WHOSE TEST
054900* YEAR SCORES MEET THE OVERALL CUT AND THE DOMAIN FLOOR IN ALL
055000* FOUR DOMAINS IS EXITED: ONE PARTTX "X" ROW, REASON "R", DATED
055100* TODAY.  A STUDENT WITH NO SCORE FOR THE YEAR IS LISTED, NEVER
055200* EXITED.  STUDENTS RECLASSIFIED WITHIN THE LAST FOUR YEARS ARE
055300* LISTED WITH THEIR MONITORING YEAR.
055400*----------------------------------------------------------------
055500 6000-RECLASSIFY.
055600     PERFORM 6100-LOAD-YEAR-SCORES.
055700     COMPUTE WS-MONITOR-START = WS-TODAY - 40000.
055800     OPEN INPUT ROSTER-FILE.
055900     OPEN OUTPUT PARTICIPATION-TRANSACTIONS.
056000     OPEN OUTPUT RECLASS-REPORT.
056100     MOVE WS-CUT-OVERALL TO WS-ED-LEVEL.
056200     MOVE SPACES TO RPT-LINE.
056300     STRING "EL RECLASSIFICATION -- TEST YEAR " DELIMITED BY SIZE
056400         WS-TEST-YEAR DELIMITED BY SIZE
056500         "  OVERALL CUT " DELIMITED BY SIZE
056600         WS-ED-LEVEL DELIMITED BY SIZE
056700         INTO RPT-LINE
056800     END-STRING.
056900     MOVE WS-CUT-DOMAIN TO WS-ED-LEVEL.
057000     STRING "  DOMAIN FLOOR " DELIMITED BY SIZE
057100         WS-ED-LEVEL DELIMITED BY SIZE
057200         INTO RPT-LINE(58:)
057300     END-STRING.
057400     WRITE RPT-LINE.
057500     MOVE SPACES TO RPT-LINE.
057600     MOVE "STUDENT" TO RPT-LINE(1:7).
057700     MOVE "NAME" TO RPT-LINE(11:4).
057800     MOVE "GR" TO RPT-LINE(36:2).
057900     MOVE "OVRL L   S   R   W" TO RPT-LINE(39:18).
058000     MOVE "STATUS" TO RPT-LINE(60:6).
058100     WRITE RPT-LINE.
058200     OPEN INPUT PARTICIPATION-MASTER.
058300     IF WS-PP-STATUS NOT = "00"
058400        MOVE "10" TO WS-PP-STATUS
058500     ELSE
058600        PERFORM UNTIL WS-PP-STATUS NOT = "00"
058700           READ PARTICIPATION-MASTER
058800               AT END MOVE "10" TO WS-PP-STATUS
058900               NOT AT END PERFORM 7000-CHECK-ONE-SPELL
059000           END-READ
059100        END-PERFORM
059200        CLOSE PARTICIPATION-MASTER
059300     END-IF.
059400     MOVE SPACES TO RPT-LINE.
059500     WRITE RPT-LINE.
059600     MOVE WS-EL-COUNT TO WS-ED-COUNT.
059700     MOVE SPACES TO RPT-LINE.
059800     STRING "OPEN EL SPELLS CHECKED: " DELIMITED BY SIZE
059900         WS-ED-COUNT DELIMITED BY SIZE
060000         INTO RPT-LINE
060100     END-STRING.
060200     WRITE RPT-LINE.
060300     MOVE WS-EXIT-COUNT TO WS-ED-COUNT.
060400     MOVE SPACES TO RPT-LINE.
060500     STRING "RECLASSIFIED:           " DELIMITED BY SIZE
060600         WS-ED-COUNT DELIMITED BY SIZE
060700         INTO RPT-LINE
060800     END-STRING.
060900     WRITE RPT-LINE.
061000     MOVE WS-UNTESTED-COUNT TO WS-ED-COUNT.
061100     MOVE SPACES TO RPT-LINE.
061200     STRING "NO SCORE THIS YEAR:     " DELIMITED BY SIZE
061300         WS-ED-COUNT DELIMITED BY SIZE
061400         INTO RPT-LINE
061500     END-STRING.
061600     WRITE RPT-LINE.
061700     MOVE WS-MONITOR-COUNT TO WS-ED-COUNT.
061800     MOVE SPACES TO RPT-LINE.
061900     STRING "IN MONITORING:          " DELIMITED BY SIZE
062000         WS-ED-COUNT DELIMITED BY SIZE
062100         INTO RPT-LINE
062200     END-STRING.
062300     WRITE RPT-LINE.
062400     CLOSE RECLASS-REPORT.
062500     CLOSE PARTICIPATION-TRANSACTIONS.
062600     CLOSE ROSTER-FILE.
062700     DISPLAY "GRADE-SCHOOL-ELTRACK EL SPELLS CHECKED: "
062800         WS-EL-COUNT.
062900     DISPLAY "  RECLASSIFIED:     " WS-EXIT-COUNT.
063000     DISPLAY "  NO SCORE:         " WS-UNTESTED-COUNT.
063100     DISPLAY "  IN MONITORING:    " WS-MONITOR-COUNT.
063200
063300 6100-LOAD-YEAR-SCORES.
063400     OPEN INPUT SCORE-MASTER.
063500     IF WS-EP-STATUS NOT = "00"
063600        MOVE "10" TO WS-EP-STATUS
063700        EXIT PARAGRAPH
063800     END-IF.
063900     PERFORM UNTIL WS-EP-STATUS NOT = "00"
064000        READ SCORE-MASTER
064100            AT END MOVE "10" TO WS-EP-STATUS
064200        END-READ
064300        IF WS-EP-STATUS = "00"
064400           AND EP-TEST-YEAR = WS-TEST-YEAR
064500           PERFORM 6200-KEEP-SCORE
064600        END-IF
064700     END-PERFORM.
064800     CLOSE SCORE-MASTER.
064900
065000 6200-KEEP-SCORE.
065100     MOVE EP-STUDENT-ID TO WS-KEY-ID.
065200     PERFORM 7900-FIND-SCORE.
065300     IF WS-FOUND = 0
065400        IF WS-SCORE-COUNT >= 5000
065500           EXIT PARAGRAPH
065600        END-IF
065700        ADD 1 TO WS-SCORE-COUNT
065800        MOVE WS-SCORE-COUNT TO WS-FOUND
065900        MOVE EP-STUDENT-ID TO SC-STUDENT-ID(WS-FOUND)
066000     END-IF.
066100     MOVE EP-OVERALL TO SC-OVERALL(WS-FOUND).
066200     MOVE EP-LISTENING TO SC-LISTENING(WS-FOUND).
066300     MOVE EP-SPEAKING TO SC-SPEAKING(WS-FOUND).
066400     MOVE EP-READING TO SC-READING(WS-FOUND).
066500     MOVE EP-WRITING TO SC-WRITING(WS-FOUND).
066600
066700 7000-CHECK-ONE-SPELL.
066800     IF PP-PROGRAM NOT = "ELL"
066900        EXIT PARAGRAPH
067000     END-IF.
067100     IF PP-EXIT-DATE = 0
067200        ADD 1 TO WS-EL-COUNT
067300        PERFORM 7100-CHECK-CUT-SCORES
067400     ELSE
067500        IF PP-EXIT-REASON = "R"
067600           AND PP-EXIT-DATE > WS-MONITOR-START
067700           PERFORM 7300-LIST-MONITORED
067800        END-IF
067900     END-IF.
068000
068100 7100-CHECK-CUT-SCORES.
068200     MOVE PP-STUDENT-ID TO WS-KEY-ID.
068300     PERFORM 7900-FIND-SCORE.
068400     IF WS-FOUND = 0
068500        ADD 1 TO WS-UNTESTED-COUNT
068600        MOVE "NO SCORE" TO WS-STATUS-TEXT
068700        PERFORM 7800-PRINT-STUDENT
068800        EXIT PARAGRAPH
068900     END-IF.
069000     IF SC-OVERALL(WS-FOUND) < WS-CUT-OVERALL
069100        OR SC-LISTENING(WS-FOUND) < WS-CUT-DOMAIN
069200        OR SC-SPEAKING(WS-FOUND) < WS-CUT-DOMAIN
069300        OR SC-READING(WS-FOUND) < WS-CUT-DOMAIN
069400        OR SC-WRITING(WS-FOUND) < WS-CUT-DOMAIN
069500        MOVE "REMAINS EL" TO WS-STATUS-TEXT
069600        PERFORM 7800-PRINT-STUDENT
069700        EXIT PARAGRAPH
069800     END-IF.
069900     MOVE "X" TO PTX-ACTION.
070000     MOVE PP-STUDENT-ID TO PTX-STUDENT-ID.
070100     MOVE "ELL" TO PTX-PROGRAM.
070200     MOVE WS-TODAY TO PTX-EFF-DATE.
070300     MOVE "R" TO PTX-EXIT-REASON.
070400     MOVE "ELTRACK" TO PTX-USER.
070500     WRITE PTX-RECORD.
070600     ADD 1 TO WS-EXIT-COUNT.
070700     MOVE "RECLASSIFIED" TO WS-STATUS-TEXT.
070800     PERFORM 7800-PRINT-STUDENT.
070900
071000*----------------------------------------------------------------
071100* MONITORING YEAR 1 RUNS FROM THE EXIT DATE TO ITS FIRST
071200* ANNIVERSARY, AND SO ON THROUGH YEAR 4.
071300*----------------------------------------------------------------
071400 7300-LIST-MONITORED.
071500     ADD 1 TO WS-MONITOR-COUNT.
071600     MOVE 1 TO WS-MONITOR-YEAR.
071700     IF PP-EXIT-DATE + 30000 <= WS-TODAY
071800        MOVE 4 TO WS-MONITOR-YEAR
071900     ELSE
072000        IF PP-EXIT-DATE + 20000 <= WS-TODAY
072100           MOVE 3 TO WS-MONITOR-YEAR
072200        ELSE
072300           IF PP-EXIT-DATE + 10000 <= WS-TODAY
072400              MOVE 2 TO WS-MONITOR-YEAR
072500           END-IF
072600        END-IF
072700     END-IF.
072800     MOVE SPACES TO WS-STATUS-TEXT.
072900     STRING "MONITOR YEAR " DELIMITED BY SIZE
073000         WS-MONITOR-YEAR DELIMITED BY SIZE
073100         INTO WS-STATUS-TEXT
073200     END-STRING.
073300     MOVE PP-STUDENT-ID TO WS-KEY-ID.
073400     PERFORM 7900-FIND-SCORE.
073500     PERFORM 7800-PRINT-STUDENT.
073600
073700 7800-PRINT-STUDENT.
073800     MOVE PP-STUDENT-ID TO FR-STUDENT-ID.
073900     READ ROSTER-FILE
074000         INVALID KEY CONTINUE
074100     END-READ.
074200     IF WS-FILE-STATUS NOT = "00"
074300        MOVE "00" TO WS-FILE-STATUS
074400        MOVE "(NOT ON ROSTER)" TO FR-NAME
074500        MOVE 0 TO FR-GRADE
074600     END-IF.
074700     MOVE SPACES TO RPT-LINE.
074800     MOVE PP-STUDENT-ID TO RPT-LINE(1:9).
074900     MOVE FR-NAME(1:24) TO RPT-LINE(11:24).
075000     MOVE FR-GRADE TO RPT-LINE(36:2).
075100     IF WS-FOUND > 0
075200        MOVE SC-OVERALL(WS-FOUND) TO WS-ED-LEVEL
075300        MOVE WS-ED-LEVEL TO RPT-LINE(39:3)
075400        MOVE SC-LISTENING(WS-FOUND) TO WS-ED-LEVEL
075500        MOVE WS-ED-LEVEL TO RPT-LINE(44:3)
075600        MOVE SC-SPEAKING(WS-FOUND) TO WS-ED-LEVEL
075700        MOVE WS-ED-LEVEL TO RPT-LINE(48:3)
075800        MOVE SC-READING(WS-FOUND) TO WS-ED-LEVEL
075900        MOVE WS-ED-LEVEL TO RPT-LINE(52:3)
076000        MOVE SC-WRITING(WS-FOUND) TO WS-ED-LEVEL
076100        MOVE WS-ED-LEVEL TO RPT-LINE(56:3)
076200     END-IF.
076300     MOVE WS-STATUS-TEXT TO RPT-LINE(60:16).
076400     WRITE RPT-LINE.
076500
076600 7900-FIND-SCORE.
076700     MOVE 0 TO WS-FOUND.
076800     PERFORM VARYING I FROM 1 BY 1
076900              UNTIL I > WS-SCORE-COUNT OR WS-FOUND > 0
077000        IF SC-STUDENT-ID(I) = WS-KEY-ID
077100           MOVE I TO WS-FOUND
077200        END-IF
077300     END-PERFORM.
077400
077500*----------------------------------------------------------------
077600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
077700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
077800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
077900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
078000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
078100*----------------------------------------------------------------
078200 9800-CHECK-LAYOUTS.
078300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
078400     OPEN EXTEND LAYOUT-USAGE-LOG.
078500     IF WS-LU-STATUS = "35"
078600        OPEN OUTPUT LAYOUT-USAGE-LOG
078700     END-IF.
078800     MOVE "ROSTERF" TO WS-LK-DATASET.
078900     MOVE 3 TO WS-LK-VERSION.
079000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
079100     PERFORM 9820-CHECK-ONE-LAYOUT.
079200     CLOSE LAYOUT-USAGE-LOG.
079300
079400 9810-LOAD-LAYOUT-CONTROL.
079500     MOVE 0 TO WS-LC-COUNT.
079600     OPEN INPUT LAYOUT-CONTROL.
079700     IF WS-LC-STATUS NOT = "00"
079800        EXIT PARAGRAPH
079900     END-IF.
080000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
080100        READ LAYOUT-CONTROL
080200            AT END MOVE "10" TO WS-LC-STATUS
080300        END-READ
080400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
080500           ADD 1 TO WS-LC-COUNT
080600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
080700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
080800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
080900        END-IF
081000     END-PERFORM.
081100     CLOSE LAYOUT-CONTROL.
081200
081300*----------------------------------------------------------------
081400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
081500* AS NOCTL.
081600*----------------------------------------------------------------
081700 9820-CHECK-ONE-LAYOUT.
081800     MOVE "NOCTL" TO WS-LK-RESULT.
081900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
082000             UNTIL WS-LC-INDX > WS-LC-COUNT
082100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
082200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
082300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
082400              MOVE "CURRENT" TO WS-LK-RESULT
082500           ELSE
082600              MOVE "MISMATCH" TO WS-LK-RESULT
082700           END-IF
082800        END-IF
082900     END-PERFORM.
083000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
083100     MOVE "GRADE-SCHOOL-ELTRACK" TO LU-PROGRAM.
083200     MOVE WS-LK-DATASET TO LU-DATASET.
083300     MOVE WS-LK-VERSION TO LU-VERSION.
083400     MOVE WS-LK-LENGTH TO LU-LENGTH.
083500     MOVE WS-LK-RESULT TO LU-RESULT.
083600     WRITE LAYOUT-USAGE-RECORD.
083700     IF WS-LK-RESULT NOT = "MISMATCH"
083800        EXIT PARAGRAPH
083900     END-IF.
084000     SET LAYOUT-MISMATCH TO TRUE.
084100     DISPLAY "GRADE-SCHOOL-ELTRACK HALTED: " WS-LK-DATASET
084200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
084300         " DOES NOT MATCH LAYOUTCT".
084400     OPEN EXTEND OPS-ERROR-LOG.
084500     IF WS-OPS-LOG-STATUS = "35"
084600        OPEN OUTPUT OPS-ERROR-LOG
084700     END-IF.
084800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
084900     MOVE "GRADE-SCHOOL-ELTRACK" TO OE-PROGRAM.
085000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
085100     MOVE "LAYOUT" TO OE-OPERATION.
085200     MOVE "16" TO OE-STATUS.
085300     WRITE OPS-ERROR-RECORD.
085400     CLOSE OPS-ERROR-LOG.
