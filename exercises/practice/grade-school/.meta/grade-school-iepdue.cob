000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-IEPDUE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  IEP REVIEW AND RE-EVALUATION DUE DATES --
001100*                 PROGPART KNOWS WHEN A STUDENT ENTERED SPECIAL
001200*                 EDUCATION BUT NOT WHEN THE ANNUAL REVIEW OR
001300*                 THE THREE-YEAR RE-EVALUATION FALLS DUE, AND A
001400*                 MISSED ONE IS AN AUDIT FINDING.  IEPDUE HOLDS
001500*                 ONE ROW PER STUDENT WITH AN OPEN IEP SPELL: LAST
001600*                 ANNUAL REVIEW, LAST EVALUATION AND THE STAFFMST
001700*                 CASE MANAGER.  MODE POST SEEDS NEW IEP STUDENTS
001800*                 FROM PROGPART, DROPS EXITED ONES, AND APPLIES
001900*                 THE IEPDTX REVIEW, EVALUATION AND CASE-MANAGER
002000*                 TRANSACTIONS.  MODE REPORT (MONTHLY) LISTS BY
002100*                 CASE MANAGER ALL THAT IS OVERDUE OR DUE IN THE
002200*                 NEXT 30 OR 60 DAYS.  THE FILE AND THE REPORT
002300*                 ARE RESTRICTED: EVERY STUDENT ROW TOUCHED IS
002400*                 LOGGED TO IEPLOG THE WAY GET-IEP-STATUS LOGS,
002500*                 UNDER THE REQUESTING USER.
002520* 2026-10-15 KAP  STAFFMST CARRIES A SUBSTITUTE-POOL FLAG NOW;
002540*                 SAME ROWS, THE NEW COLUMN IS UNUSED HERE.
002560* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002580*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002600*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002620*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002640*                 OPSERRLG ENTRY.
002645* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002650*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002655*                 LAYOUT VERSION 3.
002660*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARM-FILE ASSIGN TO "IEPDPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600
003700     SELECT DUE-TRANSACTIONS ASSIGN TO "IEPDTX"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TX-STATUS.
004000
004100     SELECT DUE-MASTER ASSIGN TO "IEPDUE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DUE-STATUS.
004400
004500     SELECT PARTICIPATION-MASTER ASSIGN TO "PROGPART"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PP-STATUS.
004800
004900     SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SM-STATUS.
005200
005300     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS FR-STUDENT-ID
005700         FILE STATUS IS WS-FILE-STATUS.
005800
005900     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-IEP-LOG-STATUS.
006200
006300     SELECT DUE-REPORT ASSIGN TO "IEPDRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006507     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006515         ORGANIZATION IS LINE SEQUENTIAL
006523         FILE STATUS IS WS-LC-STATUS.
006530
006538     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006546         ORGANIZATION IS LINE SEQUENTIAL
006553         FILE STATUS IS WS-LU-STATUS.
006561
006569     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006576         ORGANIZATION IS LINE SEQUENTIAL
006584         FILE STATUS IS WS-OPS-LOG-STATUS.
006592
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PARM-FILE.
006900*----------------------------------------------------------------
007000* ONE CARD: POST OR REPORT, THE REQUESTING USER (REQUIRED -- NO
007100* RESTRICTED RUN GOES UNSIGNED), AND AN AS-OF DATE FOR THE
007200* REPORT (ZERO MEANS TODAY).
007300*----------------------------------------------------------------
007400 01  PARM-RECORD.
007500     05 PARM-MODE             PIC X(07).
007600     05 PARM-USER             PIC X(08).
007700     05 PARM-AS-OF-DATE       PIC 9(08).
007800
007900*----------------------------------------------------------------
008000* R = ANNUAL REVIEW HELD ON IDX-DATE, E = EVALUATION (INITIAL OR
008100* RE-EVALUATION) COMPLETED ON IDX-DATE, M = CASE MANAGER IS NOW
008200* IDX-STAFF-ID.  IDX-USER SIGNS THE CHANGE AND THE IEPLOG ROW.
008300*----------------------------------------------------------------
008400 FD  DUE-TRANSACTIONS.
008500 01  DUE-TX-RECORD.
008600     05 IDX-ACTION            PIC X(01).
008700     05 IDX-STUDENT-ID        PIC 9(09).
008800     05 IDX-DATE              PIC 9(08).
008900     05 IDX-STAFF-ID          PIC 9(05).
009000     05 IDX-USER              PIC X(08).
009100
009200* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE ROW PER STUDENT WITH
009300* AN OPEN IEP SPELL ON PROGPART, IN STUDENT-ID ORDER.
009400 FD  DUE-MASTER.
009500 01  DUE-RECORD.
009600     05 ID-STUDENT-ID         PIC 9(09).
009700     05 ID-LAST-REVIEW        PIC 9(08).
009800     05 ID-LAST-EVAL          PIC 9(08).
009900     05 ID-CASE-MANAGER       PIC 9(05).
010000     05 ID-UPDATED            PIC 9(08).
010100     05 ID-USER               PIC X(08).
010200
010300* ONE ROW PER SPELL: EXIT DATE ZERO WHILE THE STUDENT IS STILL IN
010400* THE PROGRAM.  LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART.
010500 FD  PARTICIPATION-MASTER.
010600 01  PARTICIPATION-RECORD.
010700     05 PP-STUDENT-ID         PIC 9(09).
010800     05 PP-PROGRAM            PIC X(04).
010900     05 PP-ENTRY-DATE         PIC 9(08).
011000     05 PP-EXIT-DATE          PIC 9(08).
011100     05 PP-EXIT-REASON        PIC X(01).
011200
011300 FD  STAFF-MASTER.
011400*----------------------------------------------------------------
011500* LAYOUT MUST MATCH GRADE-SCHOOL'S STAFF-MASTER-RECORD.
011600*----------------------------------------------------------------
011700 01  STAFF-MASTER-RECORD.
011800     05 SM-STAFF-ID           PIC 9(05).
011900     05 SM-NAME               PIC X(30).
012000     05 SM-BUILDING           PIC 9(02).
012100     05 SM-CERT-CODES         PIC X(20).
012200     05 SM-ACTIVE             PIC X(01).
012250     05 SM-SUB-POOL           PIC X(01).
012300
012400 FD  ROSTER-FILE.
012500*----------------------------------------------------------------
012600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
012700*----------------------------------------------------------------
012800 01  ROSTER-RECORD.
012900     05 FR-STUDENT-ID         PIC 9(09).
013000     05 FR-NAME               PIC X(60).
013100     05 FR-GRADE              PIC 9(02).
013200     05 FR-TEACHER            PIC X(30).
013300     05 FR-SECTION            PIC 9(01).
013400     05 FR-HOUSEHOLD-ID       PIC 9(09).
013500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
013600     05 FR-IEP-FLAG           PIC X(01).
013700     05 FR-DOB                PIC 9(08).
013800     05 FR-SCHOOL-CODE        PIC 9(02).
013833     05 FR-GENDER             PIC X(01).
013866     05 FR-RACE-ETH           PIC X(01).
013900
014000*----------------------------------------------------------------
014100* LAYOUT MUST MATCH GRADE-SCHOOL'S IEP-ACCESS-RECORD.
014200* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE RECORD PER STUDENT
014300* ROW TOUCHED, INCLUDING EVERY "NO", SO THE COORDINATOR'S ACCESS
014400* REPORT IS COMPLETE.
014500*----------------------------------------------------------------
014600 FD  IEP-ACCESS-LOG.
014700 01  IEP-ACCESS-RECORD.
014800     05 IA-TIMESTAMP          PIC 9(14).
014900     05 IA-REQUESTOR          PIC X(08).
015000     05 IA-STUDENT-ID         PIC 9(09).
015100     05 IA-RESULT             PIC X(01).
015200
015300 FD  DUE-REPORT.
015400 01  RPT-LINE                 PIC X(80).
015500
015502 FD  LAYOUT-CONTROL.
015505*----------------------------------------------------------------
015508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015513*----------------------------------------------------------------
015516 01  LAYOUT-CONTROL-RECORD.
015518     05 LC-DATASET            PIC X(08).
015521     05 LC-VERSION            PIC 9(03).
015524     05 LC-LENGTH             PIC 9(05).
015527     05 LC-EFFECTIVE-DATE     PIC 9(08).
015529
015532 FD  LAYOUT-USAGE-LOG.
015535*----------------------------------------------------------------
015537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015543*----------------------------------------------------------------
015545 01  LAYOUT-USAGE-RECORD.
015548     05 LU-TIMESTAMP          PIC 9(14).
015551     05 LU-PROGRAM            PIC X(24).
015554     05 LU-DATASET            PIC X(08).
015556     05 LU-VERSION            PIC 9(03).
015559     05 LU-LENGTH             PIC 9(05).
015562     05 LU-RESULT             PIC X(08).
015564
015567 FD  OPS-ERROR-LOG.
015570*----------------------------------------------------------------
015572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015575* SHARED SHOP-WIDE ERROR LOG.
015578*----------------------------------------------------------------
015581 01  OPS-ERROR-RECORD.
015583     05 OE-TIMESTAMP          PIC 9(14).
015586     05 OE-PROGRAM            PIC X(20).
015589     05 OE-FILE-NAME          PIC X(08).
015591     05 OE-OPERATION          PIC X(08).
015594     05 OE-STATUS             PIC XX.
015597
015600 WORKING-STORAGE SECTION.
015700 01 WS-PARM-STATUS             PIC XX.
015800 01 WS-TX-STATUS               PIC XX.
015900 01 WS-DUE-STATUS              PIC XX.
016000 01 WS-PP-STATUS               PIC XX.
016100 01 WS-SM-STATUS               PIC XX.
016200 01 WS-FILE-STATUS             PIC XX.
016300 01 WS-IEP-LOG-STATUS          PIC XX.
016400 01 WS-MODE                    PIC X(07).
016500 01 WS-USER                    PIC X(08).
016600 01 WS-TODAY                   PIC 9(08).
016700 01 WS-AS-OF-DATE              PIC 9(08).
016800 01 WS-AS-OF-DAY               PIC 9(07) COMP.
016900 01 WS-ACCESS-USER             PIC X(08).
017000 01 WS-LOG-STUDENT-ID          PIC 9(09).
017100 01 WS-IEP-RESULT              PIC X(01).
017200    88 IEP-RESULT-YES          VALUE "Y".
017300    88 IEP-RESULT-NO           VALUE "N".
017400 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
017500 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
017600 01 WS-SEEDED-COUNT            PIC 9(05) COMP VALUE ZERO.
017700 01 WS-DROPPED-COUNT           PIC 9(05) COMP VALUE ZERO.
017800 01 WS-REJECT-REASON           PIC X(30).
017900 01 WS-FOUND                   PIC 9(05) COMP.
018000 01 WS-STAFF-FOUND             PIC 9(04) COMP.
018100 01 WS-OVERDUE-COUNT           PIC 9(05) COMP VALUE ZERO.
018200 01 WS-DUE30-COUNT             PIC 9(05) COMP VALUE ZERO.
018300 01 WS-DUE60-COUNT             PIC 9(05) COMP VALUE ZERO.
018400 01 WS-MGR-ITEMS               PIC 9(05) COMP.
018500 01 WS-PREV-MANAGER            PIC 9(05).
018600 01 WS-ITEM-NAME               PIC X(13).
018700 01 WS-LAST-DATE               PIC 9(08).
018800 01 WS-YEARS                   PIC 9(01).
018900 01 WS-DUE-DATE                PIC 9(08).
019000 01 WS-DAYS-LEFT               PIC S9(07) COMP.
019100 01 WS-ED-DAYS                 PIC ZZZ9.
019200 01 WS-ED-COUNT                PIC ZZZZ9.
019300 01 WS-MGR-NAME                PIC X(30).
019400 01 WS-MGR-NOTE                PIC X(10).
019500 01 WS-STAFF-ID                PIC 9(05).
019600 01 I                          PIC 9(05) COMP.
019700 01 J                          PIC 9(05) COMP.
019800
019900* RESTRICTED -- STUDENT-PRIVACY STATUTE.  OPEN IEP SPELLS FROM
020000* PROGPART, WITH THE ENTRY DATE THAT SEEDS A NEW DUE ROW.
020100 01 WS-PP-COUNT                PIC 9(05) COMP VALUE ZERO.
020200 01 OPEN-IEP-TABLE.
020300     02 OI-ROW                OCCURS 1 TO 5000 TIMES
020400                                 DEPENDING ON WS-PP-COUNT.
020500        05 OI-STUDENT-ID      PIC 9(09).
020600        05 OI-ENTRY-DATE      PIC 9(08).
020700
020800* RESTRICTED -- THE WHOLE OF IEPDUE, REWRITTEN AT THE END OF POST.
020900 01 WS-DUE-COUNT               PIC 9(05) COMP VALUE ZERO.
021000 01 DUE-TABLE.
021100     02 DT-ROW                OCCURS 1 TO 5000 TIMES
021200                                 DEPENDING ON WS-DUE-COUNT.
021300        05 DT-STUDENT-ID      PIC 9(09).
021400        05 DT-LAST-REVIEW     PIC 9(08).
021500        05 DT-LAST-EVAL       PIC 9(08).
021600        05 DT-CASE-MANAGER    PIC 9(05).
021700        05 DT-UPDATED         PIC 9(08).
021800        05 DT-USER            PIC X(08).
021900        05 DT-KEEP            PIC X(01).
022000
022100 01 WS-STAFF-COUNT             PIC 9(04) COMP VALUE ZERO.
022200 01 STAFF-TABLE.
022300     02 SF-ROW                OCCURS 1 TO 2000 TIMES
022400                                 DEPENDING ON WS-STAFF-COUNT.
022500        05 SF-STAFF-ID        PIC 9(05).
022600        05 SF-NAME            PIC X(30).
022700        05 SF-ACTIVE          PIC X(01).
022800
022900* ONE ROW PER ITEM TO REPORT, SORTED BY CASE MANAGER AND DUE DATE.
023000 01 WS-ITEM-COUNT              PIC 9(05) COMP VALUE ZERO.
023100 01 ITEM-TABLE.
023200     02 IT-ROW                OCCURS 1 TO 10000 TIMES
023300                                 DEPENDING ON WS-ITEM-COUNT.
023400        05 IT-CASE-MANAGER    PIC 9(05).
023500        05 IT-DUE-DATE        PIC 9(08).
023600        05 IT-STUDENT-ID      PIC 9(09).
023700        05 IT-ITEM            PIC X(13).
023800        05 IT-STATUS          PIC X(09).
023900        05 IT-DAYS            PIC 9(04).
024000
024004*----------------------------------------------------------------
024009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
024013* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
024018*----------------------------------------------------------------
024022 01 WS-LC-STATUS               PIC XX.
024027 01 WS-LU-STATUS               PIC XX.
024031 01 WS-OPS-LOG-STATUS          PIC XX.
024036 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
024040     88 LAYOUT-MISMATCH                  VALUE "Y".
024045 01 WS-LK-DATASET              PIC X(08).
024050 01 WS-LK-VERSION              PIC 9(03).
024054 01 WS-LK-LENGTH               PIC 9(05).
024059 01 WS-LK-RESULT               PIC X(08).
024063 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
024068 01 WS-LC-INDX                 PIC 9(03) COMP.
024072 01 LAYOUT-CONTROL-TABLE.
024077     02 LCT-ROW               OCCURS 50 TIMES.
024081        05 LCT-DATASET        PIC X(08).
024086        05 LCT-VERSION        PIC 9(03).
024090        05 LCT-LENGTH         PIC 9(05).
024095
024100 PROCEDURE DIVISION.
024200
024300 0000-MAINLINE.
024310     PERFORM 9800-CHECK-LAYOUTS
024320     IF LAYOUT-MISMATCH
024330        MOVE 16 TO RETURN-CODE
024340        GOBACK
024350     END-IF
024400     PERFORM 1000-INITIALIZE
024500     IF WS-USER = SPACES
024600        DISPLAY "GRADE-SCHOOL-IEPDUE NO REQUESTING USER ON "
024700            "IEPDPARM -- RESTRICTED RUN REFUSED"
024800        MOVE 8 TO RETURN-CODE
024900        GOBACK
025000     END-IF
025100     EVALUATE WS-MODE
025200         WHEN "POST"
025300             PERFORM 2000-POST-DUE-DATES
025400         WHEN "REPORT"
025500             PERFORM 5000-PRINT-DUE-REPORT
025600         WHEN OTHER
025700             DISPLAY "GRADE-SCHOOL-IEPDUE UNKNOWN MODE "
025800                 WS-MODE
025900             MOVE 8 TO RETURN-CODE
026000     END-EVALUATE
026100     GOBACK.
026200
026300 1000-INITIALIZE.
026400     MOVE SPACES TO WS-MODE.
026500     MOVE SPACES TO WS-USER.
026600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
026700     MOVE WS-TODAY TO WS-AS-OF-DATE.
026800     OPEN INPUT PARM-FILE.
026900     IF WS-PARM-STATUS = "00"
027000        READ PARM-FILE
027100            AT END CONTINUE
027200        END-READ
027300        IF WS-PARM-STATUS = "00"
027400           MOVE PARM-MODE TO WS-MODE
027500           MOVE PARM-USER TO WS-USER
027600           IF PARM-AS-OF-DATE IS NUMERIC
027700              AND PARM-AS-OF-DATE > 0
027800              MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
027900           END-IF
028000        END-IF
028100        CLOSE PARM-FILE
028200     END-IF.
028300     COMPUTE WS-AS-OF-DAY = INTEGER-OF-DATE(WS-AS-OF-DATE).
028400
028500*----------------------------------------------------------------
028600* NIGHTLY, AFTER PROGPART POSTS.  A STUDENT NEW TO AN IEP IS
028700* SEEDED WITH THE PROGPART ENTRY DATE AS BOTH LAST REVIEW AND LAST
028800* EVALUATION (THE INITIAL EVALUATION PRECEDES ENTRY) AND NO CASE
028900* MANAGER, SO THE ROW SHOWS UNASSIGNED UNTIL AN M TRANSACTION
029000* COMES IN.
029100* A STUDENT WHOSE IEP SPELL HAS CLOSED IS DROPPED -- PROGPART
029200* KEEPS THE HISTORY.
029300*----------------------------------------------------------------
029400 2000-POST-DUE-DATES.
029500     PERFORM 2100-LOAD-OPEN-IEP.
029600     PERFORM 2200-LOAD-DUE-MASTER.
029700     PERFORM 2300-LOAD-STAFF.
029800     OPEN OUTPUT DUE-REPORT.
029900     MOVE "IEP DUE-DATE POSTING -- RESTRICTED" TO RPT-LINE.
030000     WRITE RPT-LINE.
030100     MOVE WS-USER TO WS-ACCESS-USER.
030200     PERFORM 2400-SEED-AND-DROP.
030300     OPEN INPUT ROSTER-FILE.
030400     OPEN INPUT DUE-TRANSACTIONS.
030500     IF WS-TX-STATUS NOT = "00"
030600        MOVE "10" TO WS-TX-STATUS
030700     ELSE
030800        PERFORM UNTIL WS-TX-STATUS NOT = "00"
030900           READ DUE-TRANSACTIONS
031000               AT END MOVE "10" TO WS-TX-STATUS
031100               NOT AT END PERFORM 3000-APPLY-ONE
031200           END-READ
031300        END-PERFORM
031400        CLOSE DUE-TRANSACTIONS
031500     END-IF.
031600     CLOSE ROSTER-FILE.
031700     PERFORM 4000-REWRITE-DUE-MASTER.
031800     CLOSE DUE-REPORT.
031900     DISPLAY "GRADE-SCHOOL-IEPDUE POSTED: " WS-POSTED-COUNT.
032000     DISPLAY "  REJECTED:        " WS-REJECT-COUNT.
032100     DISPLAY "  NEW IEP ROWS:    " WS-SEEDED-COUNT.
032200     DISPLAY "  EXITED, DROPPED: " WS-DROPPED-COUNT.
032300     IF WS-REJECT-COUNT > 0
032400        MOVE 4 TO RETURN-CODE
032500     END-IF.
032600
032700 2100-LOAD-OPEN-IEP.
032800     OPEN INPUT PARTICIPATION-MASTER.
032900     IF WS-PP-STATUS NOT = "00"
033000        MOVE "10" TO WS-PP-STATUS
033100        EXIT PARAGRAPH
033200     END-IF.
033300     PERFORM UNTIL WS-PP-STATUS NOT = "00"
033400        READ PARTICIPATION-MASTER
033500            AT END MOVE "10" TO WS-PP-STATUS
033600        END-READ
033700        IF WS-PP-STATUS = "00"
033800           AND PP-PROGRAM = "IEP"
033900           AND (PP-EXIT-DATE = 0 OR PP-EXIT-DATE > WS-TODAY)
034000           AND WS-PP-COUNT < 5000
034100           ADD 1 TO WS-PP-COUNT
034200           MOVE PP-STUDENT-ID TO OI-STUDENT-ID(WS-PP-COUNT)
034300           MOVE PP-ENTRY-DATE TO OI-ENTRY-DATE(WS-PP-COUNT)
034400        END-IF
034500     END-PERFORM.
034600     CLOSE PARTICIPATION-MASTER.
034700
034800 2200-LOAD-DUE-MASTER.
034900     OPEN INPUT DUE-MASTER.
035000     IF WS-DUE-STATUS NOT = "00"
035100        MOVE "10" TO WS-DUE-STATUS
035200        EXIT PARAGRAPH
035300     END-IF.
035400     PERFORM UNTIL WS-DUE-STATUS NOT = "00"
035500        READ DUE-MASTER
035600            AT END MOVE "10" TO WS-DUE-STATUS
035700        END-READ
035800        IF WS-DUE-STATUS = "00"
035900           AND WS-DUE-COUNT < 5000
036000           ADD 1 TO WS-DUE-COUNT
036100           MOVE ID-STUDENT-ID TO DT-STUDENT-ID(WS-DUE-COUNT)
036200           MOVE ID-LAST-REVIEW TO DT-LAST-REVIEW(WS-DUE-COUNT)
036300           MOVE ID-LAST-EVAL TO DT-LAST-EVAL(WS-DUE-COUNT)
036400           MOVE ID-CASE-MANAGER TO DT-CASE-MANAGER(WS-DUE-COUNT)
036500           MOVE ID-UPDATED TO DT-UPDATED(WS-DUE-COUNT)
036600           MOVE ID-USER TO DT-USER(WS-DUE-COUNT)
036700           MOVE "Y" TO DT-KEEP(WS-DUE-COUNT)
036800        END-IF
036900     END-PERFORM.
037000     CLOSE DUE-MASTER.
037100
037200 2300-LOAD-STAFF.
037300     OPEN INPUT STAFF-MASTER.
037400     IF WS-SM-STATUS NOT = "00"
037500        MOVE "10" TO WS-SM-STATUS
037600        EXIT PARAGRAPH
037700     END-IF.
037800     PERFORM UNTIL WS-SM-STATUS NOT = "00"
037900        READ STAFF-MASTER
038000            AT END MOVE "10" TO WS-SM-STATUS
038100        END-READ
038200        IF WS-SM-STATUS = "00"
038300           AND WS-STAFF-COUNT < 2000
038400           ADD 1 TO WS-STAFF-COUNT
038500           MOVE SM-STAFF-ID TO SF-STAFF-ID(WS-STAFF-COUNT)
038600           MOVE SM-NAME TO SF-NAME(WS-STAFF-COUNT)
038700           MOVE SM-ACTIVE TO SF-ACTIVE(WS-STAFF-COUNT)
038800        END-IF
038900     END-PERFORM.
039000     CLOSE STAFF-MASTER.
039100
039200 2400-SEED-AND-DROP.
039300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DUE-COUNT
039400        MOVE DT-STUDENT-ID(I) TO WS-LOG-STUDENT-ID
039500        PERFORM 7000-FIND-OPEN-IEP
039600        IF WS-FOUND = 0
039700           MOVE "N" TO DT-KEEP(I)
039800           ADD 1 TO WS-DROPPED-COUNT
039900           SET IEP-RESULT-NO TO TRUE
040000           PERFORM 8000-WRITE-IEP-ACCESS-RECORD
040100        END-IF
040200     END-PERFORM.
040300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PP-COUNT
040400        MOVE OI-STUDENT-ID(J) TO WS-LOG-STUDENT-ID
040500        PERFORM 7100-FIND-DUE-ROW
040600        IF WS-FOUND = 0
040700           AND WS-DUE-COUNT < 5000
040800           ADD 1 TO WS-DUE-COUNT
040900           MOVE OI-STUDENT-ID(J) TO DT-STUDENT-ID(WS-DUE-COUNT)
041000           MOVE OI-ENTRY-DATE(J) TO DT-LAST-REVIEW(WS-DUE-COUNT)
041100           MOVE OI-ENTRY-DATE(J) TO DT-LAST-EVAL(WS-DUE-COUNT)
041200           MOVE 0 TO DT-CASE-MANAGER(WS-DUE-COUNT)
041300           MOVE WS-TODAY TO DT-UPDATED(WS-DUE-COUNT)
041400           MOVE WS-USER TO DT-USER(WS-DUE-COUNT)
041500           MOVE "Y" TO DT-KEEP(WS-DUE-COUNT)
041600           ADD 1 TO WS-SEEDED-COUNT
041700           SET IEP-RESULT-YES TO TRUE
041800           PERFORM 8000-WRITE-IEP-ACCESS-RECORD
041900        END-IF
042000     END-PERFORM.
042100
042200*----------------------------------------------------------------
042300* EVERY TRANSACTION IS LOGGED UNDER ITS OWN IDX-USER, ACCEPTED OR
042400* NOT.  AN UNSIGNED ONE IS LOGGED UNDER THE RUN'S USER, REJECTED.
042500*----------------------------------------------------------------
042600 3000-APPLY-ONE.
042700     MOVE IDX-STUDENT-ID TO WS-LOG-STUDENT-ID.
042800     PERFORM 7100-FIND-DUE-ROW.
042900     IF IDX-USER = SPACES
043000        MOVE WS-USER TO WS-ACCESS-USER
043100     ELSE
043200        MOVE IDX-USER TO WS-ACCESS-USER
043300     END-IF.
043400     IF WS-FOUND > 0
043500        SET IEP-RESULT-YES TO TRUE
043600     ELSE
043700        SET IEP-RESULT-NO TO TRUE
043800     END-IF.
043900     PERFORM 8000-WRITE-IEP-ACCESS-RECORD.
044000     MOVE WS-USER TO WS-ACCESS-USER.
044100     IF IDX-USER = SPACES
044200        MOVE "NO SIGNING USER" TO WS-REJECT-REASON
044300        PERFORM 3900-REJECT-ONE
044400        EXIT PARAGRAPH
044500     END-IF.
044600     IF WS-FOUND = 0
044700        MOVE "NO OPEN IEP SPELL" TO WS-REJECT-REASON
044800        PERFORM 3900-REJECT-ONE
044900        EXIT PARAGRAPH
045000     END-IF.
045100     EVALUATE IDX-ACTION
045200         WHEN "R"
045300         WHEN "E"
045400             PERFORM 3100-APPLY-MEETING-DATE
045500         WHEN "M"
045600             PERFORM 3200-APPLY-CASE-MANAGER
045700         WHEN OTHER
045800             MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
045900             PERFORM 3900-REJECT-ONE
046000     END-EVALUATE.
046100
046200 3100-APPLY-MEETING-DATE.
046300     IF IDX-DATE IS NOT NUMERIC
046400        OR TEST-DATE-YYYYMMDD(IDX-DATE) NOT = 0
046500        MOVE "MEETING DATE NOT VALID" TO WS-REJECT-REASON
046600        PERFORM 3900-REJECT-ONE
046700        EXIT PARAGRAPH
046800     END-IF.
046900     IF IDX-DATE > WS-TODAY
047000        MOVE "MEETING DATE IN FUTURE" TO WS-REJECT-REASON
047100        PERFORM 3900-REJECT-ONE
047200        EXIT PARAGRAPH
047300     END-IF.
047400     IF IDX-ACTION = "R"
047500        IF IDX-DATE < DT-LAST-REVIEW(WS-FOUND)
047600           MOVE "OLDER THAN LAST REVIEW" TO WS-REJECT-REASON
047700           PERFORM 3900-REJECT-ONE
047800           EXIT PARAGRAPH
047900        END-IF
048000        MOVE IDX-DATE TO DT-LAST-REVIEW(WS-FOUND)
048100     ELSE
048200        IF IDX-DATE < DT-LAST-EVAL(WS-FOUND)
048300           MOVE "OLDER THAN LAST EVALUATION" TO WS-REJECT-REASON
048400           PERFORM 3900-REJECT-ONE
048500           EXIT PARAGRAPH
048600        END-IF
048700        MOVE IDX-DATE TO DT-LAST-EVAL(WS-FOUND)
048800     END-IF.
048900     PERFORM 3300-STAMP-ROW.
049000
049100 3200-APPLY-CASE-MANAGER.
049200     MOVE IDX-STAFF-ID TO WS-STAFF-ID.
049300     PERFORM 7200-FIND-STAFF.
049400     IF WS-STAFF-FOUND = 0
049500        MOVE "CASE MANAGER NOT ACTIVE" TO WS-REJECT-REASON
049600        PERFORM 3900-REJECT-ONE
049700        EXIT PARAGRAPH
049800     END-IF.
049900     IF SF-ACTIVE(WS-STAFF-FOUND) NOT = "Y"
050000        MOVE "CASE MANAGER NOT ACTIVE" TO WS-REJECT-REASON
050100        PERFORM 3900-REJECT-ONE
050200        EXIT PARAGRAPH
050300     END-IF.
050400     MOVE IDX-STAFF-ID TO DT-CASE-MANAGER(WS-FOUND).
050500     PERFORM 3300-STAMP-ROW.
050600
050700 3300-STAMP-ROW.
050800     MOVE WS-TODAY TO DT-UPDATED(WS-FOUND).
050900     MOVE IDX-USER TO DT-USER(WS-FOUND).
051000     ADD 1 TO WS-POSTED-COUNT.
051100
051200 3900-REJECT-ONE.
051300     ADD 1 TO WS-REJECT-COUNT.
051400     MOVE SPACES TO RPT-LINE.
051500     STRING "  REJECTED " DELIMITED BY SIZE
051600         IDX-ACTION DELIMITED BY SIZE
051700         " " DELIMITED BY SIZE
051800         IDX-STUDENT-ID DELIMITED BY SIZE
051900         " " DELIMITED BY SIZE
052000         IDX-DATE DELIMITED BY SIZE
052100         " " DELIMITED BY SIZE
052200         IDX-STAFF-ID DELIMITED BY SIZE
052300         " " DELIMITED BY SIZE
052400         IDX-USER DELIMITED BY SIZE
052500         "  " DELIMITED BY SIZE
052600         WS-REJECT-REASON DELIMITED BY SIZE
052700         INTO RPT-LINE
052800     END-STRING.
052900     WRITE RPT-LINE.
053000
053100 4000-REWRITE-DUE-MASTER.
053200     SORT DT-ROW ASCENDING DT-STUDENT-ID.
053300     OPEN OUTPUT DUE-MASTER.
053400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DUE-COUNT
053500        IF DT-KEEP(I) = "Y"
053600           MOVE DT-STUDENT-ID(I) TO ID-STUDENT-ID
053700           MOVE DT-LAST-REVIEW(I) TO ID-LAST-REVIEW
053800           MOVE DT-LAST-EVAL(I) TO ID-LAST-EVAL
053900           MOVE DT-CASE-MANAGER(I) TO ID-CASE-MANAGER
054000           MOVE DT-UPDATED(I) TO ID-UPDATED
054100           MOVE DT-USER(I) TO ID-USER
054200           WRITE DUE-RECORD
054300        END-IF
054400     END-PERFORM.
054500     CLOSE DUE-MASTER.
054600
054700*----------------------------------------------------------------
054800* MONTHLY.  THE ANNUAL REVIEW FALLS DUE ONE YEAR AFTER THE LAST
054900* ONE, THE RE-EVALUATION THREE YEARS AFTER THE LAST EVALUATION.
055000* ANYTHING PAST DUE, OR DUE WITHIN 60 DAYS OF THE AS-OF DATE, IS
055100* LISTED UNDER ITS CASE MANAGER.  EVERY IEPDUE ROW READ IS LOGGED
055200* TO IEPLOG UNDER THE REQUESTING USER.  RC 4 IF ANYTHING IS
055300* OVERDUE.
055400*----------------------------------------------------------------
055500 5000-PRINT-DUE-REPORT.
055600     PERFORM 2200-LOAD-DUE-MASTER.
055700     PERFORM 2300-LOAD-STAFF.
055800     MOVE WS-USER TO WS-ACCESS-USER.
055900     SET IEP-RESULT-YES TO TRUE.
056000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DUE-COUNT
056100        MOVE DT-STUDENT-ID(I) TO WS-LOG-STUDENT-ID
056200        PERFORM 8000-WRITE-IEP-ACCESS-RECORD
056300        MOVE "ANNUAL REVIEW" TO WS-ITEM-NAME
056400        MOVE DT-LAST-REVIEW(I) TO WS-LAST-DATE
056500        MOVE 1 TO WS-YEARS
056600        PERFORM 5100-CHECK-ONE-ITEM
056700        MOVE "RE-EVALUATION" TO WS-ITEM-NAME
056800        MOVE DT-LAST-EVAL(I) TO WS-LAST-DATE
056900        MOVE 3 TO WS-YEARS
057000        PERFORM 5100-CHECK-ONE-ITEM
057100     END-PERFORM.
057200     IF WS-ITEM-COUNT > 0
057300        SORT IT-ROW ASCENDING IT-CASE-MANAGER IT-DUE-DATE
057400            IT-STUDENT-ID
057500     END-IF.
057600     OPEN INPUT ROSTER-FILE.
057700     OPEN OUTPUT DUE-REPORT.
057800     MOVE SPACES TO RPT-LINE.
057900     STRING "IEP REVIEW AND RE-EVALUATION DUE DATES -- RESTRICTED"
058000         DELIMITED BY SIZE
058100         INTO RPT-LINE
058200     END-STRING.
058300     WRITE RPT-LINE.
058400     MOVE SPACES TO RPT-LINE.
058500     STRING "AS OF " DELIMITED BY SIZE
058600         WS-AS-OF-DATE DELIMITED BY SIZE
058700         "  REQUESTED BY " DELIMITED BY SIZE
058800         WS-USER DELIMITED BY SIZE
058900         INTO RPT-LINE
059000     END-STRING.
059100     WRITE RPT-LINE.
059200     MOVE 99999 TO WS-PREV-MANAGER.
059300     MOVE 0 TO WS-MGR-ITEMS.
059400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
059500        IF IT-CASE-MANAGER(I) NOT = WS-PREV-MANAGER
059600           PERFORM 5300-PRINT-MANAGER-TOTAL
059700           PERFORM 5200-PRINT-MANAGER-HEADING
059800        END-IF
059900        PERFORM 5400-PRINT-ITEM
060000     END-PERFORM.
060100     PERFORM 5300-PRINT-MANAGER-TOTAL.
060200     MOVE SPACES TO RPT-LINE.
060300     WRITE RPT-LINE.
060400     MOVE WS-OVERDUE-COUNT TO WS-ED-COUNT.
060500     MOVE SPACES TO RPT-LINE.
060600     STRING "OVERDUE:        " DELIMITED BY SIZE
060700         WS-ED-COUNT DELIMITED BY SIZE
060800         INTO RPT-LINE
060900     END-STRING.
061000     WRITE RPT-LINE.
061100     MOVE WS-DUE30-COUNT TO WS-ED-COUNT.
061200     MOVE SPACES TO RPT-LINE.
061300     STRING "DUE IN 30 DAYS: " DELIMITED BY SIZE
061400         WS-ED-COUNT DELIMITED BY SIZE
061500         INTO RPT-LINE
061600     END-STRING.
061700     WRITE RPT-LINE.
061800     MOVE WS-DUE60-COUNT TO WS-ED-COUNT.
061900     MOVE SPACES TO RPT-LINE.
062000     STRING "DUE IN 60 DAYS: " DELIMITED BY SIZE
062100         WS-ED-COUNT DELIMITED BY SIZE
062200         INTO RPT-LINE
062300     END-STRING.
062400     WRITE RPT-LINE.
062500     CLOSE DUE-REPORT.
062600     CLOSE ROSTER-FILE.
062700     DISPLAY "GRADE-SCHOOL-IEPDUE STUDENTS CHECKED: "
062800         WS-DUE-COUNT.
062900     DISPLAY "  OVERDUE:         " WS-OVERDUE-COUNT.
063000     DISPLAY "  DUE IN 30 DAYS:  " WS-DUE30-COUNT.
063100     DISPLAY "  DUE IN 60 DAYS:  " WS-DUE60-COUNT.
063200     IF WS-OVERDUE-COUNT > 0
063300        MOVE 4 TO RETURN-CODE
063400     END-IF.
063500
063600*----------------------------------------------------------------
063700* A REVIEW DATED FEBRUARY 29 FALLS DUE ON FEBRUARY 28.  A ROW
063800* WITH NO DATE AT ALL IS OVERDUE AS OF TODAY.
063900*----------------------------------------------------------------
064000 5100-CHECK-ONE-ITEM.
064100     IF WS-LAST-DATE = 0
064200        MOVE WS-AS-OF-DATE TO WS-DUE-DATE
064300        SUBTRACT 1 FROM WS-DUE-DATE
064400     ELSE
064500        MOVE WS-LAST-DATE TO WS-DUE-DATE
064600        COMPUTE WS-DUE-DATE = WS-DUE-DATE + WS-YEARS * 10000
064700        IF WS-DUE-DATE(5:4) = "0229"
064800           AND TEST-DATE-YYYYMMDD(WS-DUE-DATE) NOT = 0
064900           MOVE "0228" TO WS-DUE-DATE(5:4)
065000        END-IF
065100     END-IF.
065200     IF TEST-DATE-YYYYMMDD(WS-DUE-DATE) NOT = 0
065300        MOVE WS-AS-OF-DATE TO WS-DUE-DATE
065400     END-IF.
065500     COMPUTE WS-DAYS-LEFT =
065600         INTEGER-OF-DATE(WS-DUE-DATE) - WS-AS-OF-DAY.
065700     IF WS-DAYS-LEFT > 60
065800        EXIT PARAGRAPH
065900     END-IF.
066000     IF WS-ITEM-COUNT >= 10000
066100        EXIT PARAGRAPH
066200     END-IF.
066300     ADD 1 TO WS-ITEM-COUNT.
066400     MOVE DT-CASE-MANAGER(I) TO IT-CASE-MANAGER(WS-ITEM-COUNT).
066500     MOVE WS-DUE-DATE TO IT-DUE-DATE(WS-ITEM-COUNT).
066600     MOVE DT-STUDENT-ID(I) TO IT-STUDENT-ID(WS-ITEM-COUNT).
066700     MOVE WS-ITEM-NAME TO IT-ITEM(WS-ITEM-COUNT).
066800     EVALUATE TRUE
066900         WHEN WS-DAYS-LEFT < 0
067000             MOVE "OVERDUE" TO IT-STATUS(WS-ITEM-COUNT)
067100             COMPUTE IT-DAYS(WS-ITEM-COUNT) = 0 - WS-DAYS-LEFT
067200             ADD 1 TO WS-OVERDUE-COUNT
067300         WHEN WS-DAYS-LEFT <= 30
067400             MOVE "DUE IN 30" TO IT-STATUS(WS-ITEM-COUNT)
067500             MOVE WS-DAYS-LEFT TO IT-DAYS(WS-ITEM-COUNT)
067600             ADD 1 TO WS-DUE30-COUNT
067700         WHEN OTHER
067800             MOVE "DUE IN 60" TO IT-STATUS(WS-ITEM-COUNT)
067900             MOVE WS-DAYS-LEFT TO IT-DAYS(WS-ITEM-COUNT)
068000             ADD 1 TO WS-DUE60-COUNT
068100     END-EVALUATE.
068200
068300 5200-PRINT-MANAGER-HEADING.
068400     MOVE IT-CASE-MANAGER(I) TO WS-PREV-MANAGER.
068500     MOVE 0 TO WS-MGR-ITEMS.
068600     MOVE SPACES TO WS-MGR-NAME.
068700     MOVE SPACES TO WS-MGR-NOTE.
068800     IF IT-CASE-MANAGER(I) = 0
068900        MOVE "** NO CASE MANAGER ASSIGNED **" TO WS-MGR-NAME
069000     ELSE
069100        MOVE IT-CASE-MANAGER(I) TO WS-STAFF-ID
069200        PERFORM 7200-FIND-STAFF
069300        IF WS-STAFF-FOUND = 0
069400           MOVE "** NOT ON STAFFMST **" TO WS-MGR-NAME
069500        ELSE
069600           MOVE SF-NAME(WS-STAFF-FOUND) TO WS-MGR-NAME
069700           IF SF-ACTIVE(WS-STAFF-FOUND) NOT = "Y"
069800              MOVE "(INACTIVE)" TO WS-MGR-NOTE
069900           END-IF
070000        END-IF
070100     END-IF.
070200     MOVE SPACES TO RPT-LINE.
070300     WRITE RPT-LINE.
070400     MOVE SPACES TO RPT-LINE.
070500     STRING "CASE MANAGER " DELIMITED BY SIZE
070600         IT-CASE-MANAGER(I) DELIMITED BY SIZE
070700         " " DELIMITED BY SIZE
070800         WS-MGR-NAME DELIMITED BY SIZE
070900         " " DELIMITED BY SIZE
071000         WS-MGR-NOTE DELIMITED BY SIZE
071100         INTO RPT-LINE
071200     END-STRING.
071300     WRITE RPT-LINE.
071400     MOVE SPACES TO RPT-LINE.
071500     MOVE "STUDENT" TO RPT-LINE(3:7).
071600     MOVE "NAME" TO RPT-LINE(13:4).
071700     MOVE "ITEM" TO RPT-LINE(36:4).
071800     MOVE "DUE" TO RPT-LINE(50:3).
071900     MOVE "STATUS" TO RPT-LINE(59:6).
072000     MOVE "DAYS" TO RPT-LINE(69:4).
072100     WRITE RPT-LINE.
072200
072300 5300-PRINT-MANAGER-TOTAL.
072400     IF WS-MGR-ITEMS = 0
072500        EXIT PARAGRAPH
072600     END-IF.
072700     MOVE WS-MGR-ITEMS TO WS-ED-COUNT.
072800     MOVE SPACES TO RPT-LINE.
072900     STRING "  ITEMS FOR THIS CASE MANAGER: " DELIMITED BY SIZE
073000         WS-ED-COUNT DELIMITED BY SIZE
073100         INTO RPT-LINE
073200     END-STRING.
073300     WRITE RPT-LINE.
073400
073500 5400-PRINT-ITEM.
073600     ADD 1 TO WS-MGR-ITEMS.
073700     MOVE IT-STUDENT-ID(I) TO FR-STUDENT-ID.
073800     READ ROSTER-FILE
073900         INVALID KEY CONTINUE
074000     END-READ.
074100     IF WS-FILE-STATUS NOT = "00"
074200        MOVE "00" TO WS-FILE-STATUS
074300        MOVE "(NOT ON ROSTER)" TO FR-NAME
074400     END-IF.
074500     MOVE IT-DAYS(I) TO WS-ED-DAYS.
074600     MOVE SPACES TO RPT-LINE.
074700     STRING "  " DELIMITED BY SIZE
074800         IT-STUDENT-ID(I) DELIMITED BY SIZE
074900         " " DELIMITED BY SIZE
075000         FR-NAME(1:22) DELIMITED BY SIZE
075100         " " DELIMITED BY SIZE
075200         IT-ITEM(I) DELIMITED BY SIZE
075300         " " DELIMITED BY SIZE
075400         IT-DUE-DATE(I) DELIMITED BY SIZE
075500         " " DELIMITED BY SIZE
075600         IT-STATUS(I) DELIMITED BY SIZE
075700         " " DELIMITED BY SIZE
075800         WS-ED-DAYS DELIMITED BY SIZE
075900         INTO RPT-LINE
076000     END-STRING.
076100     WRITE RPT-LINE.
076200
076300 7000-FIND-OPEN-IEP.
076400     MOVE 0 TO WS-FOUND.
076500     PERFORM VARYING J FROM 1 BY 1
076600              UNTIL J > WS-PP-COUNT OR WS-FOUND > 0
076700        IF OI-STUDENT-ID(J) = WS-LOG-STUDENT-ID
076800           MOVE J TO WS-FOUND
076900        END-IF
077000     END-PERFORM.
077100
077200 7100-FIND-DUE-ROW.
077300     MOVE 0 TO WS-FOUND.
077400     PERFORM VARYING I FROM 1 BY 1
077500              UNTIL I > WS-DUE-COUNT OR WS-FOUND > 0
077600        IF DT-STUDENT-ID(I) = WS-LOG-STUDENT-ID
077700           AND DT-KEEP(I) = "Y"
077800           MOVE I TO WS-FOUND
077900        END-IF
078000     END-PERFORM.
078100
078200 7200-FIND-STAFF.
078300     MOVE 0 TO WS-STAFF-FOUND.
078400     PERFORM VARYING J FROM 1 BY 1
078500              UNTIL J > WS-STAFF-COUNT OR WS-STAFF-FOUND > 0
078600        IF SF-STAFF-ID(J) = WS-STAFF-ID
078700           MOVE J TO WS-STAFF-FOUND
078800        END-IF
078900     END-PERFORM.
079000
079100*----------------------------------------------------------------
079200* RESTRICTED -- STUDENT-PRIVACY STATUTE.  THE SAME RECORD
079300* GET-IEP-STATUS WRITES: WHO, WHEN, ABOUT WHOM, WHAT ANSWER.
079400*----------------------------------------------------------------
079500 8000-WRITE-IEP-ACCESS-RECORD.
079600     OPEN EXTEND IEP-ACCESS-LOG.
079700     IF WS-IEP-LOG-STATUS = "35"
079800        OPEN OUTPUT IEP-ACCESS-LOG
079900     END-IF.
080000     MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP.
080100     MOVE WS-ACCESS-USER TO IA-REQUESTOR.
080200     MOVE WS-LOG-STUDENT-ID TO IA-STUDENT-ID.
080300     MOVE WS-IEP-RESULT TO IA-RESULT.
080400     WRITE IEP-ACCESS-RECORD.
080500     CLOSE IEP-ACCESS-LOG.
080600
080700*----------------------------------------------------------------
080800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
080900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
081000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
081100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
081200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
081300*----------------------------------------------------------------
081400 9800-CHECK-LAYOUTS.
081500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
081600     OPEN EXTEND LAYOUT-USAGE-LOG.
081700     IF WS-LU-STATUS = "35"
081800        OPEN OUTPUT LAYOUT-USAGE-LOG
081900     END-IF.
082000     MOVE "ROSTERF" TO WS-LK-DATASET.
082100     MOVE 3 TO WS-LK-VERSION.
082200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
082300     PERFORM 9820-CHECK-ONE-LAYOUT.
082400     CLOSE LAYOUT-USAGE-LOG.
082500
082600 9810-LOAD-LAYOUT-CONTROL.
082700     MOVE 0 TO WS-LC-COUNT.
082800     OPEN INPUT LAYOUT-CONTROL.
082900     IF WS-LC-STATUS NOT = "00"
083000        EXIT PARAGRAPH
083100     END-IF.
083200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
083300        READ LAYOUT-CONTROL
083400            AT END MOVE "10" TO WS-LC-STATUS
083500        END-READ
083600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
083700           ADD 1 TO WS-LC-COUNT
083800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
083900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
084000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
084100        END-IF
084200     END-PERFORM.
084300     CLOSE LAYOUT-CONTROL.
084400
084500*----------------------------------------------------------------
084600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
084700* AS NOCTL.
084800*----------------------------------------------------------------
084900 9820-CHECK-ONE-LAYOUT.
085000     MOVE "NOCTL" TO WS-LK-RESULT.
085100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
085200             UNTIL WS-LC-INDX > WS-LC-COUNT
085300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
085400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
085500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
085600              MOVE "CURRENT" TO WS-LK-RESULT
085700           ELSE
085800              MOVE "MISMATCH" TO WS-LK-RESULT
085900           END-IF
086000        END-IF
086100     END-PERFORM.
086200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
086300     MOVE "GRADE-SCHOOL-IEPDUE" TO LU-PROGRAM.
086400     MOVE WS-LK-DATASET TO LU-DATASET.
086500     MOVE WS-LK-VERSION TO LU-VERSION.
086600     MOVE WS-LK-LENGTH TO LU-LENGTH.
086700     MOVE WS-LK-RESULT TO LU-RESULT.
086800     WRITE LAYOUT-USAGE-RECORD.
086900     IF WS-LK-RESULT NOT = "MISMATCH"
087000        EXIT PARAGRAPH
087100     END-IF.
087200     SET LAYOUT-MISMATCH TO TRUE.
087300     DISPLAY "GRADE-SCHOOL-IEPDUE HALTED: " WS-LK-DATASET
087400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
087500         " DOES NOT MATCH LAYOUTCT".
087600     OPEN EXTEND OPS-ERROR-LOG.
087700     IF WS-OPS-LOG-STATUS = "35"
087800        OPEN OUTPUT OPS-ERROR-LOG
087900     END-IF.
088000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
088100     MOVE "GRADE-SCHOOL-IEPDUE" TO OE-PROGRAM.
088200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
088300     MOVE "LAYOUT" TO OE-OPERATION.
088400     MOVE "16" TO OE-STATUS.
088500     WRITE OPS-ERROR-RECORD.
088600     CLOSE OPS-ERROR-LOG.
