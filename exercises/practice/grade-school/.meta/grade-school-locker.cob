000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-LOCKER.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  LOCKER ASSIGNMENT AND COMBINATIONS.  LOCKERS
001100*                 WERE HANDED OUT FROM A CLIPBOARD, COMBINATIONS
001200*                 KEPT IN A BINDER, AND LOCKS RE-KEYED WITH NO
001300*                 RECORD OF WHO HAD WHAT.  LOCKMAST CARRIES EVERY
001400*                 LOCKER (BUILDING, HALL, NUMBER, THE GRADE THE
001500*                 HALL SERVES, LOCK SERIAL, CURRENT COMBINATION,
001600*                 CONDITION) AND ITS HOLDER.  LKPARM SAYS ASSIGN
001700*                 OR POST.  ASSIGN RUNS ONCE AT THE START OF THE
001800*                 YEAR, AFTER GRADE-SCHOOL-PROMOTE: IT FREES EVERY
001900*                 LOCKER WHOSE HOLDER LEFT OR MOVED OUT OF THE
002000*                 HALL'S GRADE, PAIRS THE LOCKSHR SHARE REQUESTS
002100*                 (SIBLINGS OR PE PARTNERS), HANDS EVERY OTHER
002200*                 STUDENT IN A LOCKER GRADE THE NEXT FREE LOCKER
002300*                 IN THEIR GRADE HALL, AND PRINTS THE HOMEROOM
002400*                 SLIPS WITH THE COMBINATION.  POST APPLIES THE
002500*                 DAY'S LOCKTX ROWS (NEW LOCKERS, HALL GRADES,
002600*                 ASSIGNMENTS, RELEASES, COMBINATION RESETS, LOST
002700*                 LOCKS, DAMAGE, CONDITION) AND FREES THE LOCKER
002800*                 OF ANY HOLDER NO LONGER ON ROSTERF.  A RESET OR
002900*                 REPLACED LOCK WRITES A LOCKHIST ROW; DAMAGE AND
003000*                 LOST-LOCK CHARGES GO TO FEELEDGR.  ROSTERF IS
003100*                 CHECKED AGAINST LAYOUTCT AT START.
003125* 2026-10-15 KAP  A LOCKMAST LARGER THAN THE 9000-ROW TABLE NOW
003150*                 ABANDONS THE RUN RC=8 INSTEAD OF REWRITING THE
003175*                 FILE WITHOUT THE ROWS PAST THE CAP.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 REPOSITORY.
003600     FUNCTION ALL INTRINSIC.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PARM-FILE ASSIGN TO "LKPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200
004300     SELECT LOCKER-MASTER ASSIGN TO "LOCKMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LM-STATUS.
004600
004700     SELECT SHARE-REQUESTS ASSIGN TO "LOCKSHR"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SHR-STATUS.
005000
005100     SELECT LOCKER-TRANSACTIONS ASSIGN TO "LOCKTX"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TX-STATUS.
005400
005500     SELECT LOCKER-REJECTS ASSIGN TO "LOCKREJ"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REJECT-STATUS.
005800
005900     SELECT LOCKER-HISTORY ASSIGN TO "LOCKHIST"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LH-STATUS.
006200
006300     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS FR-STUDENT-ID
006700         FILE STATUS IS WS-FILE-STATUS.
006800
006900     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FEE-STATUS.
007200
007300     SELECT SLIP-FILE ASSIGN TO "LOCKSLIP"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT LOCKER-REPORT ASSIGN TO "LOCKRPT"
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
009500* ONE CARD: ASSIGN OR POST.  ASSIGN MAY NAME ONE BUILDING
009600* (00 OR BLANK = EVERY BUILDING).
009700*----------------------------------------------------------------
009800 01  PARM-RECORD.
009900     05 PARM-MODE             PIC X(08).
010000     05 PARM-SCHOOL-CODE      PIC X(02).
010100
010200*----------------------------------------------------------------
010300* LAYOUT MUST MATCH GRADE-SCHOOL'S LOCKER-RECORD.  ONE ROW PER
010400* LOCKER, IN BUILDING/HALL/NUMBER ORDER.  LM-HALL-GRADE IS THE
010500* GRADE WHOSE STUDENTS USE THE HALL (ZERO = NOT HANDED OUT BY
010600* GRADE).  CONDITION G = GOOD, D = DAMAGED, X = OUT OF SERVICE;
010700* ONLY A G LOCKER IS HANDED OUT.  LM-STUDENT-ID ZERO = FREE;
010800* LM-PARTNER-ID IS THE SECOND STUDENT ON A SHARED LOCKER.
010900*----------------------------------------------------------------
011000 FD  LOCKER-MASTER.
011100 01  LOCKER-RECORD.
011200     05 LM-SCHOOL-CODE        PIC 9(02).
011300     05 LM-HALL               PIC X(04).
011400     05 LM-LOCKER-NUMBER      PIC 9(04).
011500     05 LM-HALL-GRADE         PIC 9(02).
011600     05 LM-LOCK-SERIAL        PIC X(10).
011700     05 LM-COMBINATION        PIC 9(06).
011800     05 LM-CONDITION          PIC X(01).
011900     05 LM-STUDENT-ID         PIC 9(09).
012000     05 LM-PARTNER-ID         PIC 9(09).
012100     05 LM-ASSIGN-DATE        PIC 9(08).
012200
012300*----------------------------------------------------------------
012400* THIS YEAR'S SHARE REQUESTS, FROM THE OFFICE: TWO STUDENTS AT
012500* ONE BUILDING, KIND S (SIBLINGS -- SAME HOUSEHOLD) OR P (PE
012600* PARTNERS -- SAME GRADE).  THE LOCKER COMES FROM THE FIRST
012700* STUDENT'S GRADE HALL.
012800*----------------------------------------------------------------
012900 FD  SHARE-REQUESTS.
013000 01  SHARE-RECORD.
013100     05 LS-STUDENT-ID         PIC 9(09).
013200     05 LS-PARTNER-ID         PIC 9(09).
013300     05 LS-KIND               PIC X(01).
013400
013500*----------------------------------------------------------------
013600* N = NEW LOCKER (HALL GRADE, SERIAL, COMBINATION; CONDITION
013700*     BLANK = G)
013800* H = HALL GRADE FOR EVERY LOCKER IN THE HALL (NUMBER IGNORED)
013900* A = ASSIGN THE LOCKER TO LTX-STUDENT-ID
014000* F = FREE THE LOCKER
014100* R = RESET THE COMBINATION (NEW SERIAL IF THE LOCK WAS SWAPPED)
014200* L = LOST LOCK: NEW SERIAL AND COMBINATION, CHARGED
014300* D = DAMAGE: CONDITION D, CHARGED
014400* C = CONDITION CHANGE (G, D OR X)
014500* L AND D CHARGE LTX-STUDENT-ID (ZERO = THE HOLDER) LTX-AMOUNT
014600* (ZERO = THE STANDARD CHARGE).
014700*----------------------------------------------------------------
014800 FD  LOCKER-TRANSACTIONS.
014900 01  LOCKER-TX-RECORD.
015000     05 LTX-ACTION            PIC X(01).
015100     05 LTX-SCHOOL-CODE       PIC 9(02).
015200     05 LTX-HALL              PIC X(04).
015300     05 LTX-LOCKER-NUMBER     PIC 9(04).
015400     05 LTX-STUDENT-ID        PIC 9(09).
015500     05 LTX-HALL-GRADE        PIC 9(02).
015600     05 LTX-LOCK-SERIAL       PIC X(10).
015700     05 LTX-COMBINATION       PIC 9(06).
015800     05 LTX-CONDITION         PIC X(01).
015900     05 LTX-AMOUNT            PIC 9(03)V99.
016000
016100*----------------------------------------------------------------
016200* TX IMAGE LEADING, REASON TRAILING: BADACTN, NOLOCKER, DUPLOCKR,
016300* BADGRADE, BADCOMBO, NOSERIAL, BADCOND, NOTFOUND (STUDENT NOT ON
016400* ROSTERF), WRONGBLD, INUSE, HASLOCKR, OUTOFSVC, NOTHELD OR
016500* TBLFULL.
016600*----------------------------------------------------------------
016700 FD  LOCKER-REJECTS.
016800 01  REJ-RECORD.
016900     05 REJ-TX-IMAGE          PIC X(44).
017000     05 FILLER                PIC X(01).
017100     05 REJ-REASON            PIC X(08).
017200
017300*----------------------------------------------------------------
017400* ONE ROW EVERY TIME A LOCKER'S COMBINATION CHANGES -- A RESET
017500* OR A REPLACED LOCK -- WITH WHO HELD IT AT THE TIME.
017600*----------------------------------------------------------------
017700 FD  LOCKER-HISTORY.
017800 01  LOCKER-HISTORY-RECORD.
017900     05 LH-DATE               PIC 9(08).
018000     05 LH-SCHOOL-CODE        PIC 9(02).
018100     05 LH-HALL               PIC X(04).
018200     05 LH-LOCKER-NUMBER      PIC 9(04).
018300     05 LH-OLD-SERIAL         PIC X(10).
018400     05 LH-OLD-COMBINATION    PIC 9(06).
018500     05 LH-NEW-SERIAL         PIC X(10).
018600     05 LH-NEW-COMBINATION    PIC 9(06).
018700     05 LH-STUDENT-ID         PIC 9(09).
018800     05 LH-REASON             PIC X(08).
018900
019000 FD  ROSTER-FILE.
019100*----------------------------------------------------------------
019200* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
019300*----------------------------------------------------------------
019400 01  ROSTER-RECORD.
019500     05 FR-STUDENT-ID         PIC 9(09).
019600     05 FR-NAME               PIC X(60).
019700     05 FR-GRADE              PIC 9(02).
019800     05 FR-TEACHER            PIC X(30).
019900     05 FR-SECTION            PIC 9(01).
020000     05 FR-HOUSEHOLD-ID       PIC 9(09).
020100*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE.
020200     05 FR-IEP-FLAG           PIC X(01).
020300     05 FR-DOB                PIC 9(08).
020400     05 FR-SCHOOL-CODE        PIC 9(02).
020500     05 FR-GENDER             PIC X(01).
020600     05 FR-RACE-ETH           PIC X(01).
020700
020800 FD  FEE-LEDGER.
020900*----------------------------------------------------------------
021000* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' LEDGER RECORD.
021100*----------------------------------------------------------------
021200 01  FEE-LEDGER-RECORD.
021300     05 FL-STUDENT-ID         PIC 9(09).
021400     05 FL-DATE               PIC 9(08).
021500     05 FL-TYPE               PIC X(01).
021600     05 FL-AMOUNT             PIC 9(05)V99.
021700     05 FL-REASON             PIC X(12).
021800     05 FL-SOURCE             PIC X(08).
021900
022000 FD  SLIP-FILE.
022100 01  SLIP-LINE                PIC X(80).
022200
022300 FD  LOCKER-REPORT.
022400 01  RPT-LINE                 PIC X(100).
022500
022600 FD  LAYOUT-CONTROL.
022700*----------------------------------------------------------------
022800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
022900* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
023000*----------------------------------------------------------------
023100 01  LAYOUT-CONTROL-RECORD.
023200     05 LC-DATASET            PIC X(08).
023300     05 LC-VERSION            PIC 9(03).
023400     05 LC-LENGTH             PIC 9(05).
023500     05 LC-EFFECTIVE-DATE     PIC 9(08).
023600
023700 FD  LAYOUT-USAGE-LOG.
023800*----------------------------------------------------------------
023900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
024000* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
024100*----------------------------------------------------------------
024200 01  LAYOUT-USAGE-RECORD.
024300     05 LU-TIMESTAMP          PIC 9(14).
024400     05 LU-PROGRAM            PIC X(24).
024500     05 LU-DATASET            PIC X(08).
024600     05 LU-VERSION            PIC 9(03).
024700     05 LU-LENGTH             PIC 9(05).
024800     05 LU-RESULT             PIC X(08).
024900
025000 FD  OPS-ERROR-LOG.
025100*----------------------------------------------------------------
025200* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
025300* SHARED SHOP-WIDE ERROR LOG.
025400*----------------------------------------------------------------
025500 01  OPS-ERROR-RECORD.
025600     05 OE-TIMESTAMP          PIC 9(14).
025700     05 OE-PROGRAM            PIC X(20).
025800     05 OE-FILE-NAME          PIC X(08).
025900     05 OE-OPERATION          PIC X(08).
026000     05 OE-STATUS             PIC XX.
026100
026200 WORKING-STORAGE SECTION.
026300 01 WS-PARM-STATUS             PIC XX.
026400 01 WS-LM-STATUS               PIC XX.
026500 01 WS-SHR-STATUS              PIC XX.
026600 01 WS-TX-STATUS               PIC XX.
026700 01 WS-REJECT-STATUS           PIC XX.
026800 01 WS-LH-STATUS               PIC XX.
026900 01 WS-FILE-STATUS             PIC XX.
027000 01 WS-FEE-STATUS              PIC XX.
027100 01 WS-MODE                    PIC X(08).
027200 01 WS-SCHOOL-CODE             PIC 9(02) VALUE ZERO.
027300 01 WS-TODAY                   PIC 9(08).
027400 01 WS-REJECT-REASON           PIC X(08).
027500 01 WS-DAMAGE-CHARGE           PIC 9(03)V99 VALUE 25.00.
027600 01 WS-LOST-LOCK-CHARGE        PIC 9(03)V99 VALUE 8.00.
027700 01 WS-CHARGE-STUDENT-ID       PIC 9(09).
027800 01 WS-CHARGE-AMOUNT           PIC 9(03)V99.
027900 01 WS-CHARGE-REASON           PIC X(12).
028000 01 WS-HIST-REASON             PIC X(08).
028100 01 WS-OLD-SERIAL              PIC X(10).
028200 01 WS-OLD-COMBINATION         PIC 9(06).
028300 01 WS-APPLIED-COUNT           PIC 9(05) COMP VALUE ZERO.
028400 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
028500 01 WS-RELEASED-COUNT          PIC 9(05) COMP VALUE ZERO.
028600 01 WS-ASSIGNED-COUNT          PIC 9(05) COMP VALUE ZERO.
028700 01 WS-SHARED-COUNT            PIC 9(05) COMP VALUE ZERO.
028800 01 WS-SHARE-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
028900 01 WS-NO-LOCKER-COUNT         PIC 9(05) COMP VALUE ZERO.
029000 01 WS-RESET-COUNT             PIC 9(05) COMP VALUE ZERO.
029100 01 WS-CHARGE-COUNT            PIC 9(05) COMP VALUE ZERO.
029200 01 WS-LM-CHANGED-SWITCH       PIC X(01) VALUE "N".
029300     88 LOCKERS-CHANGED                  VALUE "Y".
029400 01 WS-FOUND-SWITCH            PIC X(01).
029500     88 LOCKER-FOUND                     VALUE "Y".
029600     88 LOCKER-NOT-FOUND                 VALUE "N".
029700 01 WS-KEEP-SWITCH             PIC X(01).
029800     88 HOLDER-STAYS                     VALUE "Y".
029900     88 HOLDER-LEAVES                    VALUE "N".
030000 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
030100 01 WS-COMBINATION-X.
030200     05 WS-COMBO-1             PIC 9(02).
030300     05 WS-COMBO-2             PIC 9(02).
030400     05 WS-COMBO-3             PIC 9(02).
030500 01 WS-COMBINATION-N REDEFINES WS-COMBINATION-X
030600                               PIC 9(06).
030700 01 WS-COMBINATION-EDIT        PIC X(08).
030800 01 I                          PIC 9(05) COMP.
030900 01 WS-LM-IX                   PIC 9(05) COMP.
031000 01 WS-PARTNER-IX              PIC 9(05) COMP.
031100 01 WS-NEXT-FREE               PIC 9(05) COMP.
031200 01 WS-PRIOR-SCHOOL            PIC 9(02).
031300 01 WS-PRIOR-GRADE             PIC 9(02).
031400 01 WS-PRIOR-HALL              PIC X(04).
031500 01 WS-HALL-LOCKERS            PIC 9(05) COMP.
031600 01 WS-HALL-HELD               PIC 9(05) COMP.
031700 01 WS-HALL-FREE               PIC 9(05) COMP.
031800 01 WS-HALL-OUT                PIC 9(05) COMP.
031900
032000*----------------------------------------------------------------
032100* LOCKMAST IN FULL; REWRITTEN AT THE END WHEN ANYTHING CHANGED.
032200*----------------------------------------------------------------
032300 01 WS-LM-COUNT                PIC 9(05) COMP VALUE ZERO.
032350 01 WS-LM-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
032400 01 LOCKER-TABLE.
032500     02 LM-ROW                OCCURS 1 TO 9000 TIMES
032600                                 DEPENDING ON WS-LM-COUNT.
032700        05 LM-T-SCHOOL-CODE   PIC 9(02).
032800        05 LM-T-HALL-GRADE    PIC 9(02).
032900        05 LM-T-HALL          PIC X(04).
033000        05 LM-T-LOCKER-NUMBER PIC 9(04).
033100        05 LM-T-LOCK-SERIAL   PIC X(10).
033200        05 LM-T-COMBINATION   PIC 9(06).
033300        05 LM-T-CONDITION     PIC X(01).
033400        05 LM-T-STUDENT-ID    PIC 9(09).
033500        05 LM-T-PARTNER-ID    PIC 9(09).
033600        05 LM-T-ASSIGN-DATE   PIC 9(08).
033700
033800*----------------------------------------------------------------
033900* ASSIGN'S COPY OF ROSTERF, IN STUDENT-ID ORDER UNTIL THE SHARE
034000* REQUESTS ARE PAIRED, THEN RE-SORTED INTO HOMEROOM ORDER SO EACH
034100* HOMEROOM'S LOCKERS RUN TOGETHER.  ST-T-HELD Y = HOLDS OR SHARES
034200* A LOCKER.
034300*----------------------------------------------------------------
034400 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
034500 01 STUDENT-TABLE.
034600     02 ST-ROW                OCCURS 1 TO 20000 TIMES
034700                                 DEPENDING ON WS-ST-COUNT
034800                                 ASCENDING KEY ST-T-STUDENT-ID
034900                                 INDEXED BY ST-IX.
035000        05 ST-T-SCHOOL-CODE   PIC 9(02).
035100        05 ST-T-GRADE         PIC 9(02).
035200        05 ST-T-TEACHER       PIC X(30).
035300        05 ST-T-SECTION       PIC 9(01).
035400        05 ST-T-NAME          PIC X(30).
035500        05 ST-T-STUDENT-ID    PIC 9(09).
035600        05 ST-T-HOUSEHOLD-ID  PIC 9(09).
035700        05 ST-T-HELD          PIC X(01).
035800 01 WS-ST-FOUND                PIC 9(05) COMP.
035900 01 WS-ST-PARTNER              PIC 9(05) COMP.
036000
036100*----------------------------------------------------------------
036200* ONE SLIP PER STUDENT GIVEN A LOCKER OR A NEW COMBINATION THIS
036300* RUN, PRINTED IN HOMEROOM ORDER FOR THE TEACHERS TO HAND OUT.
036400*----------------------------------------------------------------
036500 01 WS-SL-COUNT                PIC 9(05) COMP VALUE ZERO.
036600 01 WS-SL-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
036700 01 WS-SLIP-PARTNER            PIC 9(09).
036800 01 SLIP-TABLE.
036900     02 SL-ROW                OCCURS 1 TO 20000 TIMES
037000                                 DEPENDING ON WS-SL-COUNT.
037100        05 SL-SCHOOL-CODE     PIC 9(02).
037200        05 SL-TEACHER         PIC X(30).
037300        05 SL-SECTION         PIC 9(01).
037400        05 SL-NAME            PIC X(30).
037500        05 SL-STUDENT-ID      PIC 9(09).
037600        05 SL-GRADE           PIC 9(02).
037700        05 SL-HALL            PIC X(04).
037800        05 SL-LOCKER-NUMBER   PIC 9(04).
037900        05 SL-COMBINATION     PIC 9(06).
038000        05 SL-PARTNER-ID      PIC 9(09).
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
041108*    AN OVERFULL LOCKMAST CANNOT BE REWRITTEN SAFELY -- EVERY
041116*    LOCKER PAST THE TABLE WOULD BE DROPPED, COMBINATION AND ALL
041124*    -- SO THE RUN STOPS COLD AND LEAVES LOCKMAST UNTOUCHED FOR
041132*    OPERATIONS.
041140     IF WS-LM-OVERFLOW > 0
041148        DISPLAY "GRADE-SCHOOL-LOCKER LOCKMAST ROWS PAST CAP: "
041156            WS-LM-OVERFLOW " -- RUN ABANDONED"
041164        MOVE 8 TO RETURN-CODE
041172        PERFORM 7000-TERMINATE
041180        GOBACK
041188     END-IF
041200     EVALUATE WS-MODE
041300         WHEN "ASSIGN"
041400             PERFORM 2000-ASSIGN-YEAR
041500             PERFORM 6000-REWRITE-LOCKERS
041600             PERFORM 6100-PRINT-SLIPS
041700             PERFORM 7000-TERMINATE
041800         WHEN "POST"
041900             PERFORM 3000-POST-TRANSACTIONS
042000             PERFORM 6000-REWRITE-LOCKERS
042100             PERFORM 6100-PRINT-SLIPS
042200             PERFORM 7000-TERMINATE
042300         WHEN OTHER
042400             DISPLAY "GRADE-SCHOOL-LOCKER UNKNOWN MODE " WS-MODE
042500             MOVE 8 TO RETURN-CODE
042600     END-EVALUATE
042700     GOBACK.
042800
042900 1000-INITIALIZE.
043000     MOVE SPACES TO WS-MODE.
043100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
043200     OPEN INPUT PARM-FILE.
043300     IF WS-PARM-STATUS = "00"
043400        READ PARM-FILE
043500            AT END CONTINUE
043600        END-READ
043700        IF WS-PARM-STATUS = "00"
043800           MOVE PARM-MODE TO WS-MODE
043900           IF PARM-SCHOOL-CODE IS NUMERIC
044000              MOVE PARM-SCHOOL-CODE TO WS-SCHOOL-CODE
044100           END-IF
044200        END-IF
044300        CLOSE PARM-FILE
044400     END-IF.
044500     PERFORM 1100-LOAD-LOCKERS.
044600
044700 1100-LOAD-LOCKERS.
044800     OPEN INPUT LOCKER-MASTER.
044900     IF WS-LM-STATUS NOT = "00"
045000        MOVE "10" TO WS-LM-STATUS
045100        EXIT PARAGRAPH
045200     END-IF.
045300     PERFORM UNTIL WS-LM-STATUS NOT = "00"
045400        READ LOCKER-MASTER
045500            AT END MOVE "10" TO WS-LM-STATUS
045600        END-READ
045620        IF WS-LM-STATUS = "00"
045640           AND WS-LM-COUNT >= 9000
045660           ADD 1 TO WS-LM-OVERFLOW
045680        END-IF
045700        IF WS-LM-STATUS = "00"
045800           AND WS-LM-COUNT < 9000
045900           ADD 1 TO WS-LM-COUNT
046000           MOVE LM-SCHOOL-CODE TO LM-T-SCHOOL-CODE(WS-LM-COUNT)
046100           MOVE LM-HALL TO LM-T-HALL(WS-LM-COUNT)
046200           MOVE LM-LOCKER-NUMBER
046300               TO LM-T-LOCKER-NUMBER(WS-LM-COUNT)
046400           MOVE LM-HALL-GRADE TO LM-T-HALL-GRADE(WS-LM-COUNT)
046500           MOVE LM-LOCK-SERIAL TO LM-T-LOCK-SERIAL(WS-LM-COUNT)
046600           MOVE LM-COMBINATION TO LM-T-COMBINATION(WS-LM-COUNT)
046700           MOVE LM-CONDITION TO LM-T-CONDITION(WS-LM-COUNT)
046800           MOVE LM-STUDENT-ID TO LM-T-STUDENT-ID(WS-LM-COUNT)
046900           MOVE LM-PARTNER-ID TO LM-T-PARTNER-ID(WS-LM-COUNT)
047000           MOVE LM-ASSIGN-DATE TO LM-T-ASSIGN-DATE(WS-LM-COUNT)
047100        END-IF
047200     END-PERFORM.
047300     CLOSE LOCKER-MASTER.
047400
047500*----------------------------------------------------------------
047600* START OF YEAR.  ROSTERF MUST ALREADY CARRY THE PROMOTED GRADES.
047700*----------------------------------------------------------------
047800 2000-ASSIGN-YEAR.
047900     OPEN OUTPUT LOCKER-REPORT.
048000     MOVE SPACES TO RPT-LINE.
048100     STRING "LOCKER ASSIGNMENT -- RUN " DELIMITED BY SIZE
048200         WS-TODAY DELIMITED BY SIZE
048300         INTO RPT-LINE
048400     END-STRING.
048500     WRITE RPT-LINE.
048600     PERFORM 2100-LOAD-ROSTER.
048700     PERFORM 2200-RELEASE-STALE.
048800     PERFORM 2300-APPLY-SHARES.
048900     PERFORM 2400-ASSIGN-STUDENTS.
049000     PERFORM 2700-PRINT-HALL-SUMMARY.
049100     CLOSE LOCKER-REPORT.
049200
049300 2100-LOAD-ROSTER.
049400     OPEN INPUT ROSTER-FILE.
049500     MOVE 0 TO FR-STUDENT-ID.
049600     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
049700         INVALID KEY MOVE "10" TO WS-FILE-STATUS
049800     END-START.
049900     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
050000        READ ROSTER-FILE NEXT RECORD
050100            AT END MOVE "10" TO WS-FILE-STATUS
050200        END-READ
050300        IF WS-FILE-STATUS = "00"
050400           AND WS-ST-COUNT < 20000
050500           AND (WS-SCHOOL-CODE = 0
050600                OR FR-SCHOOL-CODE = WS-SCHOOL-CODE)
050700           ADD 1 TO WS-ST-COUNT
050800           MOVE FR-SCHOOL-CODE TO ST-T-SCHOOL-CODE(WS-ST-COUNT)
050900           MOVE FR-GRADE TO ST-T-GRADE(WS-ST-COUNT)
051000           MOVE FR-TEACHER TO ST-T-TEACHER(WS-ST-COUNT)
051100           MOVE FR-SECTION TO ST-T-SECTION(WS-ST-COUNT)
051200           MOVE FR-NAME TO ST-T-NAME(WS-ST-COUNT)
051300           MOVE FR-STUDENT-ID TO ST-T-STUDENT-ID(WS-ST-COUNT)
051400           MOVE FR-HOUSEHOLD-ID TO ST-T-HOUSEHOLD-ID(WS-ST-COUNT)
051500           MOVE "N" TO ST-T-HELD(WS-ST-COUNT)
051600        END-IF
051700     END-PERFORM.
051800     CLOSE ROSTER-FILE.
051900
052000*----------------------------------------------------------------
052100* A HOLDER KEEPS THEIR LOCKER ONLY IF THEY ARE STILL AT THE
052200* BUILDING IN THE HALL'S GRADE; A PARTNER ONLY IF THE HOLDER
052300* STAYS AND THEY ARE STILL AT THE BUILDING.  EVERYONE ELSE GOES
052400* BACK IN THE POOL (A SHARE CARRIES OVER ONLY IF IT IS ASKED FOR
052500* AGAIN ON LOCKSHR).
052600*----------------------------------------------------------------
052700 2200-RELEASE-STALE.
052800     PERFORM VARYING WS-LM-IX FROM 1 BY 1
052900              UNTIL WS-LM-IX > WS-LM-COUNT
053000        IF LM-T-STUDENT-ID(WS-LM-IX) NOT = 0
053100           AND (WS-SCHOOL-CODE = 0
053200                OR LM-T-SCHOOL-CODE(WS-LM-IX) = WS-SCHOOL-CODE)
053300           PERFORM 2210-CHECK-HOLDER
053400        END-IF
053500     END-PERFORM.
053600
053700 2210-CHECK-HOLDER.
053800     SET HOLDER-LEAVES TO TRUE.
053900     SEARCH ALL ST-ROW
054000         AT END CONTINUE
054100         WHEN ST-T-STUDENT-ID(ST-IX) = LM-T-STUDENT-ID(WS-LM-IX)
054200             IF ST-T-SCHOOL-CODE(ST-IX)
054300                = LM-T-SCHOOL-CODE(WS-LM-IX)
054400                AND ST-T-GRADE(ST-IX) = LM-T-HALL-GRADE(WS-LM-IX)
054500                AND LM-T-CONDITION(WS-LM-IX) NOT = "X"
054600                SET HOLDER-STAYS TO TRUE
054700                MOVE "Y" TO ST-T-HELD(ST-IX)
054800             END-IF
054900     END-SEARCH.
055000     IF HOLDER-LEAVES
055100        PERFORM 2250-CLEAR-LOCKER
055200        EXIT PARAGRAPH
055300     END-IF.
055400     IF LM-T-PARTNER-ID(WS-LM-IX) = 0
055500        EXIT PARAGRAPH
055600     END-IF.
055700     SET HOLDER-LEAVES TO TRUE.
055800     SEARCH ALL ST-ROW
055900         AT END CONTINUE
056000         WHEN ST-T-STUDENT-ID(ST-IX) = LM-T-PARTNER-ID(WS-LM-IX)
056100             IF ST-T-SCHOOL-CODE(ST-IX)
056200                = LM-T-SCHOOL-CODE(WS-LM-IX)
056300                SET HOLDER-STAYS TO TRUE
056400                MOVE "Y" TO ST-T-HELD(ST-IX)
056500             END-IF
056600     END-SEARCH.
056700     IF HOLDER-LEAVES
056800        MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX)
056900        SET LOCKERS-CHANGED TO TRUE
057000     END-IF.
057100
057200 2250-CLEAR-LOCKER.
057300     MOVE 0 TO LM-T-STUDENT-ID(WS-LM-IX).
057400     MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX).
057500     MOVE 0 TO LM-T-ASSIGN-DATE(WS-LM-IX).
057600     ADD 1 TO WS-RELEASED-COUNT.
057700     SET LOCKERS-CHANGED TO TRUE.
057800
057900 2300-APPLY-SHARES.
058000     OPEN INPUT SHARE-REQUESTS.
058100     IF WS-SHR-STATUS NOT = "00"
058200        EXIT PARAGRAPH
058300     END-IF.
058400     MOVE SPACES TO RPT-LINE.
058500     WRITE RPT-LINE.
058600     MOVE "SHARE REQUESTS NOT HONORED" TO RPT-LINE.
058700     WRITE RPT-LINE.
058800     PERFORM UNTIL WS-SHR-STATUS NOT = "00"
058900        READ SHARE-REQUESTS
059000            AT END MOVE "10" TO WS-SHR-STATUS
059100            NOT AT END PERFORM 2310-APPLY-ONE-SHARE
059200        END-READ
059300     END-PERFORM.
059400     CLOSE SHARE-REQUESTS.
059500
059600 2310-APPLY-ONE-SHARE.
059700     MOVE 0 TO WS-ST-FOUND.
059800     MOVE 0 TO WS-ST-PARTNER.
059900     SEARCH ALL ST-ROW
060000         AT END CONTINUE
060100         WHEN ST-T-STUDENT-ID(ST-IX) = LS-STUDENT-ID
060200             SET WS-ST-FOUND TO ST-IX
060300     END-SEARCH.
060400     SEARCH ALL ST-ROW
060500         AT END CONTINUE
060600         WHEN ST-T-STUDENT-ID(ST-IX) = LS-PARTNER-ID
060700             SET WS-ST-PARTNER TO ST-IX
060800     END-SEARCH.
060900     EVALUATE TRUE
061000         WHEN WS-ST-FOUND = 0 OR WS-ST-PARTNER = 0
061100             MOVE "NOT ON ROSTER" TO WS-REJECT-REASON
061200         WHEN LS-STUDENT-ID = LS-PARTNER-ID
061300             MOVE "SAME ID" TO WS-REJECT-REASON
061400         WHEN ST-T-SCHOOL-CODE(WS-ST-FOUND)
061500              NOT = ST-T-SCHOOL-CODE(WS-ST-PARTNER)
061600             MOVE "WRONGBLD" TO WS-REJECT-REASON
061700         WHEN LS-KIND = "S"
061800              AND (ST-T-HOUSEHOLD-ID(WS-ST-FOUND) = 0
061900                   OR ST-T-HOUSEHOLD-ID(WS-ST-FOUND)
062000                      NOT = ST-T-HOUSEHOLD-ID(WS-ST-PARTNER))
062100             MOVE "NOT SIBS" TO WS-REJECT-REASON
062200         WHEN LS-KIND = "P"
062300              AND ST-T-GRADE(WS-ST-FOUND)
062400                  NOT = ST-T-GRADE(WS-ST-PARTNER)
062500             MOVE "NOT SAME" TO WS-REJECT-REASON
062600         WHEN LS-KIND NOT = "S" AND LS-KIND NOT = "P"
062700             MOVE "BADKIND" TO WS-REJECT-REASON
062800         WHEN ST-T-HELD(WS-ST-FOUND) = "Y"
062900              OR ST-T-HELD(WS-ST-PARTNER) = "Y"
063000             MOVE "HASLOCKR" TO WS-REJECT-REASON
063100         WHEN OTHER
063200             MOVE SPACES TO WS-REJECT-REASON
063300     END-EVALUATE.
063400     IF WS-REJECT-REASON = SPACES
063500        MOVE ST-T-SCHOOL-CODE(WS-ST-FOUND) TO WS-PRIOR-SCHOOL
063600        MOVE ST-T-GRADE(WS-ST-FOUND) TO WS-PRIOR-GRADE
063700        MOVE 1 TO WS-NEXT-FREE
063800        PERFORM 2500-FIND-FREE-LOCKER
063900        IF LOCKER-NOT-FOUND
064000           MOVE "NO FREE" TO WS-REJECT-REASON
064100        END-IF
064200     END-IF.
064300     IF WS-REJECT-REASON NOT = SPACES
064400        ADD 1 TO WS-SHARE-REJECT-COUNT
064500        MOVE SPACES TO RPT-LINE
064600        MOVE LS-STUDENT-ID TO RPT-LINE(2:9)
064700        MOVE LS-PARTNER-ID TO RPT-LINE(13:9)
064800        MOVE LS-KIND TO RPT-LINE(24:1)
064900        MOVE WS-REJECT-REASON TO RPT-LINE(27:8)
065000        WRITE RPT-LINE
065100        EXIT PARAGRAPH
065200     END-IF.
065300     MOVE LS-STUDENT-ID TO LM-T-STUDENT-ID(WS-LM-IX).
065400     MOVE LS-PARTNER-ID TO LM-T-PARTNER-ID(WS-LM-IX).
065500     MOVE WS-TODAY TO LM-T-ASSIGN-DATE(WS-LM-IX).
065600     SET LOCKERS-CHANGED TO TRUE.
065700     ADD 1 TO WS-SHARED-COUNT.
065800     MOVE "Y" TO ST-T-HELD(WS-ST-FOUND).
065900     MOVE "Y" TO ST-T-HELD(WS-ST-PARTNER).
066000     MOVE LS-PARTNER-ID TO WS-SLIP-PARTNER.
066100     MOVE WS-ST-FOUND TO I.
066200     PERFORM 2450-SLIP-FROM-TABLE.
066300     MOVE LS-STUDENT-ID TO WS-SLIP-PARTNER.
066400     MOVE WS-ST-PARTNER TO I.
066500     PERFORM 2450-SLIP-FROM-TABLE.
066600
066700*----------------------------------------------------------------
066800* EVERYONE STILL WITHOUT A LOCKER, IN HOMEROOM ORDER, TAKES THE
066900* NEXT FREE G LOCKER IN A HALL SERVING THEIR GRADE.  A GRADE NO
067000* HALL SERVES (THE ELEMENTARY BUILDINGS) IS SKIPPED.
067100*----------------------------------------------------------------
067200 2400-ASSIGN-STUDENTS.
067300     IF WS-ST-COUNT > 1
067400        SORT ST-ROW ASCENDING ST-T-SCHOOL-CODE ST-T-GRADE
067500             ST-T-TEACHER ST-T-SECTION ST-T-NAME
067600     END-IF.
067700     IF WS-LM-COUNT > 1
067800        SORT LM-ROW ASCENDING LM-T-SCHOOL-CODE LM-T-HALL-GRADE
067900             LM-T-HALL LM-T-LOCKER-NUMBER
068000     END-IF.
068100     MOVE SPACES TO RPT-LINE.
068200     WRITE RPT-LINE.
068300     MOVE "STUDENTS LEFT WITHOUT A LOCKER -- NO FREE LOCKER IN"
068400         TO RPT-LINE.
068500     MOVE "THE GRADE HALL" TO RPT-LINE(53:14).
068600     WRITE RPT-LINE.
068700     MOVE 99 TO WS-PRIOR-SCHOOL.
068800     MOVE 99 TO WS-PRIOR-GRADE.
068900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
069000        IF ST-T-HELD(I) = "N"
069100           PERFORM 2410-ASSIGN-ONE
069200        END-IF
069300     END-PERFORM.
069400
069500 2410-ASSIGN-ONE.
069600     IF ST-T-SCHOOL-CODE(I) NOT = WS-PRIOR-SCHOOL
069700        OR ST-T-GRADE(I) NOT = WS-PRIOR-GRADE
069800        MOVE ST-T-SCHOOL-CODE(I) TO WS-PRIOR-SCHOOL
069900        MOVE ST-T-GRADE(I) TO WS-PRIOR-GRADE
070000        MOVE 1 TO WS-NEXT-FREE
070100     END-IF.
070200     PERFORM 2500-FIND-FREE-LOCKER.
070300     IF LOCKER-NOT-FOUND
070400        PERFORM 2420-CHECK-GRADE-HALL
070500        EXIT PARAGRAPH
070600     END-IF.
070700     MOVE ST-T-STUDENT-ID(I) TO LM-T-STUDENT-ID(WS-LM-IX).
070800     MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX).
070900     MOVE WS-TODAY TO LM-T-ASSIGN-DATE(WS-LM-IX).
071000     MOVE "Y" TO ST-T-HELD(I).
071100     SET LOCKERS-CHANGED TO TRUE.
071200     ADD 1 TO WS-ASSIGNED-COUNT.
071300     MOVE 0 TO WS-SLIP-PARTNER.
071400     PERFORM 2450-SLIP-FROM-TABLE.
071500
071600*----------------------------------------------------------------
071700* NO FREE LOCKER: ONLY A SHORTAGE IF SOME HALL AT THE BUILDING
071800* SERVES THE GRADE AT ALL.
071900*----------------------------------------------------------------
072000 2420-CHECK-GRADE-HALL.
072100     PERFORM VARYING WS-LM-IX FROM 1 BY 1
072200              UNTIL WS-LM-IX > WS-LM-COUNT
072300        IF LM-T-SCHOOL-CODE(WS-LM-IX) = ST-T-SCHOOL-CODE(I)
072400           AND LM-T-HALL-GRADE(WS-LM-IX) = ST-T-GRADE(I)
072500           AND LM-T-HALL-GRADE(WS-LM-IX) NOT = 0
072600           ADD 1 TO WS-NO-LOCKER-COUNT
072700           MOVE SPACES TO RPT-LINE
072800           MOVE ST-T-SCHOOL-CODE(I) TO RPT-LINE(2:2)
072900           MOVE ST-T-GRADE(I) TO RPT-LINE(6:2)
073000           MOVE ST-T-STUDENT-ID(I) TO RPT-LINE(10:9)
073100           MOVE ST-T-NAME(I) TO RPT-LINE(21:30)
073200           MOVE ST-T-TEACHER(I) TO RPT-LINE(53:30)
073300           WRITE RPT-LINE
073400           MOVE WS-LM-COUNT TO WS-LM-IX
073500        END-IF
073600     END-PERFORM.
073700
073800 2450-SLIP-FROM-TABLE.
073900     IF WS-SL-COUNT >= 20000
074000        ADD 1 TO WS-SL-OVERFLOW
074100        EXIT PARAGRAPH
074200     END-IF.
074300     ADD 1 TO WS-SL-COUNT.
074400     MOVE ST-T-SCHOOL-CODE(I) TO SL-SCHOOL-CODE(WS-SL-COUNT).
074500     MOVE ST-T-TEACHER(I) TO SL-TEACHER(WS-SL-COUNT).
074600     MOVE ST-T-SECTION(I) TO SL-SECTION(WS-SL-COUNT).
074700     MOVE ST-T-NAME(I) TO SL-NAME(WS-SL-COUNT).
074800     MOVE ST-T-STUDENT-ID(I) TO SL-STUDENT-ID(WS-SL-COUNT).
074900     MOVE ST-T-GRADE(I) TO SL-GRADE(WS-SL-COUNT).
075000     PERFORM 5200-SLIP-LOCKER-FIELDS.
075100
075200*----------------------------------------------------------------
075300* THE NEXT FREE, GOOD LOCKER AT WS-PRIOR-SCHOOL IN A HALL SERVING
075400* WS-PRIOR-GRADE, SEARCHING ON FROM WS-NEXT-FREE.  LEAVES ITS ROW
075500* IN WS-LM-IX.
075600*----------------------------------------------------------------
075700 2500-FIND-FREE-LOCKER.
075800     SET LOCKER-NOT-FOUND TO TRUE.
075900     PERFORM VARYING WS-LM-IX FROM WS-NEXT-FREE BY 1
076000              UNTIL WS-LM-IX > WS-LM-COUNT OR LOCKER-FOUND
076100        IF LM-T-SCHOOL-CODE(WS-LM-IX) = WS-PRIOR-SCHOOL
076200           AND LM-T-HALL-GRADE(WS-LM-IX) = WS-PRIOR-GRADE
076300           AND LM-T-HALL-GRADE(WS-LM-IX) NOT = 0
076400           AND LM-T-STUDENT-ID(WS-LM-IX) = 0
076500           AND LM-T-CONDITION(WS-LM-IX) = "G"
076600           SET LOCKER-FOUND TO TRUE
076700        END-IF
076800     END-PERFORM.
076900     IF LOCKER-FOUND
077000        SUBTRACT 1 FROM WS-LM-IX
077100        MOVE WS-LM-IX TO WS-NEXT-FREE
077200     END-IF.
077300
077400*----------------------------------------------------------------
077500* LOCKERS, HELD, FREE AND OUT OF SERVICE PER HALL, FROM THE TABLE
077600* AS IT WILL BE REWRITTEN.
077700*----------------------------------------------------------------
077800 2700-PRINT-HALL-SUMMARY.
077900     IF WS-LM-COUNT > 1
078000        SORT LM-ROW ASCENDING LM-T-SCHOOL-CODE LM-T-HALL
078100             LM-T-LOCKER-NUMBER
078200     END-IF.
078300     MOVE SPACES TO RPT-LINE.
078400     WRITE RPT-LINE.
078500     MOVE "BLDG HALL GR  LOCKERS   HELD   FREE    OUT"
078600         TO RPT-LINE.
078700     WRITE RPT-LINE.
078800     MOVE 0 TO WS-HALL-LOCKERS WS-HALL-HELD
078900               WS-HALL-FREE WS-HALL-OUT.
079000     PERFORM VARYING WS-LM-IX FROM 1 BY 1
079100              UNTIL WS-LM-IX > WS-LM-COUNT
079200        IF WS-SCHOOL-CODE = 0
079300           OR LM-T-SCHOOL-CODE(WS-LM-IX) = WS-SCHOOL-CODE
079400           IF WS-HALL-LOCKERS > 0
079500              AND (LM-T-SCHOOL-CODE(WS-LM-IX)
079600                      NOT = WS-PRIOR-SCHOOL
079700                   OR LM-T-HALL(WS-LM-IX) NOT = WS-PRIOR-HALL)
079800              PERFORM 2710-PRINT-HALL-LINE
079900           END-IF
080000           MOVE LM-T-SCHOOL-CODE(WS-LM-IX) TO WS-PRIOR-SCHOOL
080100           MOVE LM-T-HALL(WS-LM-IX) TO WS-PRIOR-HALL
080200           MOVE LM-T-HALL-GRADE(WS-LM-IX) TO WS-PRIOR-GRADE
080300           ADD 1 TO WS-HALL-LOCKERS
080400           EVALUATE TRUE
080500               WHEN LM-T-STUDENT-ID(WS-LM-IX) NOT = 0
080600                   ADD 1 TO WS-HALL-HELD
080700               WHEN LM-T-CONDITION(WS-LM-IX) = "G"
080800                   ADD 1 TO WS-HALL-FREE
080900               WHEN OTHER
081000                   ADD 1 TO WS-HALL-OUT
081100           END-EVALUATE
081200        END-IF
081300     END-PERFORM.
081400     IF WS-HALL-LOCKERS > 0
081500        PERFORM 2710-PRINT-HALL-LINE
081600     END-IF.
081700
081800 2710-PRINT-HALL-LINE.
081900     MOVE SPACES TO RPT-LINE.
082000     MOVE WS-PRIOR-SCHOOL TO RPT-LINE(2:2).
082100     MOVE WS-PRIOR-HALL TO RPT-LINE(6:4).
082200     MOVE WS-PRIOR-GRADE TO RPT-LINE(11:2).
082300     MOVE WS-HALL-LOCKERS TO WS-COUNT-EDIT.
082400     MOVE WS-COUNT-EDIT TO RPT-LINE(16:6).
082500     MOVE WS-HALL-HELD TO WS-COUNT-EDIT.
082600     MOVE WS-COUNT-EDIT TO RPT-LINE(23:6).
082700     MOVE WS-HALL-FREE TO WS-COUNT-EDIT.
082800     MOVE WS-COUNT-EDIT TO RPT-LINE(30:6).
082900     MOVE WS-HALL-OUT TO WS-COUNT-EDIT.
083000     MOVE WS-COUNT-EDIT TO RPT-LINE(37:6).
083100     WRITE RPT-LINE.
083200     MOVE 0 TO WS-HALL-LOCKERS WS-HALL-HELD
083300               WS-HALL-FREE WS-HALL-OUT.
083400
083500*----------------------------------------------------------------
083600* THE DAY'S LOCKTX ROWS, THEN ANY LOCKER WHOSE HOLDER HAS LEFT
083700* ROSTERF SINCE (A BATCH WITHDRAWAL DOES NOT TOUCH LOCKMAST).
083800*----------------------------------------------------------------
083900 3000-POST-TRANSACTIONS.
084000     OPEN INPUT ROSTER-FILE.
084100     OPEN EXTEND LOCKER-REJECTS.
084200     IF WS-REJECT-STATUS = "35"
084300        OPEN OUTPUT LOCKER-REJECTS
084400     END-IF.
084500     OPEN INPUT LOCKER-TRANSACTIONS.
084600     IF WS-TX-STATUS NOT = "00"
084700        MOVE "10" TO WS-TX-STATUS
084800     ELSE
084900        PERFORM UNTIL WS-TX-STATUS NOT = "00"
085000           READ LOCKER-TRANSACTIONS
085100               AT END MOVE "10" TO WS-TX-STATUS
085200               NOT AT END PERFORM 3100-APPLY-ONE
085300           END-READ
085400        END-PERFORM
085500        CLOSE LOCKER-TRANSACTIONS
085600     END-IF.
085700     CLOSE LOCKER-REJECTS.
085800     PERFORM 3800-RELEASE-DEPARTED.
085900     CLOSE ROSTER-FILE.
086000
086100 3100-APPLY-ONE.
086200     IF LTX-ACTION NOT = "N" AND LTX-ACTION NOT = "H"
086300        AND LTX-ACTION NOT = "A" AND LTX-ACTION NOT = "F"
086400        AND LTX-ACTION NOT = "R" AND LTX-ACTION NOT = "L"
086500        AND LTX-ACTION NOT = "D" AND LTX-ACTION NOT = "C"
086600        MOVE "BADACTN" TO WS-REJECT-REASON
086700        PERFORM 3900-REJECT-ONE
086800        EXIT PARAGRAPH
086900     END-IF.
087000     IF LTX-ACTION = "H"
087100        PERFORM 3150-POST-HALL-GRADE
087200        EXIT PARAGRAPH
087300     END-IF.
087400     PERFORM 3110-FIND-LOCKER.
087500     IF LTX-ACTION = "N"
087600        PERFORM 3200-POST-NEW-LOCKER
087700        EXIT PARAGRAPH
087800     END-IF.
087900     IF LOCKER-NOT-FOUND
088000        MOVE "NOLOCKER" TO WS-REJECT-REASON
088100        PERFORM 3900-REJECT-ONE
088200        EXIT PARAGRAPH
088300     END-IF.
088400     EVALUATE LTX-ACTION
088500         WHEN "A"
088600             PERFORM 3300-POST-ASSIGN
088700         WHEN "F"
088800             PERFORM 3400-POST-FREE
088900         WHEN "R"
089000             PERFORM 3500-POST-RESET
089100         WHEN "L"
089200             PERFORM 3600-POST-LOST-LOCK
089300         WHEN "D"
089400             PERFORM 3700-POST-DAMAGE
089500         WHEN OTHER
089600             PERFORM 3750-POST-CONDITION
089700     END-EVALUATE.
089800
089900 3110-FIND-LOCKER.
090000     SET LOCKER-NOT-FOUND TO TRUE.
090100     PERFORM VARYING WS-LM-IX FROM 1 BY 1
090200              UNTIL WS-LM-IX > WS-LM-COUNT OR LOCKER-FOUND
090300        IF LM-T-SCHOOL-CODE(WS-LM-IX) = LTX-SCHOOL-CODE
090400           AND LM-T-HALL(WS-LM-IX) = LTX-HALL
090500           AND LM-T-LOCKER-NUMBER(WS-LM-IX) = LTX-LOCKER-NUMBER
090600           SET LOCKER-FOUND TO TRUE
090700        END-IF
090800     END-PERFORM.
090900     IF LOCKER-FOUND
091000        SUBTRACT 1 FROM WS-LM-IX
091100     END-IF.
091200
091300*----------------------------------------------------------------
091400* THE YEARLY HALL ALLOTMENT: EVERY LOCKER IN THE HALL NOW SERVES
091500* LTX-HALL-GRADE.  HOLDERS KEEP THEIR LOCKERS UNTIL THE NEXT
091600* ASSIGN RUN SORTS THEM OUT.
091700*----------------------------------------------------------------
091800 3150-POST-HALL-GRADE.
091900     IF LTX-HALL-GRADE IS NOT NUMERIC OR LTX-HALL-GRADE > 12
092000        MOVE "BADGRADE" TO WS-REJECT-REASON
092100        PERFORM 3900-REJECT-ONE
092200        EXIT PARAGRAPH
092300     END-IF.
092400     SET LOCKER-NOT-FOUND TO TRUE.
092500     PERFORM VARYING WS-LM-IX FROM 1 BY 1
092600              UNTIL WS-LM-IX > WS-LM-COUNT
092700        IF LM-T-SCHOOL-CODE(WS-LM-IX) = LTX-SCHOOL-CODE
092800           AND LM-T-HALL(WS-LM-IX) = LTX-HALL
092900           SET LOCKER-FOUND TO TRUE
093000           MOVE LTX-HALL-GRADE TO LM-T-HALL-GRADE(WS-LM-IX)
093100        END-IF
093200     END-PERFORM.
093300     IF LOCKER-NOT-FOUND
093400        MOVE "NOLOCKER" TO WS-REJECT-REASON
093500        PERFORM 3900-REJECT-ONE
093600        EXIT PARAGRAPH
093700     END-IF.
093800     SET LOCKERS-CHANGED TO TRUE.
093900     ADD 1 TO WS-APPLIED-COUNT.
094000
094100 3200-POST-NEW-LOCKER.
094200     EVALUATE TRUE
094300         WHEN LOCKER-FOUND
094400             MOVE "DUPLOCKR" TO WS-REJECT-REASON
094500         WHEN LTX-SCHOOL-CODE IS NOT NUMERIC
094600              OR LTX-LOCKER-NUMBER IS NOT NUMERIC
094700              OR LTX-HALL = SPACES
094800             MOVE "NOLOCKER" TO WS-REJECT-REASON
094900         WHEN LTX-HALL-GRADE IS NOT NUMERIC OR LTX-HALL-GRADE > 12
095000             MOVE "BADGRADE" TO WS-REJECT-REASON
095100         WHEN LTX-LOCK-SERIAL = SPACES
095200             MOVE "NOSERIAL" TO WS-REJECT-REASON
095300         WHEN LTX-COMBINATION IS NOT NUMERIC
095400              OR LTX-COMBINATION = 0
095500             MOVE "BADCOMBO" TO WS-REJECT-REASON
095600         WHEN LTX-CONDITION NOT = SPACE
095700              AND LTX-CONDITION NOT = "G"
095800              AND LTX-CONDITION NOT = "D"
095900              AND LTX-CONDITION NOT = "X"
096000             MOVE "BADCOND" TO WS-REJECT-REASON
096100         WHEN WS-LM-COUNT >= 9000
096200             MOVE "TBLFULL" TO WS-REJECT-REASON
096300         WHEN OTHER
096400             MOVE SPACES TO WS-REJECT-REASON
096500     END-EVALUATE.
096600     IF WS-REJECT-REASON NOT = SPACES
096700        PERFORM 3900-REJECT-ONE
096800        EXIT PARAGRAPH
096900     END-IF.
097000     ADD 1 TO WS-LM-COUNT.
097100     MOVE LTX-SCHOOL-CODE TO LM-T-SCHOOL-CODE(WS-LM-COUNT).
097200     MOVE LTX-HALL TO LM-T-HALL(WS-LM-COUNT).
097300     MOVE LTX-LOCKER-NUMBER TO LM-T-LOCKER-NUMBER(WS-LM-COUNT).
097400     MOVE LTX-HALL-GRADE TO LM-T-HALL-GRADE(WS-LM-COUNT).
097500     MOVE LTX-LOCK-SERIAL TO LM-T-LOCK-SERIAL(WS-LM-COUNT).
097600     MOVE LTX-COMBINATION TO LM-T-COMBINATION(WS-LM-COUNT).
097700     MOVE LTX-CONDITION TO LM-T-CONDITION(WS-LM-COUNT).
097800     IF LTX-CONDITION = SPACE
097900        MOVE "G" TO LM-T-CONDITION(WS-LM-COUNT)
098000     END-IF.
098100     MOVE 0 TO LM-T-STUDENT-ID(WS-LM-COUNT).
098200     MOVE 0 TO LM-T-PARTNER-ID(WS-LM-COUNT).
098300     MOVE 0 TO LM-T-ASSIGN-DATE(WS-LM-COUNT).
098400     SET LOCKERS-CHANGED TO TRUE.
098500     ADD 1 TO WS-APPLIED-COUNT.
098600
098700*----------------------------------------------------------------
098800* A MID-YEAR ASSIGNMENT (A NEW ENROLLEE, A MOVE).  THE STUDENT
098900* MUST BE AT THE LOCKER'S BUILDING AND HOLD NO OTHER LOCKER.
099000*----------------------------------------------------------------
099100 3300-POST-ASSIGN.
099200     MOVE LTX-STUDENT-ID TO FR-STUDENT-ID.
099300     READ ROSTER-FILE INVALID KEY CONTINUE END-READ.
099400     IF WS-FILE-STATUS NOT = "00"
099500        MOVE "00" TO WS-FILE-STATUS
099600        MOVE "NOTFOUND" TO WS-REJECT-REASON
099700        PERFORM 3900-REJECT-ONE
099800        EXIT PARAGRAPH
099900     END-IF.
100000     MOVE 0 TO WS-PARTNER-IX.
100100     PERFORM VARYING I FROM 1 BY 1
100200              UNTIL I > WS-LM-COUNT OR WS-PARTNER-IX > 0
100300        IF LM-T-STUDENT-ID(I) = LTX-STUDENT-ID
100400           OR LM-T-PARTNER-ID(I) = LTX-STUDENT-ID
100500           MOVE I TO WS-PARTNER-IX
100600        END-IF
100700     END-PERFORM.
100800     EVALUATE TRUE
100900         WHEN FR-SCHOOL-CODE NOT = LM-T-SCHOOL-CODE(WS-LM-IX)
101000             MOVE "WRONGBLD" TO WS-REJECT-REASON
101100         WHEN LM-T-CONDITION(WS-LM-IX) = "X"
101200             MOVE "OUTOFSVC" TO WS-REJECT-REASON
101300         WHEN LM-T-STUDENT-ID(WS-LM-IX) NOT = 0
101400             MOVE "INUSE" TO WS-REJECT-REASON
101500         WHEN WS-PARTNER-IX > 0
101600             MOVE "HASLOCKR" TO WS-REJECT-REASON
101700         WHEN OTHER
101800             MOVE SPACES TO WS-REJECT-REASON
101900     END-EVALUATE.
102000     IF WS-REJECT-REASON NOT = SPACES
102100        PERFORM 3900-REJECT-ONE
102200        EXIT PARAGRAPH
102300     END-IF.
102400     MOVE LTX-STUDENT-ID TO LM-T-STUDENT-ID(WS-LM-IX).
102500     MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX).
102600     MOVE WS-TODAY TO LM-T-ASSIGN-DATE(WS-LM-IX).
102700     SET LOCKERS-CHANGED TO TRUE.
102800     ADD 1 TO WS-APPLIED-COUNT.
102900     MOVE 0 TO WS-SLIP-PARTNER.
103000     PERFORM 5300-SLIP-FROM-ROSTER.
103100
103200 3400-POST-FREE.
103300     IF LM-T-STUDENT-ID(WS-LM-IX) = 0
103400        MOVE "NOTHELD" TO WS-REJECT-REASON
103500        PERFORM 3900-REJECT-ONE
103600        EXIT PARAGRAPH
103700     END-IF.
103800     MOVE 0 TO LM-T-STUDENT-ID(WS-LM-IX).
103900     MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX).
104000     MOVE 0 TO LM-T-ASSIGN-DATE(WS-LM-IX).
104100     SET LOCKERS-CHANGED TO TRUE.
104200     ADD 1 TO WS-APPLIED-COUNT.
104300
104400*----------------------------------------------------------------
104500* A NEW COMBINATION ON THE SAME LOCK (OR ON A SWAPPED LOCK WHEN A
104600* SERIAL IS GIVEN).  THE HOLDERS GET A FRESH SLIP.
104700*----------------------------------------------------------------
104800 3500-POST-RESET.
104900     IF LTX-COMBINATION IS NOT NUMERIC OR LTX-COMBINATION = 0
105000        OR (LTX-COMBINATION = LM-T-COMBINATION(WS-LM-IX)
105100            AND (LTX-LOCK-SERIAL = SPACES
105200                 OR LTX-LOCK-SERIAL = LM-T-LOCK-SERIAL(WS-LM-IX)))
105300        MOVE "BADCOMBO" TO WS-REJECT-REASON
105400        PERFORM 3900-REJECT-ONE
105500        EXIT PARAGRAPH
105600     END-IF.
105700     MOVE "RESET" TO WS-HIST-REASON.
105800     PERFORM 5000-CHANGE-COMBINATION.
105900     ADD 1 TO WS-APPLIED-COUNT.
106000
106100*----------------------------------------------------------------
106200* A LOST LOCK IS REPLACED -- NEW SERIAL AND COMBINATION -- AND
106300* CHARGED TO THE STUDENT WHO LOST IT.
106400*----------------------------------------------------------------
106500 3600-POST-LOST-LOCK.
106600     EVALUATE TRUE
106700         WHEN LTX-LOCK-SERIAL = SPACES
106800              OR LTX-LOCK-SERIAL = LM-T-LOCK-SERIAL(WS-LM-IX)
106900             MOVE "NOSERIAL" TO WS-REJECT-REASON
107000         WHEN LTX-COMBINATION IS NOT NUMERIC
107100              OR LTX-COMBINATION = 0
107200             MOVE "BADCOMBO" TO WS-REJECT-REASON
107300         WHEN LTX-STUDENT-ID = 0 AND LM-T-STUDENT-ID(WS-LM-IX) = 0
107400             MOVE "NOTHELD" TO WS-REJECT-REASON
107500         WHEN OTHER
107600             MOVE SPACES TO WS-REJECT-REASON
107700     END-EVALUATE.
107800     IF WS-REJECT-REASON NOT = SPACES
107900        PERFORM 3900-REJECT-ONE
108000        EXIT PARAGRAPH
108100     END-IF.
108200     MOVE "LOSTLOCK" TO WS-HIST-REASON.
108300     PERFORM 5000-CHANGE-COMBINATION.
108400     MOVE WS-LOST-LOCK-CHARGE TO WS-CHARGE-AMOUNT.
108500     MOVE "LOSTLOCK" TO WS-CHARGE-REASON.
108600     PERFORM 5100-CHARGE-STUDENT.
108700     ADD 1 TO WS-APPLIED-COUNT.
108800
108900 3700-POST-DAMAGE.
109000     IF LTX-STUDENT-ID = 0 AND LM-T-STUDENT-ID(WS-LM-IX) = 0
109100        MOVE "NOTHELD" TO WS-REJECT-REASON
109200        PERFORM 3900-REJECT-ONE
109300        EXIT PARAGRAPH
109400     END-IF.
109500     MOVE "D" TO LM-T-CONDITION(WS-LM-IX).
109600     SET LOCKERS-CHANGED TO TRUE.
109700     MOVE WS-DAMAGE-CHARGE TO WS-CHARGE-AMOUNT.
109800     MOVE "LOCKERDAMAGE" TO WS-CHARGE-REASON.
109900     PERFORM 5100-CHARGE-STUDENT.
110000     ADD 1 TO WS-APPLIED-COUNT.
110100
110200 3750-POST-CONDITION.
110300     IF LTX-CONDITION NOT = "G" AND LTX-CONDITION NOT = "D"
110400        AND LTX-CONDITION NOT = "X"
110500        MOVE "BADCOND" TO WS-REJECT-REASON
110600        PERFORM 3900-REJECT-ONE
110700        EXIT PARAGRAPH
110800     END-IF.
110900     MOVE LTX-CONDITION TO LM-T-CONDITION(WS-LM-IX).
111000     SET LOCKERS-CHANGED TO TRUE.
111100     ADD 1 TO WS-APPLIED-COUNT.
111200
111300*----------------------------------------------------------------
111400* A HOLDER NO LONGER ON ROSTERF GIVES THE LOCKER UP; IF THEIR
111500* PARTNER IS STILL ENROLLED THE PARTNER KEEPS IT.
111600*----------------------------------------------------------------
111700 3800-RELEASE-DEPARTED.
111800     PERFORM VARYING WS-LM-IX FROM 1 BY 1
111900              UNTIL WS-LM-IX > WS-LM-COUNT
112000        IF LM-T-PARTNER-ID(WS-LM-IX) NOT = 0
112100           MOVE LM-T-PARTNER-ID(WS-LM-IX) TO FR-STUDENT-ID
112200           PERFORM 3810-CHECK-ENROLLED
112300           IF HOLDER-LEAVES
112400              MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX)
112500              SET LOCKERS-CHANGED TO TRUE
112600           END-IF
112700        END-IF
112800        IF LM-T-STUDENT-ID(WS-LM-IX) NOT = 0
112900           MOVE LM-T-STUDENT-ID(WS-LM-IX) TO FR-STUDENT-ID
113000           PERFORM 3810-CHECK-ENROLLED
113100           IF HOLDER-LEAVES
113200              MOVE LM-T-PARTNER-ID(WS-LM-IX)
113300                  TO LM-T-STUDENT-ID(WS-LM-IX)
113400              MOVE 0 TO LM-T-PARTNER-ID(WS-LM-IX)
113500              IF LM-T-STUDENT-ID(WS-LM-IX) = 0
113600                 MOVE 0 TO LM-T-ASSIGN-DATE(WS-LM-IX)
113700              END-IF
113800              SET LOCKERS-CHANGED TO TRUE
113900              ADD 1 TO WS-RELEASED-COUNT
114000           END-IF
114100        END-IF
114200     END-PERFORM.
114300
114400 3810-CHECK-ENROLLED.
114500     READ ROSTER-FILE INVALID KEY CONTINUE END-READ.
114600     IF WS-FILE-STATUS = "00"
114700        SET HOLDER-STAYS TO TRUE
114800     ELSE
114900        MOVE "00" TO WS-FILE-STATUS
115000        SET HOLDER-LEAVES TO TRUE
115100     END-IF.
115200
115300 3900-REJECT-ONE.
115400     MOVE SPACES TO REJ-RECORD.
115500     MOVE LOCKER-TX-RECORD TO REJ-TX-IMAGE.
115600     MOVE WS-REJECT-REASON TO REJ-REASON.
115700     WRITE REJ-RECORD.
115800     ADD 1 TO WS-REJECT-COUNT.
115900
116000*----------------------------------------------------------------
116100* NEW COMBINATION (AND SERIAL, IF ONE IS GIVEN) FOR THE LOCKER AT
116200* WS-LM-IX, LOGGED TO LOCKHIST WITH THE OLD ONES, AND A SLIP FOR
116300* EACH STUDENT ON THE LOCKER.
116400*----------------------------------------------------------------
116500 5000-CHANGE-COMBINATION.
116600     MOVE LM-T-LOCK-SERIAL(WS-LM-IX) TO WS-OLD-SERIAL.
116700     MOVE LM-T-COMBINATION(WS-LM-IX) TO WS-OLD-COMBINATION.
116800     IF LTX-LOCK-SERIAL NOT = SPACES
116900        MOVE LTX-LOCK-SERIAL TO LM-T-LOCK-SERIAL(WS-LM-IX)
117000     END-IF.
117100     MOVE LTX-COMBINATION TO LM-T-COMBINATION(WS-LM-IX).
117200     SET LOCKERS-CHANGED TO TRUE.
117300     ADD 1 TO WS-RESET-COUNT.
117400     OPEN EXTEND LOCKER-HISTORY.
117500     IF WS-LH-STATUS = "35"
117600        OPEN OUTPUT LOCKER-HISTORY
117700     END-IF.
117800     MOVE WS-TODAY TO LH-DATE.
117900     MOVE LM-T-SCHOOL-CODE(WS-LM-IX) TO LH-SCHOOL-CODE.
118000     MOVE LM-T-HALL(WS-LM-IX) TO LH-HALL.
118100     MOVE LM-T-LOCKER-NUMBER(WS-LM-IX) TO LH-LOCKER-NUMBER.
118200     MOVE WS-OLD-SERIAL TO LH-OLD-SERIAL.
118300     MOVE WS-OLD-COMBINATION TO LH-OLD-COMBINATION.
118400     MOVE LM-T-LOCK-SERIAL(WS-LM-IX) TO LH-NEW-SERIAL.
118500     MOVE LM-T-COMBINATION(WS-LM-IX) TO LH-NEW-COMBINATION.
118600     MOVE LM-T-STUDENT-ID(WS-LM-IX) TO LH-STUDENT-ID.
118700     MOVE WS-HIST-REASON TO LH-REASON.
118800     WRITE LOCKER-HISTORY-RECORD.
118900     CLOSE LOCKER-HISTORY.
119000     IF LM-T-STUDENT-ID(WS-LM-IX) NOT = 0
119100        MOVE LM-T-STUDENT-ID(WS-LM-IX) TO FR-STUDENT-ID
119200        PERFORM 3810-CHECK-ENROLLED
119300        IF HOLDER-STAYS
119400           MOVE LM-T-PARTNER-ID(WS-LM-IX) TO WS-SLIP-PARTNER
119500           PERFORM 5300-SLIP-FROM-ROSTER
119600        END-IF
119700     END-IF.
119800     IF LM-T-PARTNER-ID(WS-LM-IX) NOT = 0
119900        MOVE LM-T-PARTNER-ID(WS-LM-IX) TO FR-STUDENT-ID
120000        PERFORM 3810-CHECK-ENROLLED
120100        IF HOLDER-STAYS
120200           MOVE LM-T-STUDENT-ID(WS-LM-IX) TO WS-SLIP-PARTNER
120300           PERFORM 5300-SLIP-FROM-ROSTER
120400        END-IF
120500     END-IF.
120600
120700*----------------------------------------------------------------
120800* CHARGES LTX-STUDENT-ID, OR THE LOCKER'S HOLDER WHEN NONE IS
120900* NAMED, WS-CHARGE-AMOUNT (OR THE AMOUNT ON THE ROW, IF ANY).
121000*----------------------------------------------------------------
121100 5100-CHARGE-STUDENT.
121200     IF LTX-STUDENT-ID NOT = 0
121300        MOVE LTX-STUDENT-ID TO WS-CHARGE-STUDENT-ID
121400     ELSE
121500        MOVE LM-T-STUDENT-ID(WS-LM-IX) TO WS-CHARGE-STUDENT-ID
121600     END-IF.
121700     IF LTX-AMOUNT IS NUMERIC AND LTX-AMOUNT > 0
121800        MOVE LTX-AMOUNT TO WS-CHARGE-AMOUNT
121900     END-IF.
122000     OPEN EXTEND FEE-LEDGER.
122100     IF WS-FEE-STATUS = "35"
122200        OPEN OUTPUT FEE-LEDGER
122300     END-IF.
122400     MOVE WS-CHARGE-STUDENT-ID TO FL-STUDENT-ID.
122500     MOVE WS-TODAY TO FL-DATE.
122600     MOVE "C" TO FL-TYPE.
122700     MOVE WS-CHARGE-AMOUNT TO FL-AMOUNT.
122800     MOVE WS-CHARGE-REASON TO FL-REASON.
122900     MOVE "LOCKER" TO FL-SOURCE.
123000     WRITE FEE-LEDGER-RECORD.
123100     CLOSE FEE-LEDGER.
123200     ADD 1 TO WS-CHARGE-COUNT.
123300
123400 5200-SLIP-LOCKER-FIELDS.
123500     MOVE LM-T-HALL(WS-LM-IX) TO SL-HALL(WS-SL-COUNT).
123600     MOVE LM-T-LOCKER-NUMBER(WS-LM-IX)
123700         TO SL-LOCKER-NUMBER(WS-SL-COUNT).
123800     MOVE LM-T-COMBINATION(WS-LM-IX)
123900         TO SL-COMBINATION(WS-SL-COUNT).
124000     MOVE WS-SLIP-PARTNER TO SL-PARTNER-ID(WS-SL-COUNT).
124100
124200*----------------------------------------------------------------
124300* A SLIP FOR THE STUDENT JUST READ FROM ROSTERF.
124400*----------------------------------------------------------------
124500 5300-SLIP-FROM-ROSTER.
124600     IF WS-SL-COUNT >= 20000
124700        ADD 1 TO WS-SL-OVERFLOW
124800        EXIT PARAGRAPH
124900     END-IF.
125000     ADD 1 TO WS-SL-COUNT.
125100     MOVE FR-SCHOOL-CODE TO SL-SCHOOL-CODE(WS-SL-COUNT).
125200     MOVE FR-TEACHER TO SL-TEACHER(WS-SL-COUNT).
125300     MOVE FR-SECTION TO SL-SECTION(WS-SL-COUNT).
125400     MOVE FR-NAME TO SL-NAME(WS-SL-COUNT).
125500     MOVE FR-STUDENT-ID TO SL-STUDENT-ID(WS-SL-COUNT).
125600     MOVE FR-GRADE TO SL-GRADE(WS-SL-COUNT).
125700     PERFORM 5200-SLIP-LOCKER-FIELDS.
125800
125900 6000-REWRITE-LOCKERS.
126000     IF NOT LOCKERS-CHANGED
126100        EXIT PARAGRAPH
126200     END-IF.
126300     IF WS-LM-COUNT > 1
126400        SORT LM-ROW ASCENDING LM-T-SCHOOL-CODE LM-T-HALL
126500             LM-T-LOCKER-NUMBER
126600     END-IF.
126700     OPEN OUTPUT LOCKER-MASTER.
126800     PERFORM VARYING WS-LM-IX FROM 1 BY 1
126900              UNTIL WS-LM-IX > WS-LM-COUNT
127000        MOVE LM-T-SCHOOL-CODE(WS-LM-IX) TO LM-SCHOOL-CODE
127100        MOVE LM-T-HALL(WS-LM-IX) TO LM-HALL
127200        MOVE LM-T-LOCKER-NUMBER(WS-LM-IX) TO LM-LOCKER-NUMBER
127300        MOVE LM-T-HALL-GRADE(WS-LM-IX) TO LM-HALL-GRADE
127400        MOVE LM-T-LOCK-SERIAL(WS-LM-IX) TO LM-LOCK-SERIAL
127500        MOVE LM-T-COMBINATION(WS-LM-IX) TO LM-COMBINATION
127600        MOVE LM-T-CONDITION(WS-LM-IX) TO LM-CONDITION
127700        MOVE LM-T-STUDENT-ID(WS-LM-IX) TO LM-STUDENT-ID
127800        MOVE LM-T-PARTNER-ID(WS-LM-IX) TO LM-PARTNER-ID
127900        MOVE LM-T-ASSIGN-DATE(WS-LM-IX) TO LM-ASSIGN-DATE
128000        WRITE LOCKER-RECORD
128100     END-PERFORM.
128200     CLOSE LOCKER-MASTER.
128300
128400*----------------------------------------------------------------
128500* HOMEROOM SLIPS, ONE PER STUDENT, GROUPED BY BUILDING AND
128600* HOMEROOM FOR THE TEACHERS TO CUT APART AND HAND OUT.
128700*----------------------------------------------------------------
128800 6100-PRINT-SLIPS.
128900     IF WS-SL-COUNT = 0
129000        EXIT PARAGRAPH
129100     END-IF.
129200     IF WS-SL-COUNT > 1
129300        SORT SL-ROW ASCENDING SL-SCHOOL-CODE SL-TEACHER SL-SECTION
129400             SL-NAME
129500     END-IF.
129600     OPEN OUTPUT SLIP-FILE.
129700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
129800        PERFORM 6110-PRINT-ONE-SLIP
129900     END-PERFORM.
130000     CLOSE SLIP-FILE.
130100
130200 6110-PRINT-ONE-SLIP.
130300     MOVE SL-COMBINATION(I) TO WS-COMBINATION-N.
130400     MOVE SPACES TO WS-COMBINATION-EDIT.
130500     STRING WS-COMBO-1 "-" WS-COMBO-2 "-" WS-COMBO-3
130600         DELIMITED BY SIZE
130700         INTO WS-COMBINATION-EDIT
130800     END-STRING.
130900     MOVE ALL "-" TO SLIP-LINE.
131000     WRITE SLIP-LINE.
131100     MOVE SPACES TO SLIP-LINE.
131200     STRING "BUILDING " DELIMITED BY SIZE
131300         SL-SCHOOL-CODE(I) DELIMITED BY SIZE
131400         "   HOMEROOM " DELIMITED BY SIZE
131500         SL-TEACHER(I) DELIMITED BY SIZE
131600         "  SECTION " DELIMITED BY SIZE
131700         SL-SECTION(I) DELIMITED BY SIZE
131800         INTO SLIP-LINE
131900     END-STRING.
132000     WRITE SLIP-LINE.
132100     MOVE SPACES TO SLIP-LINE.
132200     STRING "STUDENT  " DELIMITED BY SIZE
132300         SL-STUDENT-ID(I) DELIMITED BY SIZE
132400         "  " DELIMITED BY SIZE
132500         SL-NAME(I) DELIMITED BY SIZE
132600         "  GRADE " DELIMITED BY SIZE
132700         SL-GRADE(I) DELIMITED BY SIZE
132800         INTO SLIP-LINE
132900     END-STRING.
133000     WRITE SLIP-LINE.
133100     MOVE SPACES TO SLIP-LINE.
133200     STRING "LOCKER   HALL " DELIMITED BY SIZE
133300         SL-HALL(I) DELIMITED BY SIZE
133400         "  NUMBER " DELIMITED BY SIZE
133500         SL-LOCKER-NUMBER(I) DELIMITED BY SIZE
133600         "   COMBINATION " DELIMITED BY SIZE
133700         WS-COMBINATION-EDIT DELIMITED BY SIZE
133800         INTO SLIP-LINE
133900     END-STRING.
134000     WRITE SLIP-LINE.
134100     IF SL-PARTNER-ID(I) NOT = 0
134200        MOVE SPACES TO SLIP-LINE
134300        STRING "SHARED WITH STUDENT " DELIMITED BY SIZE
134400            SL-PARTNER-ID(I) DELIMITED BY SIZE
134500            INTO SLIP-LINE
134600        END-STRING
134700        WRITE SLIP-LINE
134800     END-IF.
134900
135000 7000-TERMINATE.
135100     IF WS-MODE = "ASSIGN"
135200        DISPLAY "GRADE-SCHOOL-LOCKER LOCKERS RELEASED: "
135300            WS-RELEASED-COUNT
135400        DISPLAY "  ASSIGNED:          " WS-ASSIGNED-COUNT
135500        DISPLAY "  SHARED:            " WS-SHARED-COUNT
135600        DISPLAY "  SHARES REFUSED:    " WS-SHARE-REJECT-COUNT
135700        DISPLAY "  NO LOCKER FREE:    " WS-NO-LOCKER-COUNT
135800        IF WS-NO-LOCKER-COUNT > 0 OR WS-SHARE-REJECT-COUNT > 0
135900           MOVE 4 TO RETURN-CODE
136000        END-IF
136100     ELSE
136200        DISPLAY "GRADE-SCHOOL-LOCKER APPLIED: " WS-APPLIED-COUNT
136300        DISPLAY "  REJECTED:          " WS-REJECT-COUNT
136400        DISPLAY "  COMBINATIONS CHANGED: " WS-RESET-COUNT
136500        DISPLAY "  CHARGES:           " WS-CHARGE-COUNT
136600        DISPLAY "  RELEASED (LEFT ROSTERF): " WS-RELEASED-COUNT
136700        IF WS-REJECT-COUNT > 0
136800           MOVE 4 TO RETURN-CODE
136900        END-IF
137000     END-IF.
137100     IF WS-SL-OVERFLOW > 0
137200        DISPLAY "  SLIPS NOT PRINTED (TABLE FULL): "
137300            WS-SL-OVERFLOW
137400        MOVE 8 TO RETURN-CODE
137500     END-IF.
137600
137700*----------------------------------------------------------------
137800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
137900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
138000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
138100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
138200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
138300*----------------------------------------------------------------
138400 9800-CHECK-LAYOUTS.
138500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
138600     OPEN EXTEND LAYOUT-USAGE-LOG.
138700     IF WS-LU-STATUS = "35"
138800        OPEN OUTPUT LAYOUT-USAGE-LOG
138900     END-IF.
139000     MOVE "ROSTERF" TO WS-LK-DATASET.
139100     MOVE 3 TO WS-LK-VERSION.
139200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
139300     PERFORM 9820-CHECK-ONE-LAYOUT.
139400     CLOSE LAYOUT-USAGE-LOG.
139500
139600 9810-LOAD-LAYOUT-CONTROL.
139700     MOVE 0 TO WS-LC-COUNT.
139800     OPEN INPUT LAYOUT-CONTROL.
139900     IF WS-LC-STATUS NOT = "00"
140000        EXIT PARAGRAPH
140100     END-IF.
140200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
140300        READ LAYOUT-CONTROL
140400            AT END MOVE "10" TO WS-LC-STATUS
140500        END-READ
140600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
140700           ADD 1 TO WS-LC-COUNT
140800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
140900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
141000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
141100        END-IF
141200     END-PERFORM.
141300     CLOSE LAYOUT-CONTROL.
141400
141500*----------------------------------------------------------------
141600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
141700* AS NOCTL.
141800*----------------------------------------------------------------
141900 9820-CHECK-ONE-LAYOUT.
142000     MOVE "NOCTL" TO WS-LK-RESULT.
142100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
142200             UNTIL WS-LC-INDX > WS-LC-COUNT
142300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
142400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
142500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
142600              MOVE "CURRENT" TO WS-LK-RESULT
142700           ELSE
142800              MOVE "MISMATCH" TO WS-LK-RESULT
142900           END-IF
143000        END-IF
143100     END-PERFORM.
143200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
143300     MOVE "GRADE-SCHOOL-LOCKER" TO LU-PROGRAM.
143400     MOVE WS-LK-DATASET TO LU-DATASET.
143500     MOVE WS-LK-VERSION TO LU-VERSION.
143600     MOVE WS-LK-LENGTH TO LU-LENGTH.
143700     MOVE WS-LK-RESULT TO LU-RESULT.
143800     WRITE LAYOUT-USAGE-RECORD.
143900     IF WS-LK-RESULT NOT = "MISMATCH"
144000        EXIT PARAGRAPH
144100     END-IF.
144200     SET LAYOUT-MISMATCH TO TRUE.
144300     DISPLAY "GRADE-SCHOOL-LOCKER HALTED: " WS-LK-DATASET
144400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
144500         " DOES NOT MATCH LAYOUTCT".
144600     OPEN EXTEND OPS-ERROR-LOG.
144700     IF WS-OPS-LOG-STATUS = "35"
144800        OPEN OUTPUT OPS-ERROR-LOG
144900     END-IF.
145000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
145100     MOVE "GRADE-SCHOOL-LOCKER" TO OE-PROGRAM.
145200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
145300     MOVE "LAYOUT" TO OE-OPERATION.
145400     MOVE "16" TO OE-STATUS.
145500     WRITE OPS-ERROR-RECORD.
145600     CLOSE OPS-ERROR-LOG.
