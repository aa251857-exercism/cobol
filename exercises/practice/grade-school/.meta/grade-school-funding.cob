000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-FUNDING.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  WEIGHTED PER-PUPIL FUNDING ALLOCATION.  THE
001100*                 BUSINESS OFFICE BUILT THE BUILDING BUDGETS BY
001200*                 HAND EVERY OCTOBER.  THE FNDPARM CARD NAMES THE
001300*                 COUNT DATE AND THE DOLLARS PER WEIGHTED PUPIL;
001400*                 THE CERTIFIED CNTSNAP FOR THAT DATE, WITH ITS
001500*                 CNTAMEND CORRECTIONS APPLIED, IS THE HEAD COUNT.
001600*                 EACH PUPIL CARRIES THE FNDWGHT BASE WEIGHT FOR
001700*                 THEIR GRADE BAND PLUS AN ADD-ON FOR EACH OF AN
001800*                 IEP OR ELL SPELL OPEN ON PROGPART ON THE COUNT
001900*                 DATE AND AN F OR R MEALELIG DETERMINATION IN
002000*                 EFFECT THEN.  PRINTS EACH BUILDING'S UNDERLYING
002100*                 COUNTS, WEIGHTED PUPILS AND ALLOCATION, THEN THE
002200*                 DISTRICT.  EVERY IEP LOOKUP IS LOGGED TO IEPLOG.
002300*                 ROSTERF IS CHECKED AGAINST LAYOUTCT AT START.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "FNDPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FR-STUDENT-ID
003900         FILE STATUS IS WS-FILE-STATUS.
004000
004100     SELECT SNAPSHOT-FILE ASSIGN TO "CNTSNAP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SNAP-STATUS.
004400
004500     SELECT AMENDMENT-FILE ASSIGN TO "CNTAMEND"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AMD-STATUS.
004800
004900     SELECT PARTICIPATION-MASTER ASSIGN TO "PROGPART"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PP-STATUS.
005200
005300     SELECT ELIGIBILITY-FILE ASSIGN TO "MEALELIG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ME-STATUS.
005600
005700     SELECT WEIGHT-FILE ASSIGN TO "FNDWGHT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-WT-STATUS.
006000
006100     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-IEP-LOG-STATUS.
006400
006500     SELECT FUNDING-REPORT ASSIGN TO "FNDRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LC-STATUS.
007100
007200     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-LU-STATUS.
007500
007600     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-OPS-LOG-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARM-FILE.
008300*----------------------------------------------------------------
008400* ONE CARD: THE COUNT DATE AND THE DOLLARS PER WEIGHTED PUPIL.
008500*----------------------------------------------------------------
008600 01  PARM-RECORD.
008700     05 PARM-COUNT-DATE       PIC 9(08).
008800     05 FILLER                PIC X(01).
008900     05 PARM-RATE             PIC 9(05)V99.
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
010200*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE; THE
010300*    COUNT-DATE IEP STATUS COMES FROM PROGPART.
010400     05 FR-IEP-FLAG           PIC X(01).
010500     05 FR-DOB                PIC 9(08).
010600     05 FR-SCHOOL-CODE        PIC 9(02).
010700     05 FR-GENDER             PIC X(01).
010800     05 FR-RACE-ETH           PIC X(01).
010900
011000 FD  SNAPSHOT-FILE.
011100*----------------------------------------------------------------
011200* LAYOUT MUST MATCH GRADE-SCHOOL-COUNTDAY'S SNAPSHOT-RECORD.
011300*----------------------------------------------------------------
011400 01  SNAPSHOT-RECORD.
011500     05 SN-COUNT-DATE         PIC 9(08).
011600     05 SN-STUDENT-ID         PIC 9(09).
011700     05 SN-NAME               PIC X(60).
011800     05 SN-GRADE              PIC 9(02).
011900     05 SN-SCHOOL-CODE        PIC 9(02).
012000
012100 FD  AMENDMENT-FILE.
012200*----------------------------------------------------------------
012300* LAYOUT MUST MATCH GRADE-SCHOOL-COUNTDAY'S AMENDMENT-RECORD.
012400* A = STUDENT SHOULD HAVE COUNTED, D = SHOULD NOT HAVE.
012500*----------------------------------------------------------------
012600 01  AMENDMENT-RECORD.
012700     05 AM-COUNT-DATE         PIC 9(08).
012800     05 AM-AMEND-DATE         PIC 9(08).
012900     05 AM-ACTION             PIC X(01).
013000     05 AM-STUDENT-ID         PIC 9(09).
013100     05 AM-GRADE              PIC 9(02).
013200     05 AM-REASON             PIC X(20).
013300
013400 FD  PARTICIPATION-MASTER.
013500*----------------------------------------------------------------
013600* LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART'S PARTICIPATION-RECORD.
013700*----------------------------------------------------------------
013800 01  PARTICIPATION-RECORD.
013900     05 PP-STUDENT-ID         PIC 9(09).
014000     05 PP-PROGRAM            PIC X(04).
014100     05 PP-ENTRY-DATE         PIC 9(08).
014200     05 PP-EXIT-DATE          PIC 9(08).
014300     05 PP-EXIT-REASON        PIC X(01).
014400
014500 FD  ELIGIBILITY-FILE.
014600*----------------------------------------------------------------
014700* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S ELIGIBILITY-RECORD.
014800*----------------------------------------------------------------
014900 01  ELIGIBILITY-RECORD.
015000     05 ME-HOUSEHOLD-ID       PIC 9(09).
015100     05 ME-DETERMINATION      PIC X(01).
015200     05 ME-EFF-FROM           PIC 9(08).
015300     05 ME-EFF-TO             PIC 9(08).
015400     05 ME-SOURCE             PIC X(01).
015500
015600 FD  WEIGHT-FILE.
015700*----------------------------------------------------------------
015800* THE BOARD'S WEIGHT TABLE: ONE ROW PER CATEGORY AND GRADE BAND.
015900* BASE ROWS DEFINE THE BANDS AND THE WEIGHT EVERY PUPIL IN THE
016000* BAND CARRIES; IEP, ELL AND FRM ROWS ARE ADD-ONS FOR A PUPIL IN
016100* THE PROGRAM (FRM: FREE/REDUCED MEAL).  NO ADD-ON ROW FOR A
016200* BAND MEANS NO ADD-ON THERE.
016300*----------------------------------------------------------------
016400 01  WEIGHT-RECORD.
016500     05 FW-CATEGORY           PIC X(04).
016600     05 FW-GRADE-LOW          PIC 9(02).
016700     05 FW-GRADE-HIGH         PIC 9(02).
016800     05 FW-WEIGHT             PIC 9V99.
016900
017000*----------------------------------------------------------------
017100* LAYOUT MUST MATCH GRADE-SCHOOL'S IEP-ACCESS-RECORD.
017200* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE RECORD PER LOOKUP,
017300* INCLUDING EVERY "NO", SO THE COORDINATOR'S ACCESS REPORT IS
017400* COMPLETE.
017500*----------------------------------------------------------------
017600 FD  IEP-ACCESS-LOG.
017700 01  IEP-ACCESS-RECORD.
017800     05 IA-TIMESTAMP          PIC 9(14).
017900     05 IA-REQUESTOR          PIC X(08).
018000     05 IA-STUDENT-ID         PIC 9(09).
018100     05 IA-RESULT             PIC X(01).
018200
018300 FD  FUNDING-REPORT.
018400 01  RPT-LINE                 PIC X(100).
018500
018600 FD  LAYOUT-CONTROL.
018700*----------------------------------------------------------------
018800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018900* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
019000*----------------------------------------------------------------
019100 01  LAYOUT-CONTROL-RECORD.
019200     05 LC-DATASET            PIC X(08).
019300     05 LC-VERSION            PIC 9(03).
019400     05 LC-LENGTH             PIC 9(05).
019500     05 LC-EFFECTIVE-DATE     PIC 9(08).
019600
019700 FD  LAYOUT-USAGE-LOG.
019800*----------------------------------------------------------------
019900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
020000* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
020100*----------------------------------------------------------------
020200 01  LAYOUT-USAGE-RECORD.
020300     05 LU-TIMESTAMP          PIC 9(14).
020400     05 LU-PROGRAM            PIC X(24).
020500     05 LU-DATASET            PIC X(08).
020600     05 LU-VERSION            PIC 9(03).
020700     05 LU-LENGTH             PIC 9(05).
020800     05 LU-RESULT             PIC X(08).
020900
021000 FD  OPS-ERROR-LOG.
021100*----------------------------------------------------------------
021200* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
021300* SHARED SHOP-WIDE ERROR LOG.
021400*----------------------------------------------------------------
021500 01  OPS-ERROR-RECORD.
021600     05 OE-TIMESTAMP          PIC 9(14).
021700     05 OE-PROGRAM            PIC X(20).
021800     05 OE-FILE-NAME          PIC X(08).
021900     05 OE-OPERATION          PIC X(08).
022000     05 OE-STATUS             PIC XX.
022100
022200 WORKING-STORAGE SECTION.
022300 01 WS-PARM-STATUS             PIC XX.
022400 01 WS-FILE-STATUS             PIC XX.
022500 01 WS-SNAP-STATUS             PIC XX.
022600 01 WS-AMD-STATUS              PIC XX.
022700 01 WS-PP-STATUS               PIC XX.
022800 01 WS-ME-STATUS               PIC XX.
022900 01 WS-WT-STATUS               PIC XX.
023000 01 WS-IEP-LOG-STATUS          PIC XX.
023100 01 WS-ACCESS-USER             PIC X(08) VALUE "FUNDING".
023200 01 WS-IEP-RESULT              PIC X(01).
023300    88 IEP-RESULT-YES          VALUE "Y".
023400    88 IEP-RESULT-NO           VALUE "N".
023500 01 WS-IEP-STUDENT-ID          PIC 9(09).
023600 01 WS-COUNT-DATE              PIC 9(08) VALUE ZERO.
023700 01 WS-RATE                    PIC 9(05)V99 VALUE ZERO.
023800 01 WS-TODAY                   PIC 9(08).
023900 01 WS-SNAP-ROWS               PIC 9(05) COMP VALUE ZERO.
024000 01 WS-AMEND-ADDS              PIC 9(05) COMP VALUE ZERO.
024100 01 WS-AMEND-DROPS             PIC 9(05) COMP VALUE ZERO.
024200 01 WS-NOBAND-COUNT            PIC 9(05) COMP VALUE ZERO.
024300 01 WS-LEFT-COUNT              PIC 9(05) COMP VALUE ZERO.
024400 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
024500 01 WS-BAND                    PIC 9(02) COMP.
024600 01 WS-BLD                     PIC 9(03) COMP.
024700 01 WS-GRADE                   PIC 9(02).
024800 01 WS-WEIGHT                  PIC 9V99.
024900 01 WS-STUDENT-WEIGHT          PIC 9(02)V99.
025000 01 WS-FIND-CATEGORY           PIC X(04).
025100 01 WS-FRM-SWITCH              PIC X(01).
025200     88 FRM-ELIGIBLE                     VALUE "Y".
025300 01 WS-ELL-SWITCH              PIC X(01).
025400     88 ELL-ACTIVE                       VALUE "Y".
025500 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
025600 01 WS-WEIGHTED-EDIT           PIC ZZZ,ZZ9.99.
025700 01 WS-WEIGHT-EDIT             PIC 9.99.
025800 01 WS-DOLLAR-EDIT             PIC $$$,$$$,$$$,$$9.99.
025900 01 WS-DOLLARS                 PIC 9(11)V99.
026000 01 WS-BAND-EDIT.
026100     05 WS-BE-LOW              PIC 9(02).
026200     05 FILLER                 PIC X(01) VALUE "-".
026300     05 WS-BE-HIGH             PIC 9(02).
026400 01 I                          PIC 9(05) COMP.
026500 01 J                          PIC 9(05) COMP.
026600 01 K                          PIC 9(05) COMP.
026700
026800*----------------------------------------------------------------
026900* FNDWGHT AS LOADED.  THE BASE ROWS, IN FILE ORDER, ARE THE BANDS.
027000*----------------------------------------------------------------
027100 01 WS-WT-COUNT                PIC 9(03) COMP VALUE ZERO.
027200 01 WEIGHT-TABLE.
027300     02 WT-ROW                OCCURS 1 TO 100 TIMES
027400                                 DEPENDING ON WS-WT-COUNT.
027500        05 WT-CATEGORY        PIC X(04).
027600        05 WT-GRADE-LOW       PIC 9(02).
027700        05 WT-GRADE-HIGH      PIC 9(02).
027800        05 WT-WEIGHT          PIC 9V99.
027900 01 WS-BAND-COUNT              PIC 9(02) COMP VALUE ZERO.
028000 01 BAND-TABLE.
028100     02 BAND-ROW              OCCURS 10 TIMES.
028200        05 BAND-LOW           PIC 9(02).
028300        05 BAND-HIGH          PIC 9(02).
028400        05 BAND-WEIGHT        PIC 9V99.
028500
028600*----------------------------------------------------------------
028700* THE COUNT: CNTSNAP FOR THE DATE, THEN CNTAMEND ON TOP.  A D
028800* AMENDMENT LEAVES THE ROW WITH CT-COUNTED "N".
028900*----------------------------------------------------------------
029000 01 WS-CT-COUNT                PIC 9(05) COMP VALUE ZERO.
029100 01 COUNT-TABLE.
029200     02 CT-ROW                OCCURS 1 TO 20000 TIMES
029300                                 DEPENDING ON WS-CT-COUNT.
029400        05 CT-STUDENT-ID      PIC 9(09).
029500        05 CT-GRADE           PIC 9(02).
029600        05 CT-SCHOOL-CODE     PIC 9(02).
029700        05 CT-COUNTED         PIC X(01).
029800
029900* RESTRICTED -- STUDENT-PRIVACY STATUTE.  STUDENTS WITH AN IEP
030000* SPELL OPEN ON THE COUNT DATE.  READ ONLY BY 2200-GET-IEP-STATUS.
030100 01 WS-PP-COUNT                PIC 9(04) COMP VALUE ZERO.
030200 01 WS-PP-INDX                 PIC 9(04) COMP.
030300 01 PROTECTED-TABLE.
030400     02 PT-ROW                OCCURS 1 TO 5000 TIMES
030500                                 DEPENDING ON WS-PP-COUNT.
030600        05 PT-STUDENT-ID      PIC 9(09).
030700
030800 01 WS-EL-COUNT                PIC 9(04) COMP VALUE ZERO.
030900 01 ELL-TABLE.
031000     02 EL-ROW                OCCURS 1 TO 5000 TIMES
031100                                 DEPENDING ON WS-EL-COUNT.
031200        05 EL-STUDENT-ID      PIC 9(09).
031300
031400 01 WS-ELIG-COUNT              PIC 9(04) COMP VALUE ZERO.
031500 01 ELIGIBILITY-TABLE.
031600     02 ME-ROW                OCCURS 1 TO 2000 TIMES
031700                                 DEPENDING ON WS-ELIG-COUNT.
031800        05 ME-T-HOUSEHOLD-ID  PIC 9(09).
031900        05 ME-T-DETERMINATION PIC X(01).
032000        05 ME-T-EFF-FROM      PIC 9(08).
032100        05 ME-T-EFF-TO        PIC 9(08).
032200
032300*----------------------------------------------------------------
032400* ONE ROW PER BUILDING (SCHOOL CODE + 1); ROW 101 IS THE DISTRICT.
032500*----------------------------------------------------------------
032600 01 BUILDING-TABLE.
032700     02 BLD-ROW               OCCURS 101 TIMES.
032800        05 BLD-PUPILS         PIC 9(05) COMP.
032900        05 BLD-BAND-PUPILS    PIC 9(05) COMP OCCURS 10 TIMES.
033000        05 BLD-BAND-WEIGHTED  PIC 9(07)V99 OCCURS 10 TIMES.
033100        05 BLD-IEP-PUPILS     PIC 9(05) COMP.
033200        05 BLD-IEP-WEIGHTED   PIC 9(07)V99.
033300        05 BLD-ELL-PUPILS     PIC 9(05) COMP.
033400        05 BLD-ELL-WEIGHTED   PIC 9(07)V99.
033500        05 BLD-FRM-PUPILS     PIC 9(05) COMP.
033600        05 BLD-FRM-WEIGHTED   PIC 9(07)V99.
033700        05 BLD-WEIGHTED       PIC 9(07)V99.
033800
033900*----------------------------------------------------------------
034000* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
034100* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
034200*----------------------------------------------------------------
034300 01 WS-LC-STATUS               PIC XX.
034400 01 WS-LU-STATUS               PIC XX.
034500 01 WS-OPS-LOG-STATUS          PIC XX.
034600 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
034700     88 LAYOUT-MISMATCH                  VALUE "Y".
034800 01 WS-LK-DATASET              PIC X(08).
034900 01 WS-LK-VERSION              PIC 9(03).
035000 01 WS-LK-LENGTH               PIC 9(05).
035100 01 WS-LK-RESULT               PIC X(08).
035200 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
035300 01 WS-LC-INDX                 PIC 9(03) COMP.
035400 01 LAYOUT-CONTROL-TABLE.
035500     02 LCT-ROW               OCCURS 50 TIMES.
035600        05 LCT-DATASET        PIC X(08).
035700        05 LCT-VERSION        PIC 9(03).
035800        05 LCT-LENGTH         PIC 9(05).
035900
036000 PROCEDURE DIVISION.
036100
036200 0000-MAINLINE.
036300     PERFORM 9800-CHECK-LAYOUTS
036400     IF LAYOUT-MISMATCH
036500        MOVE 16 TO RETURN-CODE
036600        GOBACK
036700     END-IF
036800     PERFORM 1000-INITIALIZE
036900     IF WS-COUNT-DATE = 0
037000        DISPLAY "GRADE-SCHOOL-FUNDING NO COUNT DATE ON FNDPARM"
037100        MOVE 8 TO RETURN-CODE
037200        GOBACK
037300     END-IF
037400     PERFORM 1100-LOAD-WEIGHTS
037500     IF WS-BAND-COUNT = 0
037600        DISPLAY "GRADE-SCHOOL-FUNDING NO BASE ROWS ON FNDWGHT"
037700        MOVE 8 TO RETURN-CODE
037800        GOBACK
037900     END-IF
038000     OPEN INPUT ROSTER-FILE
038100     PERFORM 1200-LOAD-SNAPSHOT
038200     IF WS-SNAP-ROWS = 0
038300        DISPLAY "GRADE-SCHOOL-FUNDING NO CERTIFIED CNTSNAP FOR "
038400            WS-COUNT-DATE
038500        CLOSE ROSTER-FILE
038600        MOVE 8 TO RETURN-CODE
038700        GOBACK
038800     END-IF
038900     PERFORM 1300-APPLY-AMENDMENTS
039000     PERFORM 1400-LOAD-PROGRAMS
039100     PERFORM 1500-LOAD-ELIGIBILITY
039200     PERFORM 2000-WEIGH-PUPILS
039300     CLOSE ROSTER-FILE
039400     PERFORM 3000-PRINT-ALLOCATION
039500     PERFORM 5000-TERMINATE
039600     GOBACK.
039700
039800 1000-INITIALIZE.
039900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
040000     INITIALIZE BUILDING-TABLE.
040100     OPEN INPUT PARM-FILE.
040200     IF WS-PARM-STATUS = "00"
040300        READ PARM-FILE
040400            AT END CONTINUE
040500        END-READ
040600        IF WS-PARM-STATUS = "00"
040700           AND PARM-COUNT-DATE IS NUMERIC
040800           MOVE PARM-COUNT-DATE TO WS-COUNT-DATE
040900           IF PARM-RATE IS NUMERIC
041000              MOVE PARM-RATE TO WS-RATE
041100           END-IF
041200        END-IF
041300        CLOSE PARM-FILE
041400     END-IF.
041500
041600 1100-LOAD-WEIGHTS.
041700     OPEN INPUT WEIGHT-FILE.
041800     IF WS-WT-STATUS NOT = "00"
041900        MOVE "10" TO WS-WT-STATUS
042000        EXIT PARAGRAPH
042100     END-IF.
042200     PERFORM UNTIL WS-WT-STATUS NOT = "00"
042300        READ WEIGHT-FILE
042400            AT END MOVE "10" TO WS-WT-STATUS
042500        END-READ
042600        IF WS-WT-STATUS = "00"
042700           AND FW-GRADE-LOW IS NUMERIC
042800           AND FW-GRADE-HIGH IS NUMERIC
042900           AND FW-WEIGHT IS NUMERIC
043000           AND WS-WT-COUNT < 100
043100           ADD 1 TO WS-WT-COUNT
043200           MOVE FW-CATEGORY TO WT-CATEGORY(WS-WT-COUNT)
043300           MOVE FW-GRADE-LOW TO WT-GRADE-LOW(WS-WT-COUNT)
043400           MOVE FW-GRADE-HIGH TO WT-GRADE-HIGH(WS-WT-COUNT)
043500           MOVE FW-WEIGHT TO WT-WEIGHT(WS-WT-COUNT)
043600           IF FW-CATEGORY = "BASE"
043700              AND WS-BAND-COUNT < 10
043800              ADD 1 TO WS-BAND-COUNT
043900              MOVE FW-GRADE-LOW TO BAND-LOW(WS-BAND-COUNT)
044000              MOVE FW-GRADE-HIGH TO BAND-HIGH(WS-BAND-COUNT)
044100              MOVE FW-WEIGHT TO BAND-WEIGHT(WS-BAND-COUNT)
044200           END-IF
044300        END-IF
044400     END-PERFORM.
044500     CLOSE WEIGHT-FILE.
044600
044700 1200-LOAD-SNAPSHOT.
044800     OPEN INPUT SNAPSHOT-FILE.
044900     IF WS-SNAP-STATUS NOT = "00"
045000        MOVE "10" TO WS-SNAP-STATUS
045100        EXIT PARAGRAPH
045200     END-IF.
045300     PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
045400        READ SNAPSHOT-FILE
045500            AT END MOVE "10" TO WS-SNAP-STATUS
045600        END-READ
045700        IF WS-SNAP-STATUS = "00"
045800           AND SN-COUNT-DATE = WS-COUNT-DATE
045900           ADD 1 TO WS-SNAP-ROWS
046000           IF WS-CT-COUNT < 20000
046100              ADD 1 TO WS-CT-COUNT
046200              MOVE SN-STUDENT-ID TO CT-STUDENT-ID(WS-CT-COUNT)
046300              MOVE SN-GRADE TO CT-GRADE(WS-CT-COUNT)
046400              MOVE SN-SCHOOL-CODE TO CT-SCHOOL-CODE(WS-CT-COUNT)
046500              MOVE "Y" TO CT-COUNTED(WS-CT-COUNT)
046600           ELSE
046700              ADD 1 TO WS-OVERFLOW-COUNT
046800           END-IF
046900        END-IF
047000     END-PERFORM.
047100     CLOSE SNAPSHOT-FILE.
047200
047300*----------------------------------------------------------------
047400* CORRECTIONS IN THE ORDER THEY WERE FILED.  AN ADDED STUDENT IS
047500* COUNTED IN THEIR ROSTERF BUILDING (00 WHEN NO LONGER THERE).
047600*----------------------------------------------------------------
047700 1300-APPLY-AMENDMENTS.
047800     OPEN INPUT AMENDMENT-FILE.
047900     IF WS-AMD-STATUS NOT = "00"
048000        MOVE "10" TO WS-AMD-STATUS
048100        EXIT PARAGRAPH
048200     END-IF.
048300     PERFORM UNTIL WS-AMD-STATUS NOT = "00"
048400        READ AMENDMENT-FILE
048500            AT END MOVE "10" TO WS-AMD-STATUS
048600        END-READ
048700        IF WS-AMD-STATUS = "00"
048800           AND AM-COUNT-DATE = WS-COUNT-DATE
048900           PERFORM 1310-APPLY-ONE-AMENDMENT
049000        END-IF
049100     END-PERFORM.
049200     CLOSE AMENDMENT-FILE.
049300
049400 1310-APPLY-ONE-AMENDMENT.
049500     MOVE 0 TO J.
049600     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CT-COUNT OR J > 0
049700        IF CT-STUDENT-ID(K) = AM-STUDENT-ID
049800           MOVE K TO J
049900        END-IF
050000     END-PERFORM.
050100     IF AM-ACTION = "D"
050200        IF J > 0
050300           MOVE "N" TO CT-COUNTED(J)
050400           ADD 1 TO WS-AMEND-DROPS
050500        END-IF
050600        EXIT PARAGRAPH
050700     END-IF.
050800     IF AM-ACTION NOT = "A"
050900        EXIT PARAGRAPH
051000     END-IF.
051100     IF J = 0
051200        IF WS-CT-COUNT >= 20000
051300           ADD 1 TO WS-OVERFLOW-COUNT
051400           EXIT PARAGRAPH
051500        END-IF
051600        ADD 1 TO WS-CT-COUNT
051700        MOVE WS-CT-COUNT TO J
051800        MOVE AM-STUDENT-ID TO CT-STUDENT-ID(J)
051900        MOVE AM-STUDENT-ID TO FR-STUDENT-ID
052000        READ ROSTER-FILE
052100            INVALID KEY CONTINUE
052200        END-READ
052300        IF WS-FILE-STATUS = "00"
052400           MOVE FR-SCHOOL-CODE TO CT-SCHOOL-CODE(J)
052500        ELSE
052600           MOVE "00" TO WS-FILE-STATUS
052700           MOVE 0 TO CT-SCHOOL-CODE(J)
052800        END-IF
052900     END-IF.
053000     MOVE AM-GRADE TO CT-GRADE(J).
053100     MOVE "Y" TO CT-COUNTED(J).
053200     ADD 1 TO WS-AMEND-ADDS.
053300
053400*----------------------------------------------------------------
053500* IEP AND ELL SPELLS OPEN ON THE COUNT DATE.  THE IEP ROWS GO TO
053600* THE PROTECTED TABLE FOR 2200-GET-IEP-STATUS.
053700*----------------------------------------------------------------
053800 1400-LOAD-PROGRAMS.
053900     OPEN INPUT PARTICIPATION-MASTER.
054000     IF WS-PP-STATUS NOT = "00"
054100        MOVE "10" TO WS-PP-STATUS
054200        EXIT PARAGRAPH
054300     END-IF.
054400     PERFORM UNTIL WS-PP-STATUS NOT = "00"
054500        READ PARTICIPATION-MASTER
054600            AT END MOVE "10" TO WS-PP-STATUS
054700        END-READ
054800        IF WS-PP-STATUS = "00"
054900           AND PP-ENTRY-DATE <= WS-COUNT-DATE
055000           AND (PP-EXIT-DATE = 0 OR PP-EXIT-DATE > WS-COUNT-DATE)
055100           EVALUATE TRUE
055200               WHEN PP-PROGRAM = "IEP"
055300                   IF WS-PP-COUNT < 5000
055400                      ADD 1 TO WS-PP-COUNT
055500                      MOVE PP-STUDENT-ID
055600                          TO PT-STUDENT-ID(WS-PP-COUNT)
055700                   ELSE
055800                      ADD 1 TO WS-OVERFLOW-COUNT
055900                   END-IF
056000               WHEN PP-PROGRAM = "ELL"
056100                   IF WS-EL-COUNT < 5000
056200                      ADD 1 TO WS-EL-COUNT
056300                      MOVE PP-STUDENT-ID
056400                          TO EL-STUDENT-ID(WS-EL-COUNT)
056500                   ELSE
056600                      ADD 1 TO WS-OVERFLOW-COUNT
056700                   END-IF
056800           END-EVALUATE
056900        END-IF
057000     END-PERFORM.
057100     CLOSE PARTICIPATION-MASTER.
057200
057300*----------------------------------------------------------------
057400* MIRRORS GRADE-SCHOOL-MEAL'S 1100-LOAD-ELIGIBILITY.
057500*----------------------------------------------------------------
057600 1500-LOAD-ELIGIBILITY.
057700     OPEN INPUT ELIGIBILITY-FILE.
057800     IF WS-ME-STATUS NOT = "00"
057900        MOVE "10" TO WS-ME-STATUS
058000     ELSE
058100        PERFORM UNTIL WS-ME-STATUS NOT = "00"
058200           READ ELIGIBILITY-FILE
058300               AT END MOVE "10" TO WS-ME-STATUS
058400           END-READ
058500           IF WS-ME-STATUS = "00"
058600              AND WS-ELIG-COUNT < 2000
058700              ADD 1 TO WS-ELIG-COUNT
058800              MOVE ME-HOUSEHOLD-ID
058900                  TO ME-T-HOUSEHOLD-ID(WS-ELIG-COUNT)
059000              MOVE ME-DETERMINATION
059100                  TO ME-T-DETERMINATION(WS-ELIG-COUNT)
059200              MOVE ME-EFF-FROM TO ME-T-EFF-FROM(WS-ELIG-COUNT)
059300              MOVE ME-EFF-TO TO ME-T-EFF-TO(WS-ELIG-COUNT)
059400           END-IF
059500        END-PERFORM
059600        CLOSE ELIGIBILITY-FILE
059700     END-IF.
059800
059900 2000-WEIGH-PUPILS.
060000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CT-COUNT
060100        IF CT-COUNTED(I) = "Y"
060200           PERFORM 2100-WEIGH-ONE
060300        END-IF
060400     END-PERFORM.
060500
060600*----------------------------------------------------------------
060700* ONE PUPIL: THE BAND'S BASE WEIGHT, PLUS THE BAND'S IEP, ELL AND
060800* FRM ADD-ONS WHERE THEY APPLY.  A GRADE IN NO BAND IS NOT FUNDED
060900* AND IS COUNTED SO THE OFFICE CAN FIX FNDWGHT.
061000*----------------------------------------------------------------
061100 2100-WEIGH-ONE.
061200     MOVE CT-GRADE(I) TO WS-GRADE.
061300     MOVE 0 TO WS-BAND.
061400     PERFORM VARYING K FROM 1 BY 1
061500              UNTIL K > WS-BAND-COUNT OR WS-BAND > 0
061600        IF WS-GRADE >= BAND-LOW(K) AND WS-GRADE <= BAND-HIGH(K)
061700           MOVE K TO WS-BAND
061800        END-IF
061900     END-PERFORM.
062000     IF WS-BAND = 0
062100        ADD 1 TO WS-NOBAND-COUNT
062200        EXIT PARAGRAPH
062300     END-IF.
062400     COMPUTE WS-BLD = CT-SCHOOL-CODE(I) + 1.
062500     MOVE BAND-WEIGHT(WS-BAND) TO WS-STUDENT-WEIGHT.
062600     ADD 1 TO BLD-PUPILS(WS-BLD) BLD-PUPILS(101).
062700     ADD 1 TO BLD-BAND-PUPILS(WS-BLD, WS-BAND)
062800              BLD-BAND-PUPILS(101, WS-BAND).
062900     ADD BAND-WEIGHT(WS-BAND)
063000         TO BLD-BAND-WEIGHTED(WS-BLD, WS-BAND)
063100              BLD-BAND-WEIGHTED(101, WS-BAND).
063200     MOVE CT-STUDENT-ID(I) TO WS-IEP-STUDENT-ID.
063300     PERFORM 2200-GET-IEP-STATUS.
063400     IF IEP-RESULT-YES
063500        MOVE "IEP" TO WS-FIND-CATEGORY
063600        PERFORM 2500-FIND-ADD-ON
063700        ADD 1 TO BLD-IEP-PUPILS(WS-BLD) BLD-IEP-PUPILS(101)
063800        ADD WS-WEIGHT TO BLD-IEP-WEIGHTED(WS-BLD)
063900                 BLD-IEP-WEIGHTED(101)
064000        ADD WS-WEIGHT TO WS-STUDENT-WEIGHT
064100     END-IF.
064200     MOVE "N" TO WS-ELL-SWITCH.
064300     PERFORM VARYING K FROM 1 BY 1
064400              UNTIL K > WS-EL-COUNT OR ELL-ACTIVE
064500        IF EL-STUDENT-ID(K) = CT-STUDENT-ID(I)
064600           SET ELL-ACTIVE TO TRUE
064700        END-IF
064800     END-PERFORM.
064900     IF ELL-ACTIVE
065000        MOVE "ELL" TO WS-FIND-CATEGORY
065100        PERFORM 2500-FIND-ADD-ON
065200        ADD 1 TO BLD-ELL-PUPILS(WS-BLD) BLD-ELL-PUPILS(101)
065300        ADD WS-WEIGHT TO BLD-ELL-WEIGHTED(WS-BLD)
065400                 BLD-ELL-WEIGHTED(101)
065500        ADD WS-WEIGHT TO WS-STUDENT-WEIGHT
065600     END-IF.
065700     PERFORM 2300-CHECK-MEAL.
065800     IF FRM-ELIGIBLE
065900        MOVE "FRM" TO WS-FIND-CATEGORY
066000        PERFORM 2500-FIND-ADD-ON
066100        ADD 1 TO BLD-FRM-PUPILS(WS-BLD) BLD-FRM-PUPILS(101)
066200        ADD WS-WEIGHT TO BLD-FRM-WEIGHTED(WS-BLD)
066300                 BLD-FRM-WEIGHTED(101)
066400        ADD WS-WEIGHT TO WS-STUDENT-WEIGHT
066500     END-IF.
066600     ADD WS-STUDENT-WEIGHT TO BLD-WEIGHTED(WS-BLD)
066700              BLD-WEIGHTED(101).
066800
066900*----------------------------------------------------------------
067000* RESTRICTED -- STUDENT-PRIVACY STATUTE.  THE ONLY PARAGRAPH IN
067100* THIS PROGRAM CLEARED TO READ THE PROTECTED TABLE, AND EVERY
067200* ANSWER IT GIVES -- "NO" INCLUDED -- GOES TO IEPLOG THE SAME WAY
067300* GET-IEP-STATUS LOGS IT.
067400*----------------------------------------------------------------
067500 2200-GET-IEP-STATUS.
067600     SET IEP-RESULT-NO TO TRUE.
067700     PERFORM VARYING WS-PP-INDX FROM 1 BY 1
067800              UNTIL WS-PP-INDX > WS-PP-COUNT
067900                 OR IEP-RESULT-YES
068000        IF PT-STUDENT-ID(WS-PP-INDX) = WS-IEP-STUDENT-ID
068100           SET IEP-RESULT-YES TO TRUE
068200        END-IF
068300     END-PERFORM.
068400     OPEN EXTEND IEP-ACCESS-LOG.
068500     IF WS-IEP-LOG-STATUS = "35"
068600        OPEN OUTPUT IEP-ACCESS-LOG
068700     END-IF.
068800     MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP.
068900     MOVE WS-ACCESS-USER TO IA-REQUESTOR.
069000     MOVE WS-IEP-STUDENT-ID TO IA-STUDENT-ID.
069100     MOVE WS-IEP-RESULT TO IA-RESULT.
069200     WRITE IEP-ACCESS-RECORD.
069300     CLOSE IEP-ACCESS-LOG.
069400
069500*----------------------------------------------------------------
069600* F OR R IN EFFECT ON THE COUNT DATE, THROUGH THE HOUSEHOLD ON
069700* ROSTERF.  A PUPIL WHO HAS SINCE LEFT THE ROSTER HAS NO
069800* HOUSEHOLD TO LOOK UP AND IS COUNTED WITHOUT THE ADD-ON.
069900*----------------------------------------------------------------
070000 2300-CHECK-MEAL.
070100     MOVE "N" TO WS-FRM-SWITCH.
070200     MOVE CT-STUDENT-ID(I) TO FR-STUDENT-ID.
070300     READ ROSTER-FILE
070400         INVALID KEY CONTINUE
070500     END-READ.
070600     IF WS-FILE-STATUS NOT = "00"
070700        MOVE "00" TO WS-FILE-STATUS
070800        ADD 1 TO WS-LEFT-COUNT
070900        EXIT PARAGRAPH
071000     END-IF.
071100     IF FR-HOUSEHOLD-ID = 0
071200        EXIT PARAGRAPH
071300     END-IF.
071400     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ELIG-COUNT
071500        IF ME-T-HOUSEHOLD-ID(K) = FR-HOUSEHOLD-ID
071600           AND ME-T-EFF-FROM(K) <= WS-COUNT-DATE
071700           AND ME-T-EFF-TO(K) >= WS-COUNT-DATE
071800           AND (ME-T-DETERMINATION(K) = "F"
071900                OR ME-T-DETERMINATION(K) = "R")
072000           SET FRM-ELIGIBLE TO TRUE
072100        END-IF
072200     END-PERFORM.
072300
072400*----------------------------------------------------------------
072500* THE ADD-ON WEIGHT FOR WS-FIND-CATEGORY AT THE PUPIL'S GRADE;
072600* ZERO WHEN FNDWGHT HAS NO ROW FOR IT.
072700*----------------------------------------------------------------
072800 2500-FIND-ADD-ON.
072900     MOVE 0 TO WS-WEIGHT.
073000     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-WT-COUNT
073100        IF WT-CATEGORY(K) = WS-FIND-CATEGORY
073200           AND WS-GRADE >= WT-GRADE-LOW(K)
073300           AND WS-GRADE <= WT-GRADE-HIGH(K)
073400           MOVE WT-WEIGHT(K) TO WS-WEIGHT
073500        END-IF
073600     END-PERFORM.
073700
073800 3000-PRINT-ALLOCATION.
073900     OPEN OUTPUT FUNDING-REPORT.
074000     MOVE SPACES TO RPT-LINE.
074100     STRING "WEIGHTED PER-PUPIL ALLOCATION -- COUNT DATE "
074200         DELIMITED BY SIZE
074300         WS-COUNT-DATE DELIMITED BY SIZE
074400         "  RUN " DELIMITED BY SIZE
074500         WS-TODAY DELIMITED BY SIZE
074600         INTO RPT-LINE
074700     END-STRING.
074800     WRITE RPT-LINE.
074900     MOVE WS-RATE TO WS-DOLLAR-EDIT.
075000     MOVE SPACES TO RPT-LINE.
075100     STRING "DOLLARS PER WEIGHTED PUPIL: " DELIMITED BY SIZE
075200         FUNCTION TRIM(WS-DOLLAR-EDIT) DELIMITED BY SIZE
075300         INTO RPT-LINE
075400     END-STRING.
075500     WRITE RPT-LINE.
075600     MOVE SPACES TO RPT-LINE.
075700     MOVE WS-SNAP-ROWS TO WS-COUNT-EDIT.
075800     STRING "CERTIFIED CNTSNAP ROWS: " DELIMITED BY SIZE
075900         WS-COUNT-EDIT DELIMITED BY SIZE
076000         INTO RPT-LINE
076100     END-STRING.
076200     MOVE WS-AMEND-ADDS TO WS-COUNT-EDIT.
076300     STRING "   AMENDED IN: " DELIMITED BY SIZE
076400         WS-COUNT-EDIT DELIMITED BY SIZE
076500         INTO RPT-LINE(31:21)
076600     END-STRING.
076700     MOVE WS-AMEND-DROPS TO WS-COUNT-EDIT.
076800     STRING "   AMENDED OUT: " DELIMITED BY SIZE
076900         WS-COUNT-EDIT DELIMITED BY SIZE
077000         INTO RPT-LINE(52:22)
077100     END-STRING.
077200     WRITE RPT-LINE.
077300     PERFORM VARYING WS-BLD FROM 1 BY 1 UNTIL WS-BLD > 100
077400        IF BLD-PUPILS(WS-BLD) > 0
077500           MOVE SPACES TO RPT-LINE
077600           WRITE RPT-LINE
077700           MOVE SPACES TO RPT-LINE
077800           COMPUTE J = WS-BLD - 1
077900           MOVE "BUILDING " TO RPT-LINE(1:9)
078000           MOVE J TO WS-GRADE
078100           MOVE WS-GRADE TO RPT-LINE(10:2)
078200           WRITE RPT-LINE
078300           PERFORM 3100-PRINT-BUILDING
078400        END-IF
078500     END-PERFORM.
078600     MOVE SPACES TO RPT-LINE.
078700     WRITE RPT-LINE.
078800     MOVE "DISTRICT TOTAL" TO RPT-LINE.
078900     WRITE RPT-LINE.
079000     MOVE 101 TO WS-BLD.
079100     PERFORM 3100-PRINT-BUILDING.
079200     IF WS-NOBAND-COUNT > 0
079300        MOVE SPACES TO RPT-LINE
079400        WRITE RPT-LINE
079500        MOVE WS-NOBAND-COUNT TO WS-COUNT-EDIT
079600        MOVE SPACES TO RPT-LINE
079700        STRING "** " DELIMITED BY SIZE
079800            WS-COUNT-EDIT DELIMITED BY SIZE
079900            " PUPILS IN A GRADE NO FNDWGHT BASE BAND COVERS --"
080000            DELIMITED BY SIZE
080100            " NOT FUNDED **" DELIMITED BY SIZE
080200            INTO RPT-LINE
080300        END-STRING
080400        WRITE RPT-LINE
080500     END-IF.
080600     CLOSE FUNDING-REPORT.
080700
080800 3100-PRINT-BUILDING.
080900     PERFORM VARYING WS-BAND FROM 1 BY 1
081000              UNTIL WS-BAND > WS-BAND-COUNT
081100        MOVE BAND-LOW(WS-BAND) TO WS-BE-LOW
081200        MOVE BAND-HIGH(WS-BAND) TO WS-BE-HIGH
081300        MOVE BAND-WEIGHT(WS-BAND) TO WS-WEIGHT-EDIT
081400        MOVE SPACES TO RPT-LINE
081500        STRING "  GRADES " DELIMITED BY SIZE
081600            WS-BAND-EDIT DELIMITED BY SIZE
081700            "  BASE X " DELIMITED BY SIZE
081800            WS-WEIGHT-EDIT DELIMITED BY SIZE
081900            INTO RPT-LINE
082000        END-STRING
082100        MOVE BLD-BAND-PUPILS(WS-BLD, WS-BAND) TO WS-COUNT-EDIT
082200        MOVE BLD-BAND-WEIGHTED(WS-BLD, WS-BAND)
082300            TO WS-WEIGHTED-EDIT
082400        PERFORM 3200-COUNT-COLUMNS
082500     END-PERFORM.
082600     MOVE SPACES TO RPT-LINE.
082700     MOVE "  SPECIAL EDUCATION (IEP) ADD-ON" TO RPT-LINE.
082800     MOVE BLD-IEP-PUPILS(WS-BLD) TO WS-COUNT-EDIT.
082900     MOVE BLD-IEP-WEIGHTED(WS-BLD) TO WS-WEIGHTED-EDIT.
083000     PERFORM 3200-COUNT-COLUMNS.
083100     MOVE SPACES TO RPT-LINE.
083200     MOVE "  ENGLISH LEARNER (ELL) ADD-ON" TO RPT-LINE.
083300     MOVE BLD-ELL-PUPILS(WS-BLD) TO WS-COUNT-EDIT.
083400     MOVE BLD-ELL-WEIGHTED(WS-BLD) TO WS-WEIGHTED-EDIT.
083500     PERFORM 3200-COUNT-COLUMNS.
083600     MOVE SPACES TO RPT-LINE.
083700     MOVE "  FREE/REDUCED MEAL ADD-ON" TO RPT-LINE.
083800     MOVE BLD-FRM-PUPILS(WS-BLD) TO WS-COUNT-EDIT.
083900     MOVE BLD-FRM-WEIGHTED(WS-BLD) TO WS-WEIGHTED-EDIT.
084000     PERFORM 3200-COUNT-COLUMNS.
084100     MOVE SPACES TO RPT-LINE.
084200     MOVE "  TOTAL" TO RPT-LINE.
084300     MOVE BLD-PUPILS(WS-BLD) TO WS-COUNT-EDIT.
084400     MOVE BLD-WEIGHTED(WS-BLD) TO WS-WEIGHTED-EDIT.
084500     PERFORM 3200-COUNT-COLUMNS.
084600     COMPUTE WS-DOLLARS ROUNDED = BLD-WEIGHTED(WS-BLD) * WS-RATE.
084700     MOVE WS-DOLLARS TO WS-DOLLAR-EDIT.
084800     MOVE SPACES TO RPT-LINE.
084900     MOVE "  ALLOCATION" TO RPT-LINE.
085000     MOVE WS-DOLLAR-EDIT TO RPT-LINE(53:18).
085100     WRITE RPT-LINE.
085200
085300 3200-COUNT-COLUMNS.
085400     MOVE "PUPILS" TO RPT-LINE(37:6).
085500     MOVE WS-COUNT-EDIT TO RPT-LINE(44:6).
085600     MOVE "WEIGHTED" TO RPT-LINE(53:8).
085700     MOVE WS-WEIGHTED-EDIT TO RPT-LINE(61:10).
085800     WRITE RPT-LINE.
085900
086000 5000-TERMINATE.
086100     DISPLAY "GRADE-SCHOOL-FUNDING COUNT DATE " WS-COUNT-DATE.
086200     DISPLAY "  CNTSNAP ROWS:            " WS-SNAP-ROWS.
086300     DISPLAY "  AMENDED IN / OUT:        " WS-AMEND-ADDS " / "
086400         WS-AMEND-DROPS.
086500     DISPLAY "  PUPILS FUNDED:           " BLD-PUPILS(101).
086600     DISPLAY "  LEFT ROSTER (NO FRM):    " WS-LEFT-COUNT.
086700     DISPLAY "  NO BAND -- NOT FUNDED:   " WS-NOBAND-COUNT.
086800     IF WS-NOBAND-COUNT > 0
086900        MOVE 4 TO RETURN-CODE
087000     END-IF.
087100     IF WS-OVERFLOW-COUNT > 0
087200        DISPLAY "  TABLE FULL -- INCOMPLETE: " WS-OVERFLOW-COUNT
087300        MOVE 8 TO RETURN-CODE
087400     END-IF.
087500
087600*----------------------------------------------------------------
087700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
087800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
087900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
088000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
088100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
088200*----------------------------------------------------------------
088300 9800-CHECK-LAYOUTS.
088400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
088500     OPEN EXTEND LAYOUT-USAGE-LOG.
088600     IF WS-LU-STATUS = "35"
088700        OPEN OUTPUT LAYOUT-USAGE-LOG
088800     END-IF.
088900     MOVE "ROSTERF" TO WS-LK-DATASET.
089000     MOVE 3 TO WS-LK-VERSION.
089100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
089200     PERFORM 9820-CHECK-ONE-LAYOUT.
089300     CLOSE LAYOUT-USAGE-LOG.
089400
089500 9810-LOAD-LAYOUT-CONTROL.
089600     MOVE 0 TO WS-LC-COUNT.
089700     OPEN INPUT LAYOUT-CONTROL.
089800     IF WS-LC-STATUS NOT = "00"
089900        EXIT PARAGRAPH
090000     END-IF.
090100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
090200        READ LAYOUT-CONTROL
090300            AT END MOVE "10" TO WS-LC-STATUS
090400        END-READ
090500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
090600           ADD 1 TO WS-LC-COUNT
090700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
090800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
090900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
091000        END-IF
091100     END-PERFORM.
091200     CLOSE LAYOUT-CONTROL.
091300
091400*----------------------------------------------------------------
091500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
091600* AS NOCTL.
091700*----------------------------------------------------------------
091800 9820-CHECK-ONE-LAYOUT.
091900     MOVE "NOCTL" TO WS-LK-RESULT.
092000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
092100             UNTIL WS-LC-INDX > WS-LC-COUNT
092200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
092300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
092400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
092500              MOVE "CURRENT" TO WS-LK-RESULT
092600           ELSE
092700              MOVE "MISMATCH" TO WS-LK-RESULT
092800           END-IF
092900        END-IF
093000     END-PERFORM.
093100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
093200     MOVE "GRADE-SCHOOL-FUNDING" TO LU-PROGRAM.
093300     MOVE WS-LK-DATASET TO LU-DATASET.
093400     MOVE WS-LK-VERSION TO LU-VERSION.
093500     MOVE WS-LK-LENGTH TO LU-LENGTH.
093600     MOVE WS-LK-RESULT TO LU-RESULT.
093700     WRITE LAYOUT-USAGE-RECORD.
093800     IF WS-LK-RESULT NOT = "MISMATCH"
093900        EXIT PARAGRAPH
094000     END-IF.
094100     SET LAYOUT-MISMATCH TO TRUE.
094200     DISPLAY "GRADE-SCHOOL-FUNDING HALTED: " WS-LK-DATASET
094300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
094400         " DOES NOT MATCH LAYOUTCT".
094500     OPEN EXTEND OPS-ERROR-LOG.
094600     IF WS-OPS-LOG-STATUS = "35"
094700        OPEN OUTPUT OPS-ERROR-LOG
094800     END-IF.
094900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
095000     MOVE "GRADE-SCHOOL-FUNDING" TO OE-PROGRAM.
095100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
095200     MOVE "LAYOUT" TO OE-OPERATION.
095300     MOVE "16" TO OE-STATUS.
095400     WRITE OPS-ERROR-RECORD.
095500     CLOSE OPS-ERROR-LOG.
