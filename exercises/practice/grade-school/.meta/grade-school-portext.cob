000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-PORTEXT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  PARENT-PORTAL EXTRACT -- THE OFFICE PHONES RANG
001100*                 ALL DAY WITH QUESTIONS ABOUT AN ABSENCE MARK, A
001200*                 GRADE OR A LUNCH BALANCE THE SYSTEM ALREADY HAD.
001300*                 NIGHTLY, THIS BUILDS THE PORTAL VENDOR'S DELTA:
001400*                 ATTNDNCE MARKS, CRSGRADE POSTINGS AND MEALACCT
001500*                 BALANCES ARE MATCHED AGAINST LAST NIGHT'S
001600*                 PORTSNAP SNAPSHOT (ADDED, CHANGED, DELETED);
001700*                 ATTEXCUS EXCUSES, GRADECHG AUTHORIZED CHANGES
001800*                 AND FEELEDGR ACTIVITY ARE APPEND-ONLY, SO ONLY
001900*                 THE ROWS PAST LAST NIGHT'S COUNTS ON PORTCTL GO.
002000*                 EVERY ROW IS SENT ONCE PER GUARDIAN ON THE
002100*                 STUDENT'S HSHLDMST HOUSEHOLD, EXCEPT A GUARDIAN
002200*                 FORBIDDEN ON PICKUPAU -- A COURT ORDER CUTS THE
002300*                 PORTAL FEED THE SAME AS IT CUTS PICKUP.
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
002476* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002477*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002478*                 VERSION 2.
002480*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PORTAL-CONTROL ASSIGN TO "PORTCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PC-STATUS.
003400
003500     SELECT OLD-SNAPSHOT ASSIGN TO "PORTSNAP"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-OS-STATUS.
003800
003900     SELECT NEW-SNAPSHOT ASSIGN TO "PORTSNPN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-NS-STATUS.
004200
004300     SELECT PORTAL-EXTRACT ASSIGN TO "PORTEXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PX-STATUS.
004600
004700     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS ATT-KEY
005100         FILE STATUS IS WS-ATT-FILE-STATUS.
005200
005300     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CG-KEY
005700         FILE STATUS IS WS-CG-FILE-STATUS.
005800
005900     SELECT MEAL-ACCOUNT-FILE ASSIGN TO "MEALACCT"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS MA-STUDENT-ID
006300         FILE STATUS IS WS-MA-STATUS.
006400
006500     SELECT ABSENCE-EXCUSE-FILE ASSIGN TO "ATTEXCUS"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-EX-STATUS.
006800
006900     SELECT GRADE-CHANGE-LOG ASSIGN TO "GRADECHG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-GC-STATUS.
007200
007300     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-FL-STATUS.
007600
007700     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS FR-STUDENT-ID
008100         FILE STATUS IS WS-FILE-STATUS.
008200
008300     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS HM-HOUSEHOLD-ID
008700         FILE STATUS IS WS-HM-STATUS.
008800
008900     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-PU-STATUS.
009200
009207     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
009215         ORGANIZATION IS LINE SEQUENTIAL
009223         FILE STATUS IS WS-LC-STATUS.
009230
009238     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
009246         ORGANIZATION IS LINE SEQUENTIAL
009253         FILE STATUS IS WS-LU-STATUS.
009261
009269     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
009276         ORGANIZATION IS LINE SEQUENTIAL
009284         FILE STATUS IS WS-OPS-LOG-STATUS.
009292
009300 DATA DIVISION.
009400 FILE SECTION.
009500*----------------------------------------------------------------
009600* ONE ROW: THE LAST RUN'S DATE AND HOW FAR INTO EACH APPEND-ONLY
009700* LOG IT READ.  NO ROW (FIRST NIGHT) MEANS SEND EVERYTHING.
009800*----------------------------------------------------------------
009900 FD  PORTAL-CONTROL.
010000 01  PORTAL-CONTROL-RECORD.
010100     05 PC-RUN-DATE           PIC 9(08).
010200     05 PC-EXCUSE-COUNT       PIC 9(09).
010300     05 PC-GRDCHG-COUNT       PIC 9(09).
010400     05 PC-FEE-COUNT          PIC 9(09).
010500
010600*----------------------------------------------------------------
010700* WHAT THE PORTAL WAS LAST SENT FROM THE KEYED MASTERS, IN
010800* TYPE-THEN-KEY ORDER: A ATTNDNCE (KEY = ATT-KEY, VALUE = CODE),
010900* G CRSGRADE (CG-KEY, POINTS), M MEALACCT (STUDENT, BALANCE).
011000* TONIGHT'S GENERATION IS WRITTEN AS THE MATCH RUNS.
011100*----------------------------------------------------------------
011200 FD  OLD-SNAPSHOT.
011300 01  OLD-SNAP-RECORD.
011400     05 OS-SORT-KEY.
011500        10 OS-TYPE            PIC X(01).
011600        10 OS-KEY             PIC X(35).
011700     05 OS-VALUE              PIC X(09).
011800
011900 FD  NEW-SNAPSHOT.
012000 01  NEW-SNAP-RECORD.
012100     05 NS-SORT-KEY.
012200        10 NS-TYPE            PIC X(01).
012300        10 NS-KEY             PIC X(35).
012400     05 NS-VALUE              PIC X(09).
012500
012600*----------------------------------------------------------------
012700* THE VENDOR'S LAYOUT.  ONE ROW PER GUARDIAN PER CHANGE.
012800* PX-TYPE: AT ATTENDANCE MARK, EX EXCUSE, GR COURSE GRADE,
012900* GC AUTHORIZED GRADE CHANGE, MB MEAL BALANCE, FE FEE ACTIVITY.
013000* PX-ACTION: A ADDED, C CHANGED, D DELETED.  PX-AMOUNT-2 IS
013100* ONLY USED BY GC, FOR THE POINTS BEFORE THE CHANGE.
013200*----------------------------------------------------------------
013300 FD  PORTAL-EXTRACT.
013400 01  PX-RECORD.
013500     05 PX-HOUSEHOLD-ID       PIC 9(09).
013600     05 PX-GUARDIAN           PIC 9(01).
013700     05 PX-STUDENT-ID         PIC 9(09).
013800     05 PX-TYPE               PIC X(02).
013900     05 PX-ACTION             PIC X(01).
014000     05 PX-DATE               PIC 9(08).
014100     05 PX-ITEM               PIC X(20).
014200     05 PX-TERM               PIC X(06).
014300     05 PX-CODE               PIC X(02).
014400     05 PX-AMOUNT             PIC -9(07).99.
014500     05 PX-AMOUNT-2           PIC -9(07).99.
014600
014700 FD  ATTENDANCE-FILE.
014800*----------------------------------------------------------------
014900* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
015000*----------------------------------------------------------------
015100 01  ATT-RECORD.
015200     05 ATT-KEY.
015300        10 ATT-STUDENT-ID     PIC 9(09).
015400        10 ATT-DATE           PIC 9(08).
015500        10 ATT-PERIOD         PIC 9(01).
015600     05 ATT-CODE              PIC X(01).
015700
015800 FD  COURSE-GRADE-FILE.
015900*----------------------------------------------------------------
016000* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-COURSE-GRADE OUTPUT.
016100*----------------------------------------------------------------
016200 01  CG-RECORD.
016300     05 CG-KEY.
016400        10 CG-STUDENT-ID      PIC 9(09).
016500        10 CG-COURSE          PIC X(20).
016600        10 CG-TERM            PIC X(06).
016700     05 CG-GRADE-POINTS       PIC 9V99.
016733     05 CG-CREDIT-TYPE        PIC X(01).
016766        88 CG-TRANSFER-CREDIT           VALUE "T".
016800
016900 FD  MEAL-ACCOUNT-FILE.
017000*----------------------------------------------------------------
017100* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S MEAL-ACCOUNT-RECORD.
017200*----------------------------------------------------------------
017300 01  MEAL-ACCOUNT-RECORD.
017400     05 MA-STUDENT-ID         PIC 9(09).
017500     05 MA-BALANCE            PIC S9(05)V99.
017600
017700 FD  ABSENCE-EXCUSE-FILE.
017800*----------------------------------------------------------------
017900* LAYOUT MUST MATCH GRADE-SCHOOL'S ABSENCE-EXCUSE-RECORD.
018000*----------------------------------------------------------------
018100 01  ABSENCE-EXCUSE-RECORD.
018200     05 EX-STUDENT-ID         PIC 9(09).
018300     05 EX-DATE               PIC 9(08).
018400     05 EX-PERIOD             PIC 9(01).
018500     05 EX-CODE               PIC X(01).
018600     05 EX-NOTE-RECEIVED      PIC X(01).
018700
018800 FD  GRADE-CHANGE-LOG.
018900*----------------------------------------------------------------
019000* LAYOUT MUST MATCH GRADE-SCHOOL'S GRADE-CHANGE-RECORD.
019100*----------------------------------------------------------------
019200 01  GRADE-CHANGE-RECORD.
019300     05 GC-DATE               PIC 9(08).
019400     05 GC-APPROVER           PIC X(08).
019500     05 GC-STUDENT-ID         PIC 9(09).
019600     05 GC-COURSE             PIC X(20).
019700     05 GC-TERM               PIC X(06).
019800     05 GC-BEFORE-POINTS      PIC 9V99.
019900     05 GC-AFTER-POINTS       PIC 9V99.
020000
020100 FD  FEE-LEDGER.
020200*----------------------------------------------------------------
020300* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' FEE-LEDGER-RECORD.
020400*----------------------------------------------------------------
020500 01  FEE-LEDGER-RECORD.
020600     05 FL-STUDENT-ID         PIC 9(09).
020700     05 FL-DATE               PIC 9(08).
020800     05 FL-TYPE               PIC X(01).
020900     05 FL-AMOUNT             PIC 9(05)V99.
021000     05 FL-REASON             PIC X(12).
021100     05 FL-SOURCE             PIC X(08).
021200
021300 FD  ROSTER-FILE.
021400*----------------------------------------------------------------
021500* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
021600*----------------------------------------------------------------
021700 01  ROSTER-RECORD.
021800     05 FR-STUDENT-ID         PIC 9(09).
021900     05 FR-NAME               PIC X(60).
022000     05 FR-GRADE              PIC 9(02).
022100     05 FR-TEACHER            PIC X(30).
022200     05 FR-SECTION            PIC 9(01).
022300     05 FR-HOUSEHOLD-ID       PIC 9(09).
022400*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
022500     05 FR-IEP-FLAG           PIC X(01).
022600     05 FR-DOB                PIC 9(08).
022700     05 FR-SCHOOL-CODE        PIC 9(02).
022733     05 FR-GENDER             PIC X(01).
022766     05 FR-RACE-ETH           PIC X(01).
022800
022900 FD  HOUSEHOLD-MASTER.
023000*----------------------------------------------------------------
023100* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
023200*----------------------------------------------------------------
023300 01  HOUSEHOLD-RECORD.
023400     05 HM-HOUSEHOLD-ID       PIC 9(09).
023500     05 HM-GUARDIAN-1         PIC X(60).
023600     05 HM-GUARDIAN-2         PIC X(60).
023700     05 HM-ADDRESS            PIC X(40).
023800     05 HM-CITY               PIC X(25).
023900     05 HM-STATE              PIC XX.
024000     05 HM-ZIP                PIC X(10).
024100     05 HM-PHONE-1            PIC X(15).
024200     05 HM-PHONE-2            PIC X(15).
024300     05 HM-DO-NOT-MAIL        PIC X(01).
024400*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
024500     05 HM-LANGUAGE           PIC X(02).
024510*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
024520*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
024530     05 HM-ADDR-STATUS        PIC X(01).
024540        88 HM-ADDRESS-BAD               VALUE "B".
024550     05 HM-RETURN-COUNT       PIC 9(03).
024560     05 HM-LAST-RETURN-DATE   PIC 9(08).
024600
024700 FD  PICKUP-AUTH-FILE.
024800*----------------------------------------------------------------
024900* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
025000*----------------------------------------------------------------
025100 01  PICKUP-AUTH-RECORD.
025200     05 PU-HOUSEHOLD-ID       PIC 9(09).
025300     05 PU-RANK               PIC 9(01).
025400     05 PU-NAME               PIC X(60).
025500     05 PU-RELATIONSHIP       PIC X(15).
025600     05 PU-PHONE              PIC X(15).
025700     05 PU-AUTH-FLAG          PIC X(01).
025800     05 PU-COURT-ORDER        PIC X(40).
025900
025902 FD  LAYOUT-CONTROL.
025905*----------------------------------------------------------------
025908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
025910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
025913*----------------------------------------------------------------
025916 01  LAYOUT-CONTROL-RECORD.
025918     05 LC-DATASET            PIC X(08).
025921     05 LC-VERSION            PIC 9(03).
025924     05 LC-LENGTH             PIC 9(05).
025927     05 LC-EFFECTIVE-DATE     PIC 9(08).
025929
025932 FD  LAYOUT-USAGE-LOG.
025935*----------------------------------------------------------------
025937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
025940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
025943*----------------------------------------------------------------
025945 01  LAYOUT-USAGE-RECORD.
025948     05 LU-TIMESTAMP          PIC 9(14).
025951     05 LU-PROGRAM            PIC X(24).
025954     05 LU-DATASET            PIC X(08).
025956     05 LU-VERSION            PIC 9(03).
025959     05 LU-LENGTH             PIC 9(05).
025962     05 LU-RESULT             PIC X(08).
025964
025967 FD  OPS-ERROR-LOG.
025970*----------------------------------------------------------------
025972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
025975* SHARED SHOP-WIDE ERROR LOG.
025978*----------------------------------------------------------------
025981 01  OPS-ERROR-RECORD.
025983     05 OE-TIMESTAMP          PIC 9(14).
025986     05 OE-PROGRAM            PIC X(20).
025989     05 OE-FILE-NAME          PIC X(08).
025991     05 OE-OPERATION          PIC X(08).
025994     05 OE-STATUS             PIC XX.
025997
026000 WORKING-STORAGE SECTION.
026100 01 WS-PC-STATUS               PIC XX.
026200 01 WS-OS-STATUS               PIC XX.
026300 01 WS-NS-STATUS               PIC XX.
026400 01 WS-PX-STATUS               PIC XX.
026500 01 WS-ATT-FILE-STATUS         PIC XX.
026600 01 WS-CG-FILE-STATUS          PIC XX.
026700 01 WS-MA-STATUS               PIC XX.
026800 01 WS-EX-STATUS               PIC XX.
026900 01 WS-GC-STATUS               PIC XX.
027000 01 WS-FL-STATUS               PIC XX.
027100 01 WS-FILE-STATUS             PIC XX.
027200 01 WS-HM-STATUS               PIC XX.
027300 01 WS-PU-STATUS               PIC XX.
027400 01 WS-TODAY                   PIC 9(08).
027500 01 WS-LAST-RUN-DATE           PIC 9(08) VALUE ZERO.
027600 01 WS-PRIOR-EXCUSES           PIC 9(09) VALUE ZERO.
027700 01 WS-PRIOR-GRDCHGS           PIC 9(09) VALUE ZERO.
027800 01 WS-PRIOR-FEES              PIC 9(09) VALUE ZERO.
027900 01 WS-EXCUSE-SEEN             PIC 9(09) VALUE ZERO.
028000 01 WS-GRDCHG-SEEN             PIC 9(09) VALUE ZERO.
028100 01 WS-FEE-SEEN                PIC 9(09) VALUE ZERO.
028200 01 WS-ACTION                  PIC X(01).
028300 01 WS-SNAP-SWITCH             PIC X(01) VALUE "N".
028400     88 OLD-SNAPSHOT-OPEN               VALUE "Y".
028500 01 WS-CUR-SOURCE              PIC 9(01).
028600     88 CURRENT-FROM-ATTENDANCE         VALUE 1.
028700     88 CURRENT-FROM-GRADES             VALUE 2.
028800     88 CURRENT-FROM-MEALS              VALUE 3.
028900     88 CURRENT-EXHAUSTED               VALUE 4.
029000 01 WS-CUR-SWITCH              PIC X(01).
029100     88 CURRENT-READY                   VALUE "Y".
029200     88 CURRENT-PENDING                 VALUE "N".
029300 01 WS-GUARDIAN-NAME           PIC X(60).
029400 01 WS-RESTRICT-SWITCH         PIC X(01).
029500     88 GUARDIAN-RESTRICTED             VALUE "Y".
029600     88 GUARDIAN-ALLOWED                VALUE "N".
029700 01 WS-ADDED-COUNT             PIC 9(07) COMP VALUE ZERO.
029800 01 WS-CHANGED-COUNT           PIC 9(07) COMP VALUE ZERO.
029900 01 WS-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
030000 01 WS-LOG-ROW-COUNT           PIC 9(07) COMP VALUE ZERO.
030100 01 WS-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
030200 01 WS-SUPPRESSED-COUNT        PIC 9(07) COMP VALUE ZERO.
030300 01 WS-NO-HOUSEHOLD-COUNT      PIC 9(07) COMP VALUE ZERO.
030400 01 I                          PIC 9(05) COMP.
030500
030600*----------------------------------------------------------------
030700* THE CURRENT MASTER ROW IN SNAPSHOT SHAPE, AND THE ROW BEING
030800* SENT -- EITHER A CURRENT ROW (ADDED OR CHANGED) OR AN OLD
030900* SNAPSHOT ROW THAT NO LONGER EXISTS (DELETED).
031000*----------------------------------------------------------------
031100 01 WS-CUR-RECORD.
031200     05 CUR-SORT-KEY.
031300        10 CUR-TYPE           PIC X(01).
031400        10 CUR-KEY            PIC X(35).
031500     05 CUR-VALUE             PIC X(09).
031600     05 CUR-CG-VALUE REDEFINES CUR-VALUE.
031700        10 CUR-CG-POINTS      PIC 9V99.
031800        10 FILLER             PIC X(06).
031900     05 CUR-MA-VALUE REDEFINES CUR-VALUE.
032000        10 CUR-MA-BALANCE     PIC S9(05)V99.
032100        10 FILLER             PIC X(02).
032200
032300 01 WS-EMIT-RECORD.
032400     05 EM-TYPE               PIC X(01).
032500     05 EM-KEY                PIC X(35).
032600     05 EM-ATT-KEY REDEFINES EM-KEY.
032700        10 EM-ATT-STUDENT-ID  PIC 9(09).
032800        10 EM-ATT-DATE        PIC 9(08).
032900        10 EM-ATT-PERIOD      PIC X(01).
033000        10 FILLER             PIC X(17).
033100     05 EM-CG-KEY REDEFINES EM-KEY.
033200        10 EM-CG-STUDENT-ID   PIC 9(09).
033300        10 EM-CG-COURSE       PIC X(20).
033400        10 EM-CG-TERM         PIC X(06).
033500     05 EM-MA-KEY REDEFINES EM-KEY.
033600        10 EM-MA-STUDENT-ID   PIC 9(09).
033700        10 FILLER             PIC X(26).
033800     05 EM-VALUE              PIC X(09).
033900     05 EM-CG-VALUE REDEFINES EM-VALUE.
034000        10 EM-CG-POINTS       PIC 9V99.
034100        10 FILLER             PIC X(06).
034200     05 EM-MA-VALUE REDEFINES EM-VALUE.
034300        10 EM-MA-BALANCE      PIC S9(05)V99.
034400        10 FILLER             PIC X(02).
034500
034600* GUARDIANS A COURT ORDER ON PICKUPAU CUTS OFF (FLAG F).
034700 01 WS-RESTRICT-COUNT          PIC 9(05) COMP VALUE ZERO.
034800 01 RESTRICT-TABLE.
034900     02 RS-ROW                OCCURS 1 TO 5000 TIMES
035000                                 DEPENDING ON WS-RESTRICT-COUNT.
035100        05 RS-HOUSEHOLD-ID    PIC 9(09).
035200        05 RS-NAME            PIC X(60).
035300
035304*----------------------------------------------------------------
035309* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
035313* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
035318*----------------------------------------------------------------
035322 01 WS-LC-STATUS               PIC XX.
035327 01 WS-LU-STATUS               PIC XX.
035331 01 WS-OPS-LOG-STATUS          PIC XX.
035336 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
035340     88 LAYOUT-MISMATCH                  VALUE "Y".
035345 01 WS-LK-DATASET              PIC X(08).
035350 01 WS-LK-VERSION              PIC 9(03).
035354 01 WS-LK-LENGTH               PIC 9(05).
035359 01 WS-LK-RESULT               PIC X(08).
035363 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
035368 01 WS-LC-INDX                 PIC 9(03) COMP.
035372 01 LAYOUT-CONTROL-TABLE.
035377     02 LCT-ROW               OCCURS 50 TIMES.
035381        05 LCT-DATASET        PIC X(08).
035386        05 LCT-VERSION        PIC 9(03).
035390        05 LCT-LENGTH         PIC 9(05).
035395
035400 PROCEDURE DIVISION.
035500
035600 0000-MAINLINE.
035610     PERFORM 9800-CHECK-LAYOUTS
035620     IF LAYOUT-MISMATCH
035630        MOVE 16 TO RETURN-CODE
035640        GOBACK
035650     END-IF
035700     PERFORM 1000-INITIALIZE
035800     PERFORM 2000-MATCH-SNAPSHOT
035900     PERFORM 3000-SEND-NEW-EXCUSES
036000     PERFORM 3100-SEND-NEW-GRADE-CHANGES
036100     PERFORM 3200-SEND-NEW-FEE-ACTIVITY
036200     PERFORM 8000-WRITE-CONTROL
036300     PERFORM 9000-TERMINATE
036400     GOBACK.
036500
036600 1000-INITIALIZE.
036700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
036800     OPEN INPUT PORTAL-CONTROL.
036900     IF WS-PC-STATUS = "00"
037000        READ PORTAL-CONTROL
037100            AT END CONTINUE
037200        END-READ
037300        IF WS-PC-STATUS = "00"
037400           MOVE PC-RUN-DATE TO WS-LAST-RUN-DATE
037500           MOVE PC-EXCUSE-COUNT TO WS-PRIOR-EXCUSES
037600           MOVE PC-GRDCHG-COUNT TO WS-PRIOR-GRDCHGS
037700           MOVE PC-FEE-COUNT TO WS-PRIOR-FEES
037800        END-IF
037900        CLOSE PORTAL-CONTROL
038000     END-IF.
038100     PERFORM 1100-LOAD-RESTRICTIONS.
038200     OPEN INPUT ROSTER-FILE.
038300     OPEN INPUT HOUSEHOLD-MASTER.
038400     OPEN OUTPUT PORTAL-EXTRACT.
038500
038600 1100-LOAD-RESTRICTIONS.
038700     OPEN INPUT PICKUP-AUTH-FILE.
038800     IF WS-PU-STATUS NOT = "00"
038900        MOVE "10" TO WS-PU-STATUS
039000        EXIT PARAGRAPH
039100     END-IF.
039200     PERFORM UNTIL WS-PU-STATUS NOT = "00"
039300        READ PICKUP-AUTH-FILE
039400            AT END MOVE "10" TO WS-PU-STATUS
039500        END-READ
039600        IF WS-PU-STATUS = "00"
039700           AND PU-AUTH-FLAG = "F"
039800           AND WS-RESTRICT-COUNT < 5000
039900           ADD 1 TO WS-RESTRICT-COUNT
040000           MOVE PU-HOUSEHOLD-ID
040100               TO RS-HOUSEHOLD-ID(WS-RESTRICT-COUNT)
040200           MOVE PU-NAME TO RS-NAME(WS-RESTRICT-COUNT)
040300        END-IF
040400     END-PERFORM.
040500     CLOSE PICKUP-AUTH-FILE.
040600
040700*----------------------------------------------------------------
040800* BALANCED-LINE MATCH OF TONIGHT'S MASTERS AGAINST LAST NIGHT'S
040900* SNAPSHOT.  BOTH RUN IN TYPE-THEN-KEY ORDER; A KEY ONLY ON THE
041000* MASTERS IS ADDED, ONLY ON THE SNAPSHOT DELETED, ON BOTH WITH
041100* A DIFFERENT VALUE CHANGED.
041200*----------------------------------------------------------------
041300 2000-MATCH-SNAPSHOT.
041400     OPEN INPUT OLD-SNAPSHOT.
041500     IF WS-OS-STATUS = "00"
041600        SET OLD-SNAPSHOT-OPEN TO TRUE
041700     ELSE
041800        MOVE "10" TO WS-OS-STATUS
041900     END-IF.
042000     OPEN OUTPUT NEW-SNAPSHOT.
042100     OPEN INPUT ATTENDANCE-FILE.
042200     IF WS-ATT-FILE-STATUS NOT = "00"
042300        MOVE "10" TO WS-ATT-FILE-STATUS
042400     END-IF.
042500     OPEN INPUT COURSE-GRADE-FILE.
042600     IF WS-CG-FILE-STATUS NOT = "00"
042700        MOVE "10" TO WS-CG-FILE-STATUS
042800     END-IF.
042900     OPEN INPUT MEAL-ACCOUNT-FILE.
043000     IF WS-MA-STATUS NOT = "00"
043100        MOVE "10" TO WS-MA-STATUS
043200     END-IF.
043300     SET CURRENT-FROM-ATTENDANCE TO TRUE.
043400     PERFORM 2100-NEXT-CURRENT.
043500     PERFORM 2200-NEXT-OLD.
043600     PERFORM UNTIL CUR-SORT-KEY = HIGH-VALUES
043700              AND OS-SORT-KEY = HIGH-VALUES
043800        EVALUATE TRUE
043900            WHEN CUR-SORT-KEY = OS-SORT-KEY
044000                IF CUR-VALUE NOT = OS-VALUE
044100                   MOVE "C" TO WS-ACTION
044200                   MOVE WS-CUR-RECORD TO WS-EMIT-RECORD
044300                   PERFORM 2400-SEND-MASTER-ROW
044400                   ADD 1 TO WS-CHANGED-COUNT
044500                END-IF
044600                PERFORM 2300-WRITE-SNAPSHOT
044700                PERFORM 2100-NEXT-CURRENT
044800                PERFORM 2200-NEXT-OLD
044900            WHEN CUR-SORT-KEY < OS-SORT-KEY
045000                MOVE "A" TO WS-ACTION
045100                MOVE WS-CUR-RECORD TO WS-EMIT-RECORD
045200                PERFORM 2400-SEND-MASTER-ROW
045300                ADD 1 TO WS-ADDED-COUNT
045400                PERFORM 2300-WRITE-SNAPSHOT
045500                PERFORM 2100-NEXT-CURRENT
045600            WHEN OTHER
045700                MOVE "D" TO WS-ACTION
045800                MOVE OLD-SNAP-RECORD TO WS-EMIT-RECORD
045900                PERFORM 2400-SEND-MASTER-ROW
046000                ADD 1 TO WS-DELETED-COUNT
046100                PERFORM 2200-NEXT-OLD
046200        END-EVALUATE
046300     END-PERFORM.
046400     IF OLD-SNAPSHOT-OPEN
046500        CLOSE OLD-SNAPSHOT
046600     END-IF.
046700     CLOSE NEW-SNAPSHOT.
046800
046900*----------------------------------------------------------------
047000* THE THREE MASTERS READ AS ONE STREAM: ATTNDNCE, THEN CRSGRADE,
047100* THEN MEALACCT, THEN HIGH-VALUES.  A MASTER THAT WOULD NOT OPEN
047200* IS PASSED OVER AS EMPTY.
047300*----------------------------------------------------------------
047400 2100-NEXT-CURRENT.
047500     SET CURRENT-PENDING TO TRUE.
047600     PERFORM UNTIL CURRENT-READY
047700        EVALUATE TRUE
047800            WHEN CURRENT-FROM-ATTENDANCE
047900                PERFORM 2110-NEXT-ATTENDANCE
048000            WHEN CURRENT-FROM-GRADES
048100                PERFORM 2120-NEXT-GRADE
048200            WHEN CURRENT-FROM-MEALS
048300                PERFORM 2130-NEXT-MEAL-ACCOUNT
048400            WHEN OTHER
048500                MOVE HIGH-VALUES TO WS-CUR-RECORD
048600                SET CURRENT-READY TO TRUE
048700        END-EVALUATE
048800     END-PERFORM.
048900
049000 2110-NEXT-ATTENDANCE.
049100     IF WS-ATT-FILE-STATUS = "00"
049200        READ ATTENDANCE-FILE
049300            AT END MOVE "10" TO WS-ATT-FILE-STATUS
049400        END-READ
049500        IF WS-ATT-FILE-STATUS = "00"
049600           MOVE SPACES TO WS-CUR-RECORD
049700           MOVE "A" TO CUR-TYPE
049800           MOVE ATT-KEY TO CUR-KEY
049900           MOVE ATT-CODE TO CUR-VALUE
050000           SET CURRENT-READY TO TRUE
050100           EXIT PARAGRAPH
050200        END-IF
050300        CLOSE ATTENDANCE-FILE
050400     END-IF.
050500     SET CURRENT-FROM-GRADES TO TRUE.
050600
050700 2120-NEXT-GRADE.
050800     IF WS-CG-FILE-STATUS = "00"
050900        READ COURSE-GRADE-FILE
051000            AT END MOVE "10" TO WS-CG-FILE-STATUS
051100        END-READ
051200        IF WS-CG-FILE-STATUS = "00"
051300           MOVE SPACES TO WS-CUR-RECORD
051400           MOVE "G" TO CUR-TYPE
051500           MOVE CG-KEY TO CUR-KEY
051600           MOVE CG-GRADE-POINTS TO CUR-CG-POINTS
051700           SET CURRENT-READY TO TRUE
051800           EXIT PARAGRAPH
051900        END-IF
052000        CLOSE COURSE-GRADE-FILE
052100     END-IF.
052200     SET CURRENT-FROM-MEALS TO TRUE.
052300
052400 2130-NEXT-MEAL-ACCOUNT.
052500     IF WS-MA-STATUS = "00"
052600        READ MEAL-ACCOUNT-FILE
052700            AT END MOVE "10" TO WS-MA-STATUS
052800        END-READ
052900        IF WS-MA-STATUS = "00"
053000           MOVE SPACES TO WS-CUR-RECORD
053100           MOVE "M" TO CUR-TYPE
053200           MOVE MA-STUDENT-ID TO CUR-KEY
053300           MOVE MA-BALANCE TO CUR-MA-BALANCE
053400           SET CURRENT-READY TO TRUE
053500           EXIT PARAGRAPH
053600        END-IF
053700        CLOSE MEAL-ACCOUNT-FILE
053800     END-IF.
053900     SET CURRENT-EXHAUSTED TO TRUE.
054000
054100 2200-NEXT-OLD.
054200     IF WS-OS-STATUS = "00"
054300        READ OLD-SNAPSHOT
054400            AT END MOVE "10" TO WS-OS-STATUS
054500        END-READ
054600     END-IF.
054700     IF WS-OS-STATUS NOT = "00"
054800        MOVE HIGH-VALUES TO OLD-SNAP-RECORD
054900     END-IF.
055000
055100 2300-WRITE-SNAPSHOT.
055200     MOVE WS-CUR-RECORD TO NEW-SNAP-RECORD.
055300     WRITE NEW-SNAP-RECORD.
055400
055500 2400-SEND-MASTER-ROW.
055600     MOVE SPACES TO PX-RECORD.
055700     MOVE 0 TO PX-AMOUNT.
055800     MOVE 0 TO PX-AMOUNT-2.
055900     MOVE WS-ACTION TO PX-ACTION.
056000     MOVE WS-TODAY TO PX-DATE.
056100     EVALUATE EM-TYPE
056200         WHEN "A"
056300             MOVE "AT" TO PX-TYPE
056400             MOVE EM-ATT-STUDENT-ID TO PX-STUDENT-ID
056500             MOVE EM-ATT-DATE TO PX-DATE
056600             MOVE EM-ATT-PERIOD TO PX-ITEM
056700             MOVE EM-VALUE(1:1) TO PX-CODE
056800         WHEN "G"
056900             MOVE "GR" TO PX-TYPE
057000             MOVE EM-CG-STUDENT-ID TO PX-STUDENT-ID
057100             MOVE EM-CG-COURSE TO PX-ITEM
057200             MOVE EM-CG-TERM TO PX-TERM
057300             MOVE EM-CG-POINTS TO PX-AMOUNT
057400         WHEN "M"
057500             MOVE "MB" TO PX-TYPE
057600             MOVE EM-MA-STUDENT-ID TO PX-STUDENT-ID
057700             MOVE EM-MA-BALANCE TO PX-AMOUNT
057800     END-EVALUATE.
057900     PERFORM 5000-SEND-TO-HOUSEHOLD.
058000
058100*----------------------------------------------------------------
058200* THE APPEND-ONLY LOGS: SKIP WHAT LAST NIGHT ALREADY READ, SEND
058300* THE REST.  A LOG SHORTER THAN LAST NIGHT HAS BEEN REBUILT OR
058400* ARCHIVED -- NOTHING FROM IT IS SENT, AND THE RUN SAYS SO.
058500*----------------------------------------------------------------
058600 3000-SEND-NEW-EXCUSES.
058700     OPEN INPUT ABSENCE-EXCUSE-FILE.
058800     IF WS-EX-STATUS NOT = "00"
058900        MOVE "10" TO WS-EX-STATUS
059000        EXIT PARAGRAPH
059100     END-IF.
059200     PERFORM UNTIL WS-EX-STATUS NOT = "00"
059300        READ ABSENCE-EXCUSE-FILE
059400            AT END MOVE "10" TO WS-EX-STATUS
059500        END-READ
059600        IF WS-EX-STATUS = "00"
059700           ADD 1 TO WS-EXCUSE-SEEN
059800           IF WS-EXCUSE-SEEN > WS-PRIOR-EXCUSES
059900              MOVE SPACES TO PX-RECORD
060000              MOVE 0 TO PX-AMOUNT
060100              MOVE 0 TO PX-AMOUNT-2
060200              MOVE "EX" TO PX-TYPE
060300              MOVE "A" TO PX-ACTION
060400              MOVE EX-STUDENT-ID TO PX-STUDENT-ID
060500              MOVE EX-DATE TO PX-DATE
060600              MOVE EX-PERIOD TO PX-ITEM
060700              MOVE EX-CODE TO PX-CODE(1:1)
060800              MOVE EX-NOTE-RECEIVED TO PX-CODE(2:1)
060900              ADD 1 TO WS-LOG-ROW-COUNT
061000              PERFORM 5000-SEND-TO-HOUSEHOLD
061100           END-IF
061200        END-IF
061300     END-PERFORM.
061400     CLOSE ABSENCE-EXCUSE-FILE.
061500
061600 3100-SEND-NEW-GRADE-CHANGES.
061700     OPEN INPUT GRADE-CHANGE-LOG.
061800     IF WS-GC-STATUS NOT = "00"
061900        MOVE "10" TO WS-GC-STATUS
062000        EXIT PARAGRAPH
062100     END-IF.
062200     PERFORM UNTIL WS-GC-STATUS NOT = "00"
062300        READ GRADE-CHANGE-LOG
062400            AT END MOVE "10" TO WS-GC-STATUS
062500        END-READ
062600        IF WS-GC-STATUS = "00"
062700           ADD 1 TO WS-GRDCHG-SEEN
062800           IF WS-GRDCHG-SEEN > WS-PRIOR-GRDCHGS
062900              MOVE SPACES TO PX-RECORD
063000              MOVE "GC" TO PX-TYPE
063100              MOVE "C" TO PX-ACTION
063200              MOVE GC-STUDENT-ID TO PX-STUDENT-ID
063300              MOVE GC-DATE TO PX-DATE
063400              MOVE GC-COURSE TO PX-ITEM
063500              MOVE GC-TERM TO PX-TERM
063600              MOVE GC-AFTER-POINTS TO PX-AMOUNT
063700              MOVE GC-BEFORE-POINTS TO PX-AMOUNT-2
063800              ADD 1 TO WS-LOG-ROW-COUNT
063900              PERFORM 5000-SEND-TO-HOUSEHOLD
064000           END-IF
064100        END-IF
064200     END-PERFORM.
064300     CLOSE GRADE-CHANGE-LOG.
064400
064500 3200-SEND-NEW-FEE-ACTIVITY.
064600     OPEN INPUT FEE-LEDGER.
064700     IF WS-FL-STATUS NOT = "00"
064800        MOVE "10" TO WS-FL-STATUS
064900        EXIT PARAGRAPH
065000     END-IF.
065100     PERFORM UNTIL WS-FL-STATUS NOT = "00"
065200        READ FEE-LEDGER
065300            AT END MOVE "10" TO WS-FL-STATUS
065400        END-READ
065500        IF WS-FL-STATUS = "00"
065600           ADD 1 TO WS-FEE-SEEN
065700           IF WS-FEE-SEEN > WS-PRIOR-FEES
065800              MOVE SPACES TO PX-RECORD
065900              MOVE 0 TO PX-AMOUNT-2
066000              MOVE "FE" TO PX-TYPE
066100              MOVE "A" TO PX-ACTION
066200              MOVE FL-STUDENT-ID TO PX-STUDENT-ID
066300              MOVE FL-DATE TO PX-DATE
066400              MOVE FL-REASON TO PX-ITEM
066500              MOVE FL-TYPE TO PX-CODE
066600              MOVE FL-AMOUNT TO PX-AMOUNT
066700              ADD 1 TO WS-LOG-ROW-COUNT
066800              PERFORM 5000-SEND-TO-HOUSEHOLD
066900           END-IF
067000        END-IF
067100     END-PERFORM.
067200     CLOSE FEE-LEDGER.
067300
067400*----------------------------------------------------------------
067500* ONE COPY OF THE ROW PER GUARDIAN ON THE STUDENT'S HOUSEHOLD.
067600* A STUDENT OFF THE ROSTER, OR WITH NO HOUSEHOLD ON FILE, HAS
067700* NOBODY TO SEND TO.
067800*----------------------------------------------------------------
067900 5000-SEND-TO-HOUSEHOLD.
068000     MOVE PX-STUDENT-ID TO FR-STUDENT-ID.
068100     READ ROSTER-FILE
068200         INVALID KEY CONTINUE
068300     END-READ.
068400     IF WS-FILE-STATUS NOT = "00"
068500        OR FR-HOUSEHOLD-ID = 0
068600        ADD 1 TO WS-NO-HOUSEHOLD-COUNT
068700        EXIT PARAGRAPH
068800     END-IF.
068900     MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
069000     READ HOUSEHOLD-MASTER
069100         INVALID KEY CONTINUE
069200     END-READ.
069300     IF WS-HM-STATUS NOT = "00"
069400        ADD 1 TO WS-NO-HOUSEHOLD-COUNT
069500        EXIT PARAGRAPH
069600     END-IF.
069700     MOVE HM-HOUSEHOLD-ID TO PX-HOUSEHOLD-ID.
069800     IF HM-GUARDIAN-1 NOT = SPACES
069900        MOVE HM-GUARDIAN-1 TO WS-GUARDIAN-NAME
070000        MOVE 1 TO PX-GUARDIAN
070100        PERFORM 5100-SEND-TO-GUARDIAN
070200     END-IF.
070300     IF HM-GUARDIAN-2 NOT = SPACES
070400        MOVE HM-GUARDIAN-2 TO WS-GUARDIAN-NAME
070500        MOVE 2 TO PX-GUARDIAN
070600        PERFORM 5100-SEND-TO-GUARDIAN
070700     END-IF.
070800
070900 5100-SEND-TO-GUARDIAN.
071000     SET GUARDIAN-ALLOWED TO TRUE.
071100     PERFORM VARYING I FROM 1 BY 1
071200              UNTIL I > WS-RESTRICT-COUNT OR GUARDIAN-RESTRICTED
071300        IF RS-HOUSEHOLD-ID(I) = HM-HOUSEHOLD-ID
071400           AND RS-NAME(I) = WS-GUARDIAN-NAME
071500           SET GUARDIAN-RESTRICTED TO TRUE
071600        END-IF
071700     END-PERFORM.
071800     IF GUARDIAN-RESTRICTED
071900        ADD 1 TO WS-SUPPRESSED-COUNT
072000        EXIT PARAGRAPH
072100     END-IF.
072200     WRITE PX-RECORD.
072300     ADD 1 TO WS-WRITTEN-COUNT.
072400
072500*----------------------------------------------------------------
072600* TONIGHT'S COUNTS BECOME TOMORROW'S STARTING POINT.
072700*----------------------------------------------------------------
072800 8000-WRITE-CONTROL.
072900     IF WS-EXCUSE-SEEN < WS-PRIOR-EXCUSES
073000        DISPLAY "GRADE-SCHOOL-PORTEXT ATTEXCUS IS SHORTER THAN"
073100            " LAST RUN -- NO EXCUSES SENT"
073200        MOVE 4 TO RETURN-CODE
073300     END-IF.
073400     IF WS-GRDCHG-SEEN < WS-PRIOR-GRDCHGS
073500        DISPLAY "GRADE-SCHOOL-PORTEXT GRADECHG IS SHORTER THAN"
073600            " LAST RUN -- NO GRADE CHANGES SENT"
073700        MOVE 4 TO RETURN-CODE
073800     END-IF.
073900     IF WS-FEE-SEEN < WS-PRIOR-FEES
074000        DISPLAY "GRADE-SCHOOL-PORTEXT FEELEDGR IS SHORTER THAN"
074100            " LAST RUN -- NO FEE ACTIVITY SENT"
074200        MOVE 4 TO RETURN-CODE
074300     END-IF.
074400     OPEN OUTPUT PORTAL-CONTROL.
074500     MOVE WS-TODAY TO PC-RUN-DATE.
074600     MOVE WS-EXCUSE-SEEN TO PC-EXCUSE-COUNT.
074700     MOVE WS-GRDCHG-SEEN TO PC-GRDCHG-COUNT.
074800     MOVE WS-FEE-SEEN TO PC-FEE-COUNT.
074900     WRITE PORTAL-CONTROL-RECORD.
075000     CLOSE PORTAL-CONTROL.
075100
075200 9000-TERMINATE.
075300     CLOSE PORTAL-EXTRACT.
075400     CLOSE HOUSEHOLD-MASTER.
075500     CLOSE ROSTER-FILE.
075600     DISPLAY "GRADE-SCHOOL-PORTEXT CHANGES SINCE "
075700         WS-LAST-RUN-DATE.
075800     DISPLAY "  MASTER ROWS ADDED:     " WS-ADDED-COUNT.
075900     DISPLAY "  MASTER ROWS CHANGED:   " WS-CHANGED-COUNT.
076000     DISPLAY "  MASTER ROWS DELETED:   " WS-DELETED-COUNT.
076100     DISPLAY "  NEW LOG ROWS:          " WS-LOG-ROW-COUNT.
076200     DISPLAY "  PORTAL ROWS WRITTEN:   " WS-WRITTEN-COUNT.
076300     DISPLAY "  GUARDIAN FEEDS HELD:   " WS-SUPPRESSED-COUNT.
076400     DISPLAY "  NO HOUSEHOLD ON FILE:  " WS-NO-HOUSEHOLD-COUNT.
076500
076600*----------------------------------------------------------------
076700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
076800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
076900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
077000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
077100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
077200*----------------------------------------------------------------
077300 9800-CHECK-LAYOUTS.
077400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
077500     OPEN EXTEND LAYOUT-USAGE-LOG.
077600     IF WS-LU-STATUS = "35"
077700        OPEN OUTPUT LAYOUT-USAGE-LOG
077800     END-IF.
077900     MOVE "ROSTERF" TO WS-LK-DATASET.
078000     MOVE 3 TO WS-LK-VERSION.
078100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
078200     PERFORM 9820-CHECK-ONE-LAYOUT.
078300     MOVE "HSHLDMST" TO WS-LK-DATASET.
078400     MOVE 3 TO WS-LK-VERSION.
078500     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
078600     PERFORM 9820-CHECK-ONE-LAYOUT.
078700     MOVE "CRSGRADE" TO WS-LK-DATASET.
078800     MOVE 2 TO WS-LK-VERSION.
078900     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
079000     PERFORM 9820-CHECK-ONE-LAYOUT.
079100     MOVE "ATTNDNCE" TO WS-LK-DATASET.
079200     MOVE 2 TO WS-LK-VERSION.
079300     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
079400     PERFORM 9820-CHECK-ONE-LAYOUT.
079500     CLOSE LAYOUT-USAGE-LOG.
079600
079700 9810-LOAD-LAYOUT-CONTROL.
079800     MOVE 0 TO WS-LC-COUNT.
079900     OPEN INPUT LAYOUT-CONTROL.
080000     IF WS-LC-STATUS NOT = "00"
080100        EXIT PARAGRAPH
080200     END-IF.
080300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
080400        READ LAYOUT-CONTROL
080500            AT END MOVE "10" TO WS-LC-STATUS
080600        END-READ
080700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
080800           ADD 1 TO WS-LC-COUNT
080900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
081000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
081100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
081200        END-IF
081300     END-PERFORM.
081400     CLOSE LAYOUT-CONTROL.
081500
081600*----------------------------------------------------------------
081700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
081800* AS NOCTL.
081900*----------------------------------------------------------------
082000 9820-CHECK-ONE-LAYOUT.
082100     MOVE "NOCTL" TO WS-LK-RESULT.
082200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
082300             UNTIL WS-LC-INDX > WS-LC-COUNT
082400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
082500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
082600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
082700              MOVE "CURRENT" TO WS-LK-RESULT
082800           ELSE
082900              MOVE "MISMATCH" TO WS-LK-RESULT
083000           END-IF
083100        END-IF
083200     END-PERFORM.
083300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
083400     MOVE "GRADE-SCHOOL-PORTEXT" TO LU-PROGRAM.
083500     MOVE WS-LK-DATASET TO LU-DATASET.
083600     MOVE WS-LK-VERSION TO LU-VERSION.
083700     MOVE WS-LK-LENGTH TO LU-LENGTH.
083800     MOVE WS-LK-RESULT TO LU-RESULT.
083900     WRITE LAYOUT-USAGE-RECORD.
084000     IF WS-LK-RESULT NOT = "MISMATCH"
084100        EXIT PARAGRAPH
084200     END-IF.
084300     SET LAYOUT-MISMATCH TO TRUE.
084400     DISPLAY "GRADE-SCHOOL-PORTEXT HALTED: " WS-LK-DATASET
084500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
084600         " DOES NOT MATCH LAYOUTCT".
084700     OPEN EXTEND OPS-ERROR-LOG.
084800     IF WS-OPS-LOG-STATUS = "35"
084900        OPEN OUTPUT OPS-ERROR-LOG
085000     END-IF.
085100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
085200     MOVE "GRADE-SCHOOL-PORTEXT" TO OE-PROGRAM.
085300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
085400     MOVE "LAYOUT" TO OE-OPERATION.
085500     MOVE "16" TO OE-STATUS.
085600     WRITE OPS-ERROR-RECORD.
085700     CLOSE OPS-ERROR-LOG.
