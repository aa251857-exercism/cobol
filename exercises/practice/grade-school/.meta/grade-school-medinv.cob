000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-MEDINV.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  MEDICATION AND EPINEPHRINE INVENTORY -- MEDSCHED
001100*                 AND MEDADMIN SAY WHAT IS GIVEN BUT THE NURSE
001200*                 COUNTED BOTTLES AND EPIPEN DATES BY HAND.
001300*                 MEDINV HOLDS ONE ROW PER STUDENT, MEDICATION AND
001400*                 STORAGE PLACE (HEALTH OFFICE, CLASSROOM, BUS)
001500*                 WITH DOSES ON HAND AND EXPIRY.  MODE POST TAKES
001600*                 MEDINVTX RECEIPTS AND REMOVALS AND DECREMENTS
001700*                 EVERY MEDADMIN DOSE ONCE.  MODE NOTICE (WEEKLY)
001800*                 WRITES THE HOUSEHOLD WHEN SUPPLY IS UNDER TWO
001900*                 WEEKS OR EXPIRY IS WITHIN 30 DAYS, AND CHECKS
002000*                 EVERY SEVERE ALLERGSC SCORE HAS AN UNEXPIRED
002100*                 AUTO-INJECTOR ON FILE.
002110* 2026-10-15 KAP  RETURNED MAIL -- A HOUSEHOLD MARKED BAD
002120*                 (HM-ADDR-STATUS "B") GETS NO NOTICE; THE ROW
002130*                 IS FLAGGED ON MEDIRPT AND WRITTEN TO THE
002140*                 SHARED CALLFAM LIST FOR A PHONE CALL.
002160* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002180*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002200*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002220*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002240*                 OPSERRLG ENTRY.
002245* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002250*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002255*                 LAYOUT VERSION 3.
002260*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
002600     FUNCTION ALL INTRINSIC.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARM-FILE ASSIGN TO "MEDIPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT INVENTORY-MASTER ASSIGN TO "MEDINV"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-INV-STATUS.
003600
003700     SELECT INVENTORY-TRANSACTIONS ASSIGN TO "MEDINVTX"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TX-STATUS.
004000
004100     SELECT MED-SCHEDULE ASSIGN TO "MEDSCHED"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SCHED-STATUS.
004400
004500     SELECT MED-ADMIN-LOG ASSIGN TO "MEDADMIN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ADMIN-STATUS.
004800
004900     SELECT SCORE-FILE ASSIGN TO "ALLERGSC"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SC-STATUS.
005200
005300     SELECT ALLERGEN-LIST-FILE ASSIGN TO "ALLERGLS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AL-STATUS.
005600
005700     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS FR-STUDENT-ID
006100         FILE STATUS IS WS-FILE-STATUS.
006200
006300     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS HM-HOUSEHOLD-ID
006700         FILE STATUS IS WS-HM-STATUS.
006800
006900     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-TMPL-STATUS.
007200
007300     SELECT NOTICE-PRINT ASSIGN TO "MEDNOTC"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT INVENTORY-REPORT ASSIGN TO "MEDIRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007710
007720     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
007730         ORGANIZATION IS LINE SEQUENTIAL
007740         FILE STATUS IS WS-CF-STATUS.
007800
007807     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007815         ORGANIZATION IS LINE SEQUENTIAL
007823         FILE STATUS IS WS-LC-STATUS.
007830
007838     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007846         ORGANIZATION IS LINE SEQUENTIAL
007853         FILE STATUS IS WS-LU-STATUS.
007861
007869     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007876         ORGANIZATION IS LINE SEQUENTIAL
007884         FILE STATUS IS WS-OPS-LOG-STATUS.
007892
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARM-FILE.
008200*----------------------------------------------------------------
008300* ONE CARD: POST OR NOTICE, THE DAY TO RUN AS (ZERO = TODAY),
008400* AND THE ALLERGSC BITS THAT CALL FOR AN AUTO-INJECTOR (ZERO =
008500* 006, THE SECOND AND THIRD ALLERGLS NAMES -- PEANUTS AND
008600* SHELLFISH ON THE DISTRICT LIST).
008700*----------------------------------------------------------------
008800 01  PARM-RECORD.
008900     05 PARM-MODE             PIC X(08).
009000     05 PARM-DATE             PIC 9(08).
009100     05 PARM-SEVERE-MASK      PIC 9(03).
009200
009300*----------------------------------------------------------------
009400* ONE ROW PER STUDENT, MEDICATION AND STORAGE PLACE.  THE
009500* MEDICATION NAME IS SPELLED AS ON MEDSCHED AND MEDADMIN.
009600* MI-LAST-POSTED IS THE LAST MEDADMIN DAY ALREADY TAKEN OFF
009700* MI-ON-HAND, SO A RERUN NEVER COUNTS A DOSE TWICE.
009800*----------------------------------------------------------------
009900 FD  INVENTORY-MASTER.
010000 01  INVENTORY-RECORD.
010100     05 MI-STUDENT-ID         PIC 9(09).
010200     05 MI-MEDICATION         PIC X(20).
010300     05 MI-LOCATION-TYPE      PIC X(01).
010400        88 MI-HEALTH-OFFICE             VALUE "H".
010500        88 MI-CLASSROOM                 VALUE "C".
010600        88 MI-BUS                       VALUE "B".
010700     05 MI-LOCATION           PIC X(12).
010800     05 MI-ON-HAND            PIC 9(05).
010900     05 MI-EXPIRY-DATE        PIC 9(08).
011000     05 MI-AUTO-INJECTOR      PIC X(01).
011100        88 MI-EPINEPHRINE               VALUE "Y".
011200     05 MI-LAST-POSTED        PIC 9(08).
011300
011400*----------------------------------------------------------------
011500* R = SUPPLY RECEIVED FROM HOME (DOSES ADDED, EXPIRY SET TO THE
011600* NEW SUPPLY'S), X = ROW REMOVED (DISCONTINUED OR SENT HOME).
011700* A ROW IS STUDENT, MEDICATION AND LOCATION TYPE.
011800*----------------------------------------------------------------
011900 FD  INVENTORY-TRANSACTIONS.
012000 01  INVENTORY-TX-RECORD.
012100     05 ITX-ACTION            PIC X(01).
012200     05 ITX-STUDENT-ID        PIC 9(09).
012300     05 ITX-MEDICATION        PIC X(20).
012400     05 ITX-LOCATION-TYPE     PIC X(01).
012500     05 ITX-LOCATION          PIC X(12).
012600     05 ITX-DOSES             PIC 9(05).
012700     05 ITX-EXPIRY-DATE       PIC 9(08).
012800     05 ITX-AUTO-INJECTOR     PIC X(01).
012900
013000*----------------------------------------------------------------
013100* LAYOUT MUST MATCH GRADE-SCHOOL-NURSE'S MEDSCHED AND MEDADMIN.
013200*----------------------------------------------------------------
013300 FD  MED-SCHEDULE.
013400 01  MED-SCHEDULE-RECORD.
013500     05 MS-STUDENT-ID         PIC 9(09).
013600     05 MS-MEDICATION         PIC X(20).
013700     05 MS-DUE-TIME           PIC 9(04).
013800     05 MS-DOSE               PIC X(10).
013900
014000 FD  MED-ADMIN-LOG.
014100 01  MED-ADMIN-RECORD.
014200     05 MA-DATE               PIC 9(08).
014300     05 MA-STUDENT-ID         PIC 9(09).
014400     05 MA-MEDICATION         PIC X(20).
014500     05 MA-GIVEN-TIME         PIC 9(04).
014600     05 MA-INITIALS           PIC X(03).
014700
014800 FD  SCORE-FILE.
014900*----------------------------------------------------------------
015000* LAYOUT MUST MATCH ALLERGIES' ALLERGSC SCORECARD ROWS.
015100*----------------------------------------------------------------
015200 01  SCORE-FILE-RECORD.
015300     05 SF-STUDENT-ID         PIC 9(09).
015400     05 SF-SCORE              PIC 9(03).
015500
015600 FD  ALLERGEN-LIST-FILE.
015700 01  ALLERGEN-LIST-RECORD     PIC X(12).
015800
015900 FD  ROSTER-FILE.
016000*----------------------------------------------------------------
016100* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
016200*----------------------------------------------------------------
016300 01  ROSTER-RECORD.
016400     05 FR-STUDENT-ID         PIC 9(09).
016500     05 FR-NAME               PIC X(60).
016600     05 FR-GRADE              PIC 9(02).
016700     05 FR-TEACHER            PIC X(30).
016800     05 FR-SECTION            PIC 9(01).
016900     05 FR-HOUSEHOLD-ID       PIC 9(09).
017000*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
017100     05 FR-IEP-FLAG           PIC X(01).
017200     05 FR-DOB                PIC 9(08).
017300     05 FR-SCHOOL-CODE        PIC 9(02).
017333     05 FR-GENDER             PIC X(01).
017366     05 FR-RACE-ETH           PIC X(01).
017400
017500 FD  HOUSEHOLD-MASTER.
017600*----------------------------------------------------------------
017700* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
017800*----------------------------------------------------------------
017900 01  HOUSEHOLD-RECORD.
018000     05 HM-HOUSEHOLD-ID       PIC 9(09).
018100     05 HM-GUARDIAN-1         PIC X(60).
018200     05 HM-GUARDIAN-2         PIC X(60).
018300     05 HM-ADDRESS            PIC X(40).
018400     05 HM-CITY               PIC X(25).
018500     05 HM-STATE              PIC XX.
018600     05 HM-ZIP                PIC X(10).
018700     05 HM-PHONE-1            PIC X(15).
018800     05 HM-PHONE-2            PIC X(15).
018900     05 HM-DO-NOT-MAIL        PIC X(01).
019000        88 HM-MAILABLE                  VALUE "N" " ".
019100        88 HM-NO-MAIL                   VALUE "Y".
019200     05 HM-LANGUAGE           PIC X(02).
019210*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
019220*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
019230     05 HM-ADDR-STATUS        PIC X(01).
019240        88 HM-ADDRESS-BAD               VALUE "B".
019250     05 HM-RETURN-COUNT       PIC 9(03).
019260     05 HM-LAST-RETURN-DATE   PIC 9(08).
019300
019400 FD  LETTER-TEMPLATE-FILE.
019500*----------------------------------------------------------------
019600* LAYOUT MUST MATCH THE SHOP'S LTRTMPLT.
019700*----------------------------------------------------------------
019800 01  LETTER-TEMPLATE-RECORD.
019900     05 LT-TYPE               PIC X(08).
020000     05 LT-LANGUAGE           PIC X(02).
020100     05 LT-SEQ                PIC 9(02).
020200     05 LT-TEXT               PIC X(60).
020300
020400 FD  NOTICE-PRINT.
020500 01  NTC-LINE                 PIC X(80).
020600
020700 FD  INVENTORY-REPORT.
020800 01  RPT-LINE                 PIC X(100).
020810
020820 FD  CALL-FAMILY-FILE.
020830*----------------------------------------------------------------
020840* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
020850* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
020860*----------------------------------------------------------------
020870 01  CALL-FAMILY-RECORD.
020872     05 CF-DATE               PIC 9(08).
020874     05 CF-SOURCE             PIC X(08).
020876     05 CF-LETTER-TYPE        PIC X(08).
020878     05 CF-HOUSEHOLD-ID       PIC 9(09).
020880     05 CF-STUDENT-ID         PIC 9(09).
020882     05 CF-GUARDIAN           PIC X(60).
020884     05 CF-PHONE-1            PIC X(15).
020886     05 CF-PHONE-2            PIC X(15).
020888     05 CF-RETURN-COUNT       PIC 9(03).
020900
020902 FD  LAYOUT-CONTROL.
020905*----------------------------------------------------------------
020908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
020910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
020913*----------------------------------------------------------------
020916 01  LAYOUT-CONTROL-RECORD.
020918     05 LC-DATASET            PIC X(08).
020921     05 LC-VERSION            PIC 9(03).
020924     05 LC-LENGTH             PIC 9(05).
020927     05 LC-EFFECTIVE-DATE     PIC 9(08).
020929
020932 FD  LAYOUT-USAGE-LOG.
020935*----------------------------------------------------------------
020937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
020940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
020943*----------------------------------------------------------------
020945 01  LAYOUT-USAGE-RECORD.
020948     05 LU-TIMESTAMP          PIC 9(14).
020951     05 LU-PROGRAM            PIC X(24).
020954     05 LU-DATASET            PIC X(08).
020956     05 LU-VERSION            PIC 9(03).
020959     05 LU-LENGTH             PIC 9(05).
020962     05 LU-RESULT             PIC X(08).
020964
020967 FD  OPS-ERROR-LOG.
020970*----------------------------------------------------------------
020972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
020975* SHARED SHOP-WIDE ERROR LOG.
020978*----------------------------------------------------------------
020981 01  OPS-ERROR-RECORD.
020983     05 OE-TIMESTAMP          PIC 9(14).
020986     05 OE-PROGRAM            PIC X(20).
020989     05 OE-FILE-NAME          PIC X(08).
020991     05 OE-OPERATION          PIC X(08).
020994     05 OE-STATUS             PIC XX.
020997
021000 WORKING-STORAGE SECTION.
021100 01 WS-PARM-STATUS             PIC XX.
021200 01 WS-INV-STATUS              PIC XX.
021300 01 WS-TX-STATUS               PIC XX.
021400 01 WS-SCHED-STATUS            PIC XX.
021500 01 WS-ADMIN-STATUS            PIC XX.
021600 01 WS-SC-STATUS               PIC XX.
021700 01 WS-AL-STATUS               PIC XX.
021800 01 WS-FILE-STATUS             PIC XX.
021900 01 WS-HM-STATUS               PIC XX.
022000 01 WS-TMPL-STATUS             PIC XX.
022050 01 WS-CF-STATUS               PIC XX.
022100 01 WS-MODE                    PIC X(08).
022200 01 WS-RUN-DATE                PIC 9(08).
022300 01 WS-SEVERE-MASK             PIC 9(03) VALUE 6.
022400 01 WS-EXPIRY-LIMIT            PIC 9(08).
022500 01 WS-DAILY-DOSES             PIC 9(03) COMP.
022600 01 WS-TWO-WEEKS               PIC 9(05) COMP.
022700 01 WS-RECEIVED-COUNT          PIC 9(05) COMP VALUE ZERO.
022800 01 WS-REMOVED-COUNT           PIC 9(05) COMP VALUE ZERO.
022900 01 WS-DOSE-COUNT              PIC 9(05) COMP VALUE ZERO.
023000 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
023100 01 WS-SHORT-COUNT             PIC 9(05) COMP VALUE ZERO.
023200 01 WS-NOTICE-COUNT            PIC 9(05) COMP VALUE ZERO.
023300 01 WS-NOMAIL-COUNT            PIC 9(05) COMP VALUE ZERO.
023350 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
023400 01 WS-UNCOVERED-COUNT         PIC 9(05) COMP VALUE ZERO.
023500 01 WS-NOLANG-COUNT            PIC 9(04) COMP VALUE ZERO.
023600 01 WS-QTY-DISP                PIC ZZZZ9.
023700 01 WS-REJECT-REASON           PIC X(30).
023800 01 WS-LOW-SWITCH              PIC X.
023900     88 SUPPLY-LOW                      VALUE "Y".
024000     88 SUPPLY-OK                       VALUE "N".
024100 01 WS-EXPIRING-SWITCH         PIC X.
024200     88 SUPPLY-EXPIRING                 VALUE "Y".
024300     88 SUPPLY-CURRENT                  VALUE "N".
024400 01 WS-COVERED-SWITCH          PIC X.
024500     88 INJECTOR-ON-FILE                VALUE "Y".
024600     88 NO-INJECTOR-ON-FILE             VALUE "N".
024700 01 WS-LETTER-LANG             PIC X(02).
024800 01 WS-BODY-PRINTED            PIC 9(02) COMP.
024900 01 WS-SCORE                   PIC 9(03).
025000 01 WS-ALLERGEN-VALUE          PIC 9(03).
025100 01 WS-SHIFTED                 PIC 9(03).
025200 01 WS-SEVERE-NAMES            PIC X(40).
025300 01 WS-NAMES-PTR               PIC 9(03) COMP.
025400 01 WS-FOUND                   PIC 9(05) COMP.
025500 01 I                          PIC 9(05) COMP.
025600 01 J                          PIC 9(05) COMP.
025700
025800 01 WS-ALLERGEN-COUNT          PIC 9(02) COMP VALUE ZERO.
025900 01 ALLERGEN-TABLE.
026000     02 ALLERGEN              PIC X(12) OCCURS 32 TIMES.
026100
026200 01 WS-TMPL-COUNT              PIC 9(03) COMP VALUE ZERO.
026300 01 WS-TMPL-INDX               PIC 9(03) COMP.
026400 01 LETTER-TEMPLATE-TABLE.
026500     02 LT-ROW                OCCURS 1 TO 200 TIMES
026600                                 DEPENDING ON WS-TMPL-COUNT.
026700        05 LT-T-LANGUAGE      PIC X(02).
026800        05 LT-T-TEXT          PIC X(60).
026900
027000*----------------------------------------------------------------
027100* THE WHOLE INVENTORY, HELD WHILE POST APPLIES ITS CHANGES AND
027200* WRITTEN BACK IN STUDENT AND MEDICATION ORDER.  IV-DELETED
027300* ROWS ARE DROPPED ON THE WAY OUT.
027400*----------------------------------------------------------------
027500 01 WS-INV-COUNT               PIC 9(05) COMP VALUE ZERO.
027600 01 INVENTORY-TABLE.
027700     02 IV-ROW                OCCURS 1 TO 5000 TIMES
027800                                 DEPENDING ON WS-INV-COUNT.
027900        05 IV-STUDENT-ID      PIC 9(09).
028000        05 IV-MEDICATION      PIC X(20).
028100        05 IV-LOCATION-TYPE   PIC X(01).
028200        05 IV-LOCATION        PIC X(12).
028300        05 IV-ON-HAND         PIC 9(05).
028400        05 IV-EXPIRY-DATE     PIC 9(08).
028500        05 IV-AUTO-INJECTOR   PIC X(01).
028600        05 IV-LAST-POSTED     PIC 9(08).
028700        05 IV-DELETED         PIC X(01).
028800
028900 01 WS-SCHED-COUNT             PIC 9(04) COMP VALUE ZERO.
029000 01 SCHEDULE-TABLE.
029100     02 SD-ROW                OCCURS 1 TO 2000 TIMES
029200                                 DEPENDING ON WS-SCHED-COUNT.
029300        05 SD-STUDENT-ID      PIC 9(09).
029400        05 SD-MEDICATION      PIC X(20).
029500
029504*----------------------------------------------------------------
029509* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
029513* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
029518*----------------------------------------------------------------
029522 01 WS-LC-STATUS               PIC XX.
029527 01 WS-LU-STATUS               PIC XX.
029531 01 WS-OPS-LOG-STATUS          PIC XX.
029536 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
029540     88 LAYOUT-MISMATCH                  VALUE "Y".
029545 01 WS-LK-DATASET              PIC X(08).
029550 01 WS-LK-VERSION              PIC 9(03).
029554 01 WS-LK-LENGTH               PIC 9(05).
029559 01 WS-LK-RESULT               PIC X(08).
029563 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
029568 01 WS-LC-INDX                 PIC 9(03) COMP.
029572 01 LAYOUT-CONTROL-TABLE.
029577     02 LCT-ROW               OCCURS 50 TIMES.
029581        05 LCT-DATASET        PIC X(08).
029586        05 LCT-VERSION        PIC 9(03).
029590        05 LCT-LENGTH         PIC 9(05).
029595
029600 PROCEDURE DIVISION.
029700
029800 0000-MAINLINE.
029810     PERFORM 9800-CHECK-LAYOUTS
029820     IF LAYOUT-MISMATCH
029830        MOVE 16 TO RETURN-CODE
029840        GOBACK
029850     END-IF
029900     PERFORM 1000-INITIALIZE
030000     EVALUATE WS-MODE
030100         WHEN "POST"
030200             PERFORM 2000-POST-INVENTORY
030300         WHEN "NOTICE"
030400             PERFORM 5000-WEEKLY-NOTICES
030500         WHEN OTHER
030600             DISPLAY "GRADE-SCHOOL-MEDINV UNKNOWN MODE "
030700                 WS-MODE
030800             MOVE 8 TO RETURN-CODE
030900     END-EVALUATE
031000     GOBACK.
031100
031200 1000-INITIALIZE.
031300     MOVE SPACES TO WS-MODE.
031400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
031500     OPEN INPUT PARM-FILE.
031600     IF WS-PARM-STATUS = "00"
031700        READ PARM-FILE
031800            AT END CONTINUE
031900        END-READ
032000        IF WS-PARM-STATUS = "00"
032100           MOVE PARM-MODE TO WS-MODE
032200           IF PARM-DATE IS NUMERIC AND PARM-DATE > 0
032300              MOVE PARM-DATE TO WS-RUN-DATE
032400           END-IF
032500           IF PARM-SEVERE-MASK IS NUMERIC
032600              AND PARM-SEVERE-MASK > 0
032700              MOVE PARM-SEVERE-MASK TO WS-SEVERE-MASK
032800           END-IF
032900        END-IF
033000        CLOSE PARM-FILE
033100     END-IF.
033200     COMPUTE WS-EXPIRY-LIMIT = FUNCTION DATE-OF-INTEGER(
033300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 30).
033400     PERFORM 1100-LOAD-INVENTORY.
033500
033600 1100-LOAD-INVENTORY.
033700     OPEN INPUT INVENTORY-MASTER.
033800     IF WS-INV-STATUS NOT = "00"
033900        MOVE "10" TO WS-INV-STATUS
034000        EXIT PARAGRAPH
034100     END-IF.
034200     PERFORM UNTIL WS-INV-STATUS NOT = "00"
034300        READ INVENTORY-MASTER
034400            AT END MOVE "10" TO WS-INV-STATUS
034500        END-READ
034600        IF WS-INV-STATUS = "00"
034700           AND WS-INV-COUNT < 5000
034800           ADD 1 TO WS-INV-COUNT
034900           MOVE MI-STUDENT-ID TO IV-STUDENT-ID(WS-INV-COUNT)
035000           MOVE MI-MEDICATION TO IV-MEDICATION(WS-INV-COUNT)
035100           MOVE MI-LOCATION-TYPE TO IV-LOCATION-TYPE(WS-INV-COUNT)
035200           MOVE MI-LOCATION TO IV-LOCATION(WS-INV-COUNT)
035300           MOVE MI-ON-HAND TO IV-ON-HAND(WS-INV-COUNT)
035400           MOVE MI-EXPIRY-DATE TO IV-EXPIRY-DATE(WS-INV-COUNT)
035500           MOVE MI-AUTO-INJECTOR TO IV-AUTO-INJECTOR(WS-INV-COUNT)
035600           MOVE MI-LAST-POSTED TO IV-LAST-POSTED(WS-INV-COUNT)
035700           MOVE "N" TO IV-DELETED(WS-INV-COUNT)
035800        END-IF
035900     END-PERFORM.
036000     CLOSE INVENTORY-MASTER.
036100
036200*----------------------------------------------------------------
036300* DAILY, AFTER THE HEALTH-OFFICE RUN.  RECEIPTS AND REMOVALS
036400* FIRST, THEN EVERY MEDADMIN DOSE AFTER A ROW'S LAST-POSTED DAY
036500* UP TO THE RUN DATE COMES OFF THAT ROW -- THE HEALTH-OFFICE
036600* SUPPLY WHEN THERE IS ONE, ELSE WHEREVER THE MEDICATION IS
036700* KEPT.  A DOSE WITH NO SUPPLY LEFT ON FILE GOES ON THE REPORT.
036800*----------------------------------------------------------------
036900 2000-POST-INVENTORY.
037000     OPEN OUTPUT INVENTORY-REPORT.
037100     MOVE SPACES TO RPT-LINE.
037200     STRING "MEDICATION INVENTORY POSTING FOR " DELIMITED BY SIZE
037300         WS-RUN-DATE DELIMITED BY SIZE
037400         INTO RPT-LINE
037500     END-STRING.
037600     WRITE RPT-LINE.
037700     OPEN INPUT INVENTORY-TRANSACTIONS.
037800     IF WS-TX-STATUS NOT = "00"
037900        MOVE "10" TO WS-TX-STATUS
038000     ELSE
038100        PERFORM UNTIL WS-TX-STATUS NOT = "00"
038200           READ INVENTORY-TRANSACTIONS
038300               AT END MOVE "10" TO WS-TX-STATUS
038400               NOT AT END PERFORM 2100-APPLY-TRANSACTION
038500           END-READ
038600        END-PERFORM
038700        CLOSE INVENTORY-TRANSACTIONS
038800     END-IF.
038900     PERFORM 3000-POST-DOSES.
039000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
039100        IF IV-DELETED(I) = "N"
039200           AND IV-LAST-POSTED(I) < WS-RUN-DATE
039300           MOVE WS-RUN-DATE TO IV-LAST-POSTED(I)
039400        END-IF
039500     END-PERFORM.
039600     PERFORM 4000-REWRITE-INVENTORY.
039700     CLOSE INVENTORY-REPORT.
039800     DISPLAY "GRADE-SCHOOL-MEDINV POSTED FOR " WS-RUN-DATE.
039900     DISPLAY "  SUPPLIES RECEIVED:  " WS-RECEIVED-COUNT.
040000     DISPLAY "  ROWS REMOVED:       " WS-REMOVED-COUNT.
040100     DISPLAY "  DOSES TAKEN OFF:    " WS-DOSE-COUNT.
040200     DISPLAY "  DOSES WITH NO STOCK: " WS-SHORT-COUNT.
040300     DISPLAY "  REJECTED:           " WS-REJECT-COUNT.
040400     IF WS-REJECT-COUNT > 0 OR WS-SHORT-COUNT > 0
040500        MOVE 4 TO RETURN-CODE
040600     END-IF.
040700
040800 2100-APPLY-TRANSACTION.
040900     MOVE 0 TO WS-FOUND.
041000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
041100        IF IV-STUDENT-ID(I) = ITX-STUDENT-ID
041200           AND IV-MEDICATION(I) = ITX-MEDICATION
041300           AND IV-LOCATION-TYPE(I) = ITX-LOCATION-TYPE
041400           AND IV-DELETED(I) = "N"
041500           MOVE I TO WS-FOUND
041600        END-IF
041700     END-PERFORM.
041800     EVALUATE ITX-ACTION
041900         WHEN "R"
042000             PERFORM 2200-RECEIVE-SUPPLY
042100         WHEN "X"
042200             IF WS-FOUND = 0
042300                MOVE "NO SUCH ROW TO REMOVE" TO WS-REJECT-REASON
042400                PERFORM 2900-REJECT-TRANSACTION
042500             ELSE
042600                MOVE "Y" TO IV-DELETED(WS-FOUND)
042700                ADD 1 TO WS-REMOVED-COUNT
042800             END-IF
042900         WHEN OTHER
043000             MOVE "ACTION NOT R OR X" TO WS-REJECT-REASON
043100             PERFORM 2900-REJECT-TRANSACTION
043200     END-EVALUATE.
043300
043400 2200-RECEIVE-SUPPLY.
043500     IF ITX-LOCATION-TYPE NOT = "H"
043550        AND ITX-LOCATION-TYPE NOT = "C"
043600        AND ITX-LOCATION-TYPE NOT = "B"
043700        MOVE "LOCATION TYPE NOT H, C OR B" TO WS-REJECT-REASON
043800        PERFORM 2900-REJECT-TRANSACTION
043900        EXIT PARAGRAPH
044000     END-IF.
044100     IF ITX-DOSES IS NOT NUMERIC OR ITX-DOSES = 0
044200        OR ITX-EXPIRY-DATE IS NOT NUMERIC OR ITX-EXPIRY-DATE = 0
044300        MOVE "NO DOSE COUNT OR EXPIRY DATE" TO WS-REJECT-REASON
044400        PERFORM 2900-REJECT-TRANSACTION
044500        EXIT PARAGRAPH
044600     END-IF.
044700     IF WS-FOUND = 0
044800        IF WS-INV-COUNT NOT < 5000
044900           MOVE "INVENTORY TABLE FULL" TO WS-REJECT-REASON
045000           PERFORM 2900-REJECT-TRANSACTION
045100           EXIT PARAGRAPH
045200        END-IF
045300        ADD 1 TO WS-INV-COUNT
045400        MOVE WS-INV-COUNT TO WS-FOUND
045500        MOVE ITX-STUDENT-ID TO IV-STUDENT-ID(WS-FOUND)
045600        MOVE ITX-MEDICATION TO IV-MEDICATION(WS-FOUND)
045700        MOVE ITX-LOCATION-TYPE TO IV-LOCATION-TYPE(WS-FOUND)
045800        MOVE 0 TO IV-ON-HAND(WS-FOUND)
045900*       A NEW SUPPLY STARTS WITH TODAY'S DOSES.
045910        COMPUTE IV-LAST-POSTED(WS-FOUND) =
045920            FUNCTION DATE-OF-INTEGER(
045930            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
046000        MOVE "N" TO IV-DELETED(WS-FOUND)
046100     END-IF.
046200     MOVE ITX-LOCATION TO IV-LOCATION(WS-FOUND).
046300     ADD ITX-DOSES TO IV-ON-HAND(WS-FOUND).
046400     MOVE ITX-EXPIRY-DATE TO IV-EXPIRY-DATE(WS-FOUND).
046500     IF ITX-AUTO-INJECTOR = "Y"
046600        MOVE "Y" TO IV-AUTO-INJECTOR(WS-FOUND)
046700     ELSE
046800        MOVE "N" TO IV-AUTO-INJECTOR(WS-FOUND)
046900     END-IF.
047000     ADD 1 TO WS-RECEIVED-COUNT.
047100
047200 2900-REJECT-TRANSACTION.
047300     ADD 1 TO WS-REJECT-COUNT.
047400     MOVE SPACES TO RPT-LINE.
047500     STRING "  REJECTED " DELIMITED BY SIZE
047600         ITX-ACTION DELIMITED BY SIZE
047700         " " DELIMITED BY SIZE
047800         ITX-STUDENT-ID DELIMITED BY SIZE
047900         " " DELIMITED BY SIZE
048000         ITX-MEDICATION DELIMITED BY SIZE
048100         " " DELIMITED BY SIZE
048200         ITX-LOCATION-TYPE DELIMITED BY SIZE
048300         "  " DELIMITED BY SIZE
048400         WS-REJECT-REASON DELIMITED BY SIZE
048500         INTO RPT-LINE
048600     END-STRING.
048700     WRITE RPT-LINE.
048800
048900 3000-POST-DOSES.
049000     OPEN INPUT MED-ADMIN-LOG.
049100     IF WS-ADMIN-STATUS NOT = "00"
049200        MOVE "10" TO WS-ADMIN-STATUS
049300        EXIT PARAGRAPH
049400     END-IF.
049500     PERFORM UNTIL WS-ADMIN-STATUS NOT = "00"
049600        READ MED-ADMIN-LOG
049700            AT END MOVE "10" TO WS-ADMIN-STATUS
049800        END-READ
049900        IF WS-ADMIN-STATUS = "00"
050000           AND MA-DATE NOT > WS-RUN-DATE
050100           PERFORM 3100-TAKE-OFF-DOSE
050200        END-IF
050300     END-PERFORM.
050400     CLOSE MED-ADMIN-LOG.
050500
050600 3100-TAKE-OFF-DOSE.
050700     MOVE 0 TO WS-FOUND.
050800     MOVE 0 TO J.
050900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
051000        IF IV-STUDENT-ID(I) = MA-STUDENT-ID
051100           AND IV-MEDICATION(I) = MA-MEDICATION
051200           AND IV-DELETED(I) = "N"
051300           MOVE I TO J
051400           IF MA-DATE > IV-LAST-POSTED(I)
051500              AND IV-ON-HAND(I) > 0
051600              AND (WS-FOUND = 0 OR IV-LOCATION-TYPE(I) = "H")
051700              MOVE I TO WS-FOUND
051800           END-IF
051900        END-IF
052000     END-PERFORM.
052100     IF WS-FOUND NOT = 0
052200        SUBTRACT 1 FROM IV-ON-HAND(WS-FOUND)
052300        ADD 1 TO WS-DOSE-COUNT
052400        EXIT PARAGRAPH
052500     END-IF.
052600*    NO ROW AT ALL IS A DOSE THE INVENTORY NEVER HEARD OF; A ROW
052700*    ALREADY POSTED PAST THIS DAY MEANS THE DOSE IS COUNTED.
052800     IF J NOT = 0
052900        IF MA-DATE NOT > IV-LAST-POSTED(J)
053000           EXIT PARAGRAPH
053100        END-IF
053200     END-IF.
053300     ADD 1 TO WS-SHORT-COUNT.
053400     MOVE SPACES TO RPT-LINE.
053500     STRING "  NO SUPPLY ON FILE: " DELIMITED BY SIZE
053600         MA-DATE DELIMITED BY SIZE
053700         " " DELIMITED BY SIZE
053800         MA-GIVEN-TIME DELIMITED BY SIZE
053900         " " DELIMITED BY SIZE
054000         MA-STUDENT-ID DELIMITED BY SIZE
054100         " " DELIMITED BY SIZE
054200         MA-MEDICATION DELIMITED BY SIZE
054300         INTO RPT-LINE
054400     END-STRING.
054500     WRITE RPT-LINE.
054600
054700 4000-REWRITE-INVENTORY.
054800     SORT IV-ROW ASCENDING IV-STUDENT-ID IV-MEDICATION
054900         IV-LOCATION-TYPE.
055000     OPEN OUTPUT INVENTORY-MASTER.
055100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
055200        IF IV-DELETED(I) = "N"
055300           MOVE IV-STUDENT-ID(I) TO MI-STUDENT-ID
055400           MOVE IV-MEDICATION(I) TO MI-MEDICATION
055500           MOVE IV-LOCATION-TYPE(I) TO MI-LOCATION-TYPE
055600           MOVE IV-LOCATION(I) TO MI-LOCATION
055700           MOVE IV-ON-HAND(I) TO MI-ON-HAND
055800           MOVE IV-EXPIRY-DATE(I) TO MI-EXPIRY-DATE
055900           MOVE IV-AUTO-INJECTOR(I) TO MI-AUTO-INJECTOR
056000           MOVE IV-LAST-POSTED(I) TO MI-LAST-POSTED
056100           WRITE INVENTORY-RECORD
056200        END-IF
056300     END-PERFORM.
056400     CLOSE INVENTORY-MASTER.
056500
056600*----------------------------------------------------------------
056700* WEEKLY.  A ROW IS SHORT WHEN IT HOLDS FEWER THAN TEN SCHOOL
056800* DAYS OF ITS MEDSCHED DOSES (AN AS-NEEDED MEDICATION WITH NO
056900* SCHEDULE, FEWER THAN TWO), AND EXPIRING WHEN IT EXPIRES
057000* WITHIN 30 DAYS OR ALREADY HAS.  EITHER SENDS THE HOUSEHOLD A
057100* MEDSUPLY NOTICE.  THEN EVERY SEVERE ALLERGSC SCORE IS CHECKED
057200* FOR AN UNEXPIRED AUTO-INJECTOR WITH A DOSE LEFT.
057300*----------------------------------------------------------------
057400 5000-WEEKLY-NOTICES.
057500     PERFORM 5100-LOAD-SCHEDULE.
057600     PERFORM 5200-LOAD-TEMPLATES.
057700     OPEN INPUT ROSTER-FILE.
057800     OPEN INPUT HOUSEHOLD-MASTER.
057900     OPEN OUTPUT NOTICE-PRINT.
058000     OPEN OUTPUT INVENTORY-REPORT.
058010     OPEN EXTEND CALL-FAMILY-FILE.
058020     IF WS-CF-STATUS = "35"
058030        OPEN OUTPUT CALL-FAMILY-FILE
058040     END-IF.
058100     MOVE SPACES TO RPT-LINE.
058200     STRING "MEDICATION SUPPLY NOTICES, WEEK OF "
058250         DELIMITED BY SIZE
058300         WS-RUN-DATE DELIMITED BY SIZE
058400         INTO RPT-LINE
058500     END-STRING.
058600     WRITE RPT-LINE.
058700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
058800        PERFORM 5300-CHECK-ONE-SUPPLY
058900     END-PERFORM.
059000     MOVE "SEVERE ALLERGIES WITH NO CURRENT AUTO-INJECTOR"
059100         TO RPT-LINE.
059200     WRITE RPT-LINE.
059300     PERFORM 6000-CHECK-INJECTOR-COVERAGE.
059350     CLOSE CALL-FAMILY-FILE.
059400     CLOSE INVENTORY-REPORT.
059500     CLOSE NOTICE-PRINT.
059600     CLOSE HOUSEHOLD-MASTER.
059700     CLOSE ROSTER-FILE.
059800     DISPLAY "GRADE-SCHOOL-MEDINV NOTICES FOR " WS-RUN-DATE.
059900     DISPLAY "  NOTICES PRINTED:    " WS-NOTICE-COUNT.
060000     DISPLAY "  DO-NOT-MAIL:        " WS-NOMAIL-COUNT.
060050     DISPLAY "  MAIL RETURNED:      " WS-CALL-COUNT.
060100     DISPLAY "  NO AUTO-INJECTOR:   " WS-UNCOVERED-COUNT.
060200     IF WS-UNCOVERED-COUNT > 0
060300        MOVE 4 TO RETURN-CODE
060400     END-IF.
060500
060600 5100-LOAD-SCHEDULE.
060700     OPEN INPUT MED-SCHEDULE.
060800     IF WS-SCHED-STATUS NOT = "00"
060900        MOVE "10" TO WS-SCHED-STATUS
061000        EXIT PARAGRAPH
061100     END-IF.
061200     PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
061300        READ MED-SCHEDULE
061400            AT END MOVE "10" TO WS-SCHED-STATUS
061500        END-READ
061600        IF WS-SCHED-STATUS = "00"
061700           AND WS-SCHED-COUNT < 2000
061800           ADD 1 TO WS-SCHED-COUNT
061900           MOVE MS-STUDENT-ID TO SD-STUDENT-ID(WS-SCHED-COUNT)
062000           MOVE MS-MEDICATION TO SD-MEDICATION(WS-SCHED-COUNT)
062100        END-IF
062200     END-PERFORM.
062300     CLOSE MED-SCHEDULE.
062400
062500 5200-LOAD-TEMPLATES.
062600     OPEN INPUT LETTER-TEMPLATE-FILE.
062700     IF WS-TMPL-STATUS NOT = "00"
062800        MOVE "10" TO WS-TMPL-STATUS
062900        EXIT PARAGRAPH
063000     END-IF.
063100     PERFORM UNTIL WS-TMPL-STATUS NOT = "00"
063200        READ LETTER-TEMPLATE-FILE
063300            AT END MOVE "10" TO WS-TMPL-STATUS
063400        END-READ
063500        IF WS-TMPL-STATUS = "00"
063600           AND LT-TYPE = "MEDSUPLY"
063700           AND WS-TMPL-COUNT < 200
063800           ADD 1 TO WS-TMPL-COUNT
063900           MOVE LT-LANGUAGE TO LT-T-LANGUAGE(WS-TMPL-COUNT)
064000           MOVE LT-TEXT TO LT-T-TEXT(WS-TMPL-COUNT)
064100        END-IF
064200     END-PERFORM.
064300     CLOSE LETTER-TEMPLATE-FILE.
064400
064500 5300-CHECK-ONE-SUPPLY.
064600     MOVE 0 TO WS-DAILY-DOSES.
064700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCHED-COUNT
064800        IF SD-STUDENT-ID(J) = IV-STUDENT-ID(I)
064900           AND SD-MEDICATION(J) = IV-MEDICATION(I)
065000           ADD 1 TO WS-DAILY-DOSES
065100        END-IF
065200     END-PERFORM.
065300     IF WS-DAILY-DOSES = 0
065400        MOVE 2 TO WS-TWO-WEEKS
065500     ELSE
065600        COMPUTE WS-TWO-WEEKS = WS-DAILY-DOSES * 10
065700     END-IF.
065800     SET SUPPLY-OK TO TRUE.
065900     IF IV-ON-HAND(I) < WS-TWO-WEEKS
066000        SET SUPPLY-LOW TO TRUE
066100     END-IF.
066200     SET SUPPLY-CURRENT TO TRUE.
066300     IF IV-EXPIRY-DATE(I) NOT > WS-EXPIRY-LIMIT
066400        SET SUPPLY-EXPIRING TO TRUE
066500     END-IF.
066600     IF SUPPLY-OK AND SUPPLY-CURRENT
066700        EXIT PARAGRAPH
066800     END-IF.
066900     MOVE IV-STUDENT-ID(I) TO FR-STUDENT-ID.
067000     READ ROSTER-FILE
067100         INVALID KEY CONTINUE
067200     END-READ.
067300     IF WS-FILE-STATUS NOT = "00"
067400        MOVE "00" TO WS-FILE-STATUS
067500        EXIT PARAGRAPH
067600     END-IF.
067700     PERFORM 5400-PRINT-NOTICE.
067800
067900*----------------------------------------------------------------
068000* ONE NOTICE PER SHORT OR EXPIRING ROW, BODY FROM LTRTMPLT IN
068100* THE HOUSEHOLD'S LANGUAGE WITH THE ENGLISH FALLBACK THE OTHER
068200* LETTERS USE.  DO-NOT-MAIL HOUSEHOLDS ARE LISTED FOR A CALL.
068250* A HOUSEHOLD WHOSE MAIL COMES BACK GOES ON CALLFAM AS WELL.
068300*----------------------------------------------------------------
068400 5400-PRINT-NOTICE.
068500     MOVE SPACES TO HM-GUARDIAN-1.
068600     MOVE SPACES TO HM-ADDRESS.
068700     MOVE SPACES TO HM-LANGUAGE.
068800     MOVE "N" TO HM-DO-NOT-MAIL.
068850     MOVE SPACE TO HM-ADDR-STATUS.
068900     MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
069000     READ HOUSEHOLD-MASTER
069100         INVALID KEY CONTINUE
069200     END-READ.
069300     IF WS-HM-STATUS NOT = "00"
069400        MOVE "00" TO WS-HM-STATUS
069450        MOVE SPACE TO HM-ADDR-STATUS
069500        MOVE "(NO ADDRESS ON FILE -- SEE CARD FILE)"
069600            TO HM-GUARDIAN-1
069700     END-IF.
069800     MOVE IV-ON-HAND(I) TO WS-QTY-DISP.
069900     MOVE SPACES TO RPT-LINE.
070000     STRING "  " DELIMITED BY SIZE
070100         IV-STUDENT-ID(I) DELIMITED BY SIZE
070200         " " DELIMITED BY SIZE
070300         FR-NAME(1:24) DELIMITED BY SIZE
070400         " " DELIMITED BY SIZE
070500         IV-MEDICATION(I) DELIMITED BY SIZE
070600         " ON HAND" DELIMITED BY SIZE
070700         WS-QTY-DISP DELIMITED BY SIZE
070800         " EXP " DELIMITED BY SIZE
070900         IV-EXPIRY-DATE(I) DELIMITED BY SIZE
071000         INTO RPT-LINE
071100     END-STRING.
071200     IF HM-NO-MAIL
071300        MOVE "DO NOT MAIL -- CALL" TO RPT-LINE(81:19)
071400        ADD 1 TO WS-NOMAIL-COUNT
071500        WRITE RPT-LINE
071600        EXIT PARAGRAPH
071700     END-IF.
071710     IF HM-ADDRESS-BAD
071720        MOVE "MAIL RETURNED--CALL" TO RPT-LINE(81:19)
071730        WRITE RPT-LINE
071740        PERFORM 5460-CALL-FAMILY
071750        EXIT PARAGRAPH
071760     END-IF.
071800     WRITE RPT-LINE.
071900     ADD 1 TO WS-NOTICE-COUNT.
072000     MOVE SPACES TO NTC-LINE.
072100     WRITE NTC-LINE.
072200     MOVE "MEDICATION SUPPLY NOTICE" TO NTC-LINE.
072300     WRITE NTC-LINE.
072400     MOVE HM-GUARDIAN-1 TO NTC-LINE.
072500     WRITE NTC-LINE.
072600     MOVE HM-ADDRESS TO NTC-LINE.
072700     WRITE NTC-LINE.
072800     MOVE SPACES TO NTC-LINE.
072900     STRING "RE: " DELIMITED BY SIZE
073000         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
073100         "  " DELIMITED BY SIZE
073200         FUNCTION TRIM(IV-MEDICATION(I)) DELIMITED BY SIZE
073300         "  KEPT AT " DELIMITED BY SIZE
073400         IV-LOCATION(I) DELIMITED BY SIZE
073500         INTO NTC-LINE
073600     END-STRING.
073700     WRITE NTC-LINE.
073800     IF SUPPLY-LOW
073900        MOVE SPACES TO NTC-LINE
074000        STRING "DOSES LEFT: " DELIMITED BY SIZE
074100            WS-QTY-DISP DELIMITED BY SIZE
074200            " -- LESS THAN TWO WEEKS' SUPPLY" DELIMITED BY SIZE
074300            INTO NTC-LINE
074400        END-STRING
074500        WRITE NTC-LINE
074600     END-IF.
074700     IF SUPPLY-EXPIRING
074800        MOVE SPACES TO NTC-LINE
074900        STRING "EXPIRES: " DELIMITED BY SIZE
075000            IV-EXPIRY-DATE(I) DELIMITED BY SIZE
075100            INTO NTC-LINE
075200        END-STRING
075300        WRITE NTC-LINE
075400     END-IF.
075500     MOVE HM-LANGUAGE TO WS-LETTER-LANG.
075600     IF WS-LETTER-LANG = SPACES
075700        MOVE "EN" TO WS-LETTER-LANG
075800     END-IF.
075900     PERFORM 5450-PRINT-BODY-LINES.
076000     IF WS-BODY-PRINTED = 0
076100        AND WS-LETTER-LANG NOT = "EN"
076200        ADD 1 TO WS-NOLANG-COUNT
076300        MOVE "** NO TEMPLATE FOR LANGUAGE -- ENGLISH BODY **"
076400            TO NTC-LINE
076500        WRITE NTC-LINE
076600        MOVE "EN" TO WS-LETTER-LANG
076700        PERFORM 5450-PRINT-BODY-LINES
076800     END-IF.
076900
077000 5450-PRINT-BODY-LINES.
077100     MOVE 0 TO WS-BODY-PRINTED.
077200     PERFORM VARYING WS-TMPL-INDX FROM 1 BY 1
077300              UNTIL WS-TMPL-INDX > WS-TMPL-COUNT
077400        IF LT-T-LANGUAGE(WS-TMPL-INDX) = WS-LETTER-LANG
077500           ADD 1 TO WS-BODY-PRINTED
077600           MOVE LT-T-TEXT(WS-TMPL-INDX) TO NTC-LINE
077700           WRITE NTC-LINE
077800        END-IF
077900     END-PERFORM.
077905
077911 5460-CALL-FAMILY.
077917     ADD 1 TO WS-CALL-COUNT.
077923     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
077929     MOVE "MEDINV" TO CF-SOURCE.
077935     MOVE "MEDSUPLY" TO CF-LETTER-TYPE.
077941     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
077947     MOVE IV-STUDENT-ID(I) TO CF-STUDENT-ID.
077952     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
077958     MOVE HM-PHONE-1 TO CF-PHONE-1.
077964     MOVE HM-PHONE-2 TO CF-PHONE-2.
077970     MOVE 0 TO CF-RETURN-COUNT.
077976     IF HM-RETURN-COUNT IS NUMERIC
077982        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
077988     END-IF.
077994     WRITE CALL-FAMILY-RECORD.
078000
078100 6000-CHECK-INJECTOR-COVERAGE.
078200     PERFORM 6100-LOAD-ALLERGENS.
078300     OPEN INPUT SCORE-FILE.
078400     IF WS-SC-STATUS NOT = "00"
078500        MOVE "10" TO WS-SC-STATUS
078600        EXIT PARAGRAPH
078700     END-IF.
078800     PERFORM UNTIL WS-SC-STATUS NOT = "00"
078900        READ SCORE-FILE
079000            AT END MOVE "10" TO WS-SC-STATUS
079100        END-READ
079200        IF WS-SC-STATUS = "00"
079300           AND SF-SCORE IS NUMERIC
079400           AND SF-SCORE > 0
079500           PERFORM 6200-CHECK-ONE-SCORE
079600        END-IF
079700     END-PERFORM.
079800     CLOSE SCORE-FILE.
079900
080000 6100-LOAD-ALLERGENS.
080100     OPEN INPUT ALLERGEN-LIST-FILE.
080200     IF WS-AL-STATUS NOT = "00"
080300        MOVE "10" TO WS-AL-STATUS
080400        EXIT PARAGRAPH
080500     END-IF.
080600     PERFORM UNTIL WS-AL-STATUS NOT = "00"
080700        READ ALLERGEN-LIST-FILE
080800            AT END MOVE "10" TO WS-AL-STATUS
080900        END-READ
081000        IF WS-AL-STATUS = "00"
081100           AND WS-ALLERGEN-COUNT < 32
081200           ADD 1 TO WS-ALLERGEN-COUNT
081300           MOVE ALLERGEN-LIST-RECORD
081400               TO ALLERGEN(WS-ALLERGEN-COUNT)
081500        END-IF
081600     END-PERFORM.
081700     CLOSE ALLERGEN-LIST-FILE.
081800
081900*----------------------------------------------------------------
082000* THE SAME POWER-OF-TWO SCORE DECODING ALLERGIES' ALLERGIC-TO
082100* RUNS: A BIT SET IN BOTH THE SCORE AND THE SEVERE MASK NEEDS
082200* AN AUTO-INJECTOR.
082300*----------------------------------------------------------------
082400 6200-CHECK-ONE-SCORE.
082500     MOVE SPACES TO WS-SEVERE-NAMES.
082600     MOVE 1 TO WS-NAMES-PTR.
082700     MOVE SF-SCORE TO WS-SCORE.
082800     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
082900        COMPUTE WS-ALLERGEN-VALUE = 2 ** (J - 1)
083000        DIVIDE WS-SCORE BY WS-ALLERGEN-VALUE
083100            GIVING WS-SHIFTED
083200        IF FUNCTION REM(WS-SHIFTED, 2) = 1
083300           DIVIDE WS-SEVERE-MASK BY WS-ALLERGEN-VALUE
083400               GIVING WS-SHIFTED
083500           IF FUNCTION REM(WS-SHIFTED, 2) = 1
083600              IF J > WS-ALLERGEN-COUNT
083700                 MOVE WS-ALLERGEN-VALUE TO ALLERGEN(J)
083800              END-IF
083900              STRING FUNCTION TRIM(ALLERGEN(J)) DELIMITED BY SIZE
084000                  " " DELIMITED BY SIZE
084100                  INTO WS-SEVERE-NAMES
084200                  WITH POINTER WS-NAMES-PTR
084300                  ON OVERFLOW CONTINUE
084400              END-STRING
084500           END-IF
084600        END-IF
084700     END-PERFORM.
084800     IF WS-SEVERE-NAMES = SPACES
084900        EXIT PARAGRAPH
085000     END-IF.
085100     SET NO-INJECTOR-ON-FILE TO TRUE.
085200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
085300        IF IV-STUDENT-ID(I) = SF-STUDENT-ID
085400           AND IV-AUTO-INJECTOR(I) = "Y"
085500           AND IV-ON-HAND(I) > 0
085600           AND IV-EXPIRY-DATE(I) > WS-RUN-DATE
085700           SET INJECTOR-ON-FILE TO TRUE
085800        END-IF
085900     END-PERFORM.
086000     IF INJECTOR-ON-FILE
086100        EXIT PARAGRAPH
086200     END-IF.
086300     MOVE SF-STUDENT-ID TO FR-STUDENT-ID.
086400     READ ROSTER-FILE
086500         INVALID KEY CONTINUE
086600     END-READ.
086700     IF WS-FILE-STATUS NOT = "00"
086800        MOVE "00" TO WS-FILE-STATUS
086900        EXIT PARAGRAPH
087000     END-IF.
087100     ADD 1 TO WS-UNCOVERED-COUNT.
087200     MOVE SPACES TO RPT-LINE.
087300     STRING "  " DELIMITED BY SIZE
087400         FR-STUDENT-ID DELIMITED BY SIZE
087500         " " DELIMITED BY SIZE
087600         FR-NAME(1:30) DELIMITED BY SIZE
087700         " GR " DELIMITED BY SIZE
087800         FR-GRADE DELIMITED BY SIZE
087900         "  " DELIMITED BY SIZE
088000         WS-SEVERE-NAMES DELIMITED BY SIZE
088100         INTO RPT-LINE
088200     END-STRING.
088300     WRITE RPT-LINE.
088400
088500*----------------------------------------------------------------
088600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
088700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
088800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
088900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
089000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
089100*----------------------------------------------------------------
089200 9800-CHECK-LAYOUTS.
089300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
089400     OPEN EXTEND LAYOUT-USAGE-LOG.
089500     IF WS-LU-STATUS = "35"
089600        OPEN OUTPUT LAYOUT-USAGE-LOG
089700     END-IF.
089800     MOVE "ROSTERF" TO WS-LK-DATASET.
089900     MOVE 3 TO WS-LK-VERSION.
090000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
090100     PERFORM 9820-CHECK-ONE-LAYOUT.
090200     MOVE "HSHLDMST" TO WS-LK-DATASET.
090300     MOVE 3 TO WS-LK-VERSION.
090400     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
090500     PERFORM 9820-CHECK-ONE-LAYOUT.
090600     CLOSE LAYOUT-USAGE-LOG.
090700
090800 9810-LOAD-LAYOUT-CONTROL.
090900     MOVE 0 TO WS-LC-COUNT.
091000     OPEN INPUT LAYOUT-CONTROL.
091100     IF WS-LC-STATUS NOT = "00"
091200        EXIT PARAGRAPH
091300     END-IF.
091400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
091500        READ LAYOUT-CONTROL
091600            AT END MOVE "10" TO WS-LC-STATUS
091700        END-READ
091800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
091900           ADD 1 TO WS-LC-COUNT
092000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
092100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
092200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
092300        END-IF
092400     END-PERFORM.
092500     CLOSE LAYOUT-CONTROL.
092600
092700*----------------------------------------------------------------
092800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
092900* AS NOCTL.
093000*----------------------------------------------------------------
093100 9820-CHECK-ONE-LAYOUT.
093200     MOVE "NOCTL" TO WS-LK-RESULT.
093300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
093400             UNTIL WS-LC-INDX > WS-LC-COUNT
093500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
093600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
093700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
093800              MOVE "CURRENT" TO WS-LK-RESULT
093900           ELSE
094000              MOVE "MISMATCH" TO WS-LK-RESULT
094100           END-IF
094200        END-IF
094300     END-PERFORM.
094400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
094500     MOVE "GRADE-SCHOOL-MEDINV" TO LU-PROGRAM.
094600     MOVE WS-LK-DATASET TO LU-DATASET.
094700     MOVE WS-LK-VERSION TO LU-VERSION.
094800     MOVE WS-LK-LENGTH TO LU-LENGTH.
094900     MOVE WS-LK-RESULT TO LU-RESULT.
095000     WRITE LAYOUT-USAGE-RECORD.
095100     IF WS-LK-RESULT NOT = "MISMATCH"
095200        EXIT PARAGRAPH
095300     END-IF.
095400     SET LAYOUT-MISMATCH TO TRUE.
095500     DISPLAY "GRADE-SCHOOL-MEDINV HALTED: " WS-LK-DATASET
095600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
095700         " DOES NOT MATCH LAYOUTCT".
095800     OPEN EXTEND OPS-ERROR-LOG.
095900     IF WS-OPS-LOG-STATUS = "35"
096000        OPEN OUTPUT OPS-ERROR-LOG
096100     END-IF.
096200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
096300     MOVE "GRADE-SCHOOL-MEDINV" TO OE-PROGRAM.
096400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
096500     MOVE "LAYOUT" TO OE-OPERATION.
096600     MOVE "16" TO OE-STATUS.
096700     WRITE OPS-ERROR-RECORD.
096800     CLOSE OPS-ERROR-LOG.
