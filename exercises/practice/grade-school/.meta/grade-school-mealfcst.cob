000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-MEALFCST.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  MEAL PRODUCTION FORECAST.  THE KITCHEN MANAGERS
001100*                 SIZED LUNCH FROM MEMORY AND RAN OUT OR THREW
001200*                 FOOD AWAY ON TRIP AND TESTING DAYS.  MFCPARM
001300*                 SAYS FORECAST OR COMPARE.  FORECAST PLANS THE
001400*                 SCHOOL DAYS OF THE COMING WEEK FOR EVERY
001500*                 BUILDING: THE USUAL MEALSERV COUNT FOR THE
001600*                 WEEKDAY, SCALED BY THE STUDENTS EXPECTED ON
001700*                 CAMPUS -- ENROLLMENT LESS THE RECENT ATTNDNCE
001800*                 ABSENCE RATE AND LESS THOSE AWAY ON A TRIPMAST
001900*                 TRIP WITH A SIGNED SLIP -- AND CUT ON SCHOOLCAL
002000*                 EARLY-DISMISSAL (E) DAYS.  THE MEALPROD SHEET
002100*                 LISTS EACH MENUCYCL ITEM WITH ITS SERVINGS AND
002200*                 THE SUBSTITUTES THE ALLERGSC SCORES CALL FOR;
002300*                 THE PLAN IS KEPT ON MEALPLAN.  COMPARE, RUN
002400*                 AFTER SERVICE, SETS A DAY'S PLAN AGAINST THE
002500*                 MEALS ACTUALLY SERVED ON MEALCMP.  ROSTERF AND
002600*                 ATTNDNCE ARE CHECKED AGAINST LAYOUTCT AT START.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE ASSIGN TO "MFCPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700
003800     SELECT MENU-CYCLE-FILE ASSIGN TO "MENUCYCL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MENU-STATUS.
004100
004200     SELECT SERVED-MEAL-LOG ASSIGN TO "MEALSERV"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SV-STATUS.
004500
004600     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS FR-STUDENT-ID
005000         FILE STATUS IS WS-FILE-STATUS.
005100
005200     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS ATT-KEY
005600         FILE STATUS IS WS-ATT-FILE-STATUS.
005700
005800     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHOOLCAL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CAL-STATUS.
006100
006200     SELECT TRIP-MASTER ASSIGN TO "TRIPMAST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-TM-STATUS.
006500
006600     SELECT PERMISSION-FILE ASSIGN TO "TRIPPERM"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PM-STATUS.
006900
007000     SELECT SCORE-FILE ASSIGN TO "ALLERGSC"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SC-STATUS.
007300
007400     SELECT ALLERGEN-LIST-FILE ASSIGN TO "ALLERGLS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AL-STATUS.
007700
007800     SELECT MEAL-PLAN-FILE ASSIGN TO "MEALPLAN"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-MP-STATUS.
008100
008200     SELECT PRODUCTION-SHEET ASSIGN TO "MEALPROD"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT COMPARE-REPORT ASSIGN TO "MEALCMP"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-LC-STATUS.
009100
009200     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-LU-STATUS.
009500
009600     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-OPS-LOG-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  PARM-FILE.
010300*----------------------------------------------------------------
010400* FORECAST: THE FIRST DAY OF THE WEEK TO PLAN (ZERO = NEXT
010500* MONDAY), THE MENUCYCL MEAL CODE (BLANK = L, LUNCH), THE SHARE
010600* OF THE USUAL COUNT SERVED ON AN EARLY-DISMISSAL DAY IN WHOLE
010700* PERCENT (ZERO = 50) AND THE DAYS OF ATTNDNCE AND MEALSERV
010800* HISTORY TO READ (ZERO = 56, AT MOST 365).  COMPARE: THE SERVICE
010900* DATE (ZERO = TODAY).
011000*----------------------------------------------------------------
011100 01  PARM-RECORD.
011200     05 MF-MODE               PIC X(08).
011300     05 FILLER                PIC X(01).
011400     05 MF-DATE               PIC 9(08).
011500     05 FILLER                PIC X(01).
011600     05 MF-MEAL               PIC X(01).
011700     05 FILLER                PIC X(01).
011800     05 MF-EARLY-PCT          PIC 9(03).
011900     05 FILLER                PIC X(01).
012000     05 MF-LOOKBACK           PIC 9(03).
012100
012200 FD  MENU-CYCLE-FILE.
012300*----------------------------------------------------------------
012400* LAYOUT MUST MATCH ALLERGIES' MENU-CYCLE-RECORD: ONE ROW PER
012500* MENU ITEM PER ALLERGEN IT CONTAINS (BLANK WHEN IT HAS NONE),
012600* WITH THE KITCHEN'S APPROVED SUBSTITUTE.
012700*----------------------------------------------------------------
012800 01  MENU-CYCLE-RECORD.
012900     05 MN-DATE               PIC 9(08).
013000     05 MN-MEAL               PIC X(01).
013100     05 MN-ITEM               PIC X(20).
013200     05 MN-ALLERGEN           PIC X(12).
013300     05 MN-SUBSTITUTE         PIC X(20).
013400
013500 FD  SERVED-MEAL-LOG.
013600*----------------------------------------------------------------
013700* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S SERVED-MEAL-RECORD.
013800*----------------------------------------------------------------
013900 01  SERVED-MEAL-RECORD.
014000     05 SV-DATE               PIC 9(08).
014100     05 SV-STUDENT-ID         PIC 9(09).
014200     05 SV-DETERMINATION      PIC X(01).
014300     05 SV-PRICE              PIC 9(03)V99.
014400
014500 FD  ROSTER-FILE.
014600*----------------------------------------------------------------
014700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
014800*----------------------------------------------------------------
014900 01  ROSTER-RECORD.
015000     05 FR-STUDENT-ID         PIC 9(09).
015100     05 FR-NAME               PIC X(60).
015200     05 FR-GRADE              PIC 9(02).
015300     05 FR-TEACHER            PIC X(30).
015400     05 FR-SECTION            PIC 9(01).
015500     05 FR-HOUSEHOLD-ID       PIC 9(09).
015600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE.
015700     05 FR-IEP-FLAG           PIC X(01).
015800     05 FR-DOB                PIC 9(08).
015900     05 FR-SCHOOL-CODE        PIC 9(02).
016000     05 FR-GENDER             PIC X(01).
016100     05 FR-RACE-ETH           PIC X(01).
016200
016300 FD  ATTENDANCE-FILE.
016400*----------------------------------------------------------------
016500* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-ATTENDANCE OUTPUT.
016600*----------------------------------------------------------------
016700 01  ATT-RECORD.
016800     05 ATT-KEY.
016900        10 ATT-STUDENT-ID     PIC 9(09).
017000        10 ATT-DATE           PIC 9(08).
017100*       0 IS A WHOLE-DAY MARK, 1-9 ONE PERIOD OF AN UPPER-
017200*       GRADE DAY.
017300        10 ATT-PERIOD         PIC 9(01).
017400     05 ATT-CODE              PIC X(01).
017500
017600 FD  SCHOOL-CALENDAR.
017700*----------------------------------------------------------------
017800* THE INSTRUCTIONAL CALENDAR MEETUP'S CALENDAR SUBSYSTEM
017900* GENERATES: I INSTRUCTIONAL, E EARLY DISMISSAL.
018000*----------------------------------------------------------------
018100 01  CALENDAR-RECORD.
018200     05 CAL-DATE              PIC 9(08).
018300     05 CAL-DAY-TYPE          PIC X(01).
018400
018500 FD  TRIP-MASTER.
018600*----------------------------------------------------------------
018700* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S TRIP-RECORD.  ONLY THE
018800* TRIP AND ITS DATE MATTER HERE.
018900*----------------------------------------------------------------
019000 01  TRIP-RECORD.
019100     05 TM-TRIP-ID            PIC 9(04).
019200     05 TM-DATE               PIC 9(08).
019300     05 TM-GRADE              PIC 9(02).
019400     05 TM-SECTION            PIC 9(01).
019500     05 TM-DESTINATION        PIC X(30).
019600     05 TM-CHAPERONE-ID       PIC 9(06) OCCURS 4 TIMES.
019700     05 TM-SCHOOL-CODE        PIC 9(02).
019800     05 TM-DEPART-TIME        PIC 9(04).
019900     05 TM-RETURN-TIME        PIC 9(04).
020000     05 TM-ROUND-TRIP-MILES   PIC 9(04).
020100
020200*----------------------------------------------------------------
020300* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S PERMISSION-RECORD: Y
020400* WHEN THE SLIP CAME BACK SIGNED AND THE STUDENT GOES.
020500*----------------------------------------------------------------
020600 FD  PERMISSION-FILE.
020700 01  PERMISSION-RECORD.
020800     05 PM-TRIP-ID            PIC 9(04).
020900     05 PM-STUDENT-ID         PIC 9(09).
021000     05 PM-RETURNED           PIC X(01).
021100
021200 FD  SCORE-FILE.
021300*----------------------------------------------------------------
021400* LAYOUT MUST MATCH ALLERGIES' ALLERGSC SCORECARD ROWS.
021500*----------------------------------------------------------------
021600 01  SCORE-FILE-RECORD.
021700     05 SF-STUDENT-ID         PIC 9(09).
021800     05 SF-SCORE              PIC 9(03).
021900
022000 FD  ALLERGEN-LIST-FILE.
022100 01  ALLERGEN-LIST-RECORD     PIC X(12).
022200
022300 FD  MEAL-PLAN-FILE.
022400*----------------------------------------------------------------
022500* ONE ROW PER BUILDING PER PLANNED DAY, APPENDED BY EVERY
022600* FORECAST RUN.  WHEN A WEEK IS RE-FORECAST THE LATEST ROW FOR
022700* THE DAY IS THE PLAN COMPARE MEASURES AGAINST.
022800*----------------------------------------------------------------
022900 01  MEAL-PLAN-RECORD.
023000     05 MP-DATE               PIC 9(08).
023100     05 MP-SCHOOL-CODE        PIC 9(02).
023200     05 MP-DAY-TYPE           PIC X(01).
023300     05 MP-ENROLLED           PIC 9(05).
023400     05 MP-EXP-ABSENT         PIC 9(05).
023500     05 MP-AWAY               PIC 9(05).
023600     05 MP-USUAL              PIC 9(05).
023700     05 MP-PLANNED            PIC 9(05).
023800     05 MP-RUN-DATE           PIC 9(08).
023900
024000 FD  PRODUCTION-SHEET.
024100 01  PRD-LINE                 PIC X(100).
024200
024300 FD  COMPARE-REPORT.
024400 01  CMP-LINE                 PIC X(100).
024500
024600 FD  LAYOUT-CONTROL.
024700*----------------------------------------------------------------
024800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
024900* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
025000*----------------------------------------------------------------
025100 01  LAYOUT-CONTROL-RECORD.
025200     05 LC-DATASET            PIC X(08).
025300     05 LC-VERSION            PIC 9(03).
025400     05 LC-LENGTH             PIC 9(05).
025500     05 LC-EFFECTIVE-DATE     PIC 9(08).
025600
025700 FD  LAYOUT-USAGE-LOG.
025800*----------------------------------------------------------------
025900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
026000* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
026100*----------------------------------------------------------------
026200 01  LAYOUT-USAGE-RECORD.
026300     05 LU-TIMESTAMP          PIC 9(14).
026400     05 LU-PROGRAM            PIC X(24).
026500     05 LU-DATASET            PIC X(08).
026600     05 LU-VERSION            PIC 9(03).
026700     05 LU-LENGTH             PIC 9(05).
026800     05 LU-RESULT             PIC X(08).
026900
027000 FD  OPS-ERROR-LOG.
027100*----------------------------------------------------------------
027200* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
027300* SHARED SHOP-WIDE ERROR LOG.
027400*----------------------------------------------------------------
027500 01  OPS-ERROR-RECORD.
027600     05 OE-TIMESTAMP          PIC 9(14).
027700     05 OE-PROGRAM            PIC X(20).
027800     05 OE-FILE-NAME          PIC X(08).
027900     05 OE-OPERATION          PIC X(08).
028000     05 OE-STATUS             PIC XX.
028100
028200 WORKING-STORAGE SECTION.
028300 01 WS-PARM-STATUS             PIC XX.
028400 01 WS-MENU-STATUS             PIC XX.
028500 01 WS-SV-STATUS               PIC XX.
028600 01 WS-FILE-STATUS             PIC XX.
028700 01 WS-ATT-FILE-STATUS         PIC XX.
028800 01 WS-CAL-STATUS              PIC XX.
028900 01 WS-TM-STATUS               PIC XX.
029000 01 WS-PM-STATUS               PIC XX.
029100 01 WS-SC-STATUS               PIC XX.
029200 01 WS-AL-STATUS               PIC XX.
029300 01 WS-MP-STATUS               PIC XX.
029400 01 WS-MODE                    PIC X(08).
029500 01 WS-RUN-DATE                PIC 9(08).
029600 01 WS-MEAL                    PIC X(01).
029700 01 WS-EARLY-PCT               PIC 9(03).
029800 01 WS-LOOKBACK                PIC 9(03).
029900 01 WS-TODAY                   PIC 9(08).
030000 01 WS-START-INT               PIC 9(07).
030100 01 WS-HIST-FROM               PIC 9(08).
030200 01 WS-HIST-TO                 PIC 9(08).
030300 01 WS-WEEK-END                PIC 9(08).
030400 01 WS-CHECK-DATE              PIC 9(08).
030500 01 WS-WEEKDAY                 PIC 9(01).
030600 01 WS-DAY-TYPE                PIC X(01).
030700 01 WS-LAST-CHECK-DATE         PIC 9(08) VALUE ZERO.
030800 01 WS-LAST-DAY-TYPE           PIC X(01).
030900 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
031000 01 WS-BL-IX                   PIC 9(03) COMP.
031100 01 WS-DY-IX                   PIC 9(01) COMP.
031200 01 WS-MU-IX                   PIC 9(03) COMP.
031300 01 WS-MU-IX2                  PIC 9(03) COMP.
031400 01 WS-ST-SUB                  PIC 9(05) COMP.
031500 01 I                          PIC 9(03) COMP.
031600 01 J                          PIC 9(03) COMP.
031700 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
031800 01 WS-VARIANCE-EDIT           PIC ++,++9.
031900
032000*----------------------------------------------------------------
032100* COMPARE FLAGS A BUILDING WHOSE PLAN WAS OVER THE MEALS SERVED
032200* BY MORE THAN THIS SHARE OF THE PLAN, IN WHOLE PERCENT.
032300*----------------------------------------------------------------
032400 01 WS-WASTE-PCT               PIC 9(03) VALUE 10.
032500
032600*----------------------------------------------------------------
032700* ONE BUILDING'S FIGURES FOR ONE PLANNED DAY.
032800*----------------------------------------------------------------
032900 01 WS-SCHOOL-CODE             PIC 9(02).
033000 01 WS-EXP-ABSENT              PIC 9(05).
033100 01 WS-EXP-PRESENT             PIC 9(05).
033200 01 WS-AWAY                    PIC 9(05).
033300 01 WS-ON-CAMPUS               PIC 9(05).
033400 01 WS-USUAL                   PIC 9(05).
033500 01 WS-PLANNED                 PIC 9(05).
033600 01 WS-ITEM-SUBS               PIC 9(05).
033700 01 WS-ITEM-SERVINGS           PIC 9(05).
033800 01 WS-VARIANCE                PIC S9(05).
033900 01 WS-WASTE-LIMIT             PIC 9(05).
034000 01 WS-HISTORY-SWITCH          PIC X(01).
034100     88 HISTORY-ON-FILE                  VALUE "Y".
034200     88 NO-HISTORY                       VALUE "N".
034300 01 WS-FIRST-ROW-SWITCH        PIC X(01).
034400     88 FIRST-ROW-OF-ITEM                VALUE "Y".
034500     88 LATER-ROW-OF-ITEM                VALUE "N".
034600
034700*----------------------------------------------------------------
034800* RUN TALLIES.
034900*----------------------------------------------------------------
035000 01 WS-SHEET-COUNT             PIC 9(05) COMP VALUE ZERO.
035100 01 WS-NO-HISTORY-COUNT        PIC 9(05) COMP VALUE ZERO.
035200 01 WS-NO-MENU-COUNT           PIC 9(05) COMP VALUE ZERO.
035300 01 WS-AWAY-COUNT              PIC 9(05) COMP VALUE ZERO.
035400 01 WS-UNKNOWN-COUNT           PIC 9(07) COMP VALUE ZERO.
035500 01 WS-FLAGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
035600 01 WS-TOTAL-PLANNED           PIC 9(07) COMP VALUE ZERO.
035700 01 WS-TOTAL-SERVED            PIC 9(07) COMP VALUE ZERO.
035800
035900*----------------------------------------------------------------
036000* MONDAY = 1 THROUGH SUNDAY = 7.
036100*----------------------------------------------------------------
036200 01 DAY-NAMES.
036300     05 FILLER                PIC X(21)
036400                                 VALUE "MONTUEWEDTHUFRISATSUN".
036500 01 FILLER REDEFINES DAY-NAMES.
036600     05 DAY-NAME              PIC X(03) OCCURS 7 TIMES.
036700
036800*----------------------------------------------------------------
036900* THE SCHOOL DAYS OF THE WEEK BEING PLANNED.
037000*----------------------------------------------------------------
037100 01 WS-DY-COUNT                PIC 9(01) COMP VALUE ZERO.
037200 01 PLAN-DAY-TABLE.
037300     02 DY-ROW                OCCURS 7 TIMES.
037400        05 DY-DATE            PIC 9(08).
037500        05 DY-WEEKDAY         PIC 9(01).
037600        05 DY-TYPE            PIC X(01).
037700
037800*----------------------------------------------------------------
037900* SCHOOLCAL AS LOADED.  WITH NO SCHOOLCAL ON HAND MONDAY THROUGH
038000* FRIDAY ARE INSTRUCTIONAL DAYS.
038100*----------------------------------------------------------------
038200 01 WS-CAL-SWITCH              PIC X(01) VALUE "N".
038300     88 CALENDAR-ON-FILE                 VALUE "Y".
038400 01 WS-CAL-COUNT               PIC 9(04) COMP VALUE ZERO.
038500 01 WS-CAL-INDX                PIC 9(04) COMP.
038600 01 CALENDAR-TABLE.
038700     02 CAL-ROW               OCCURS 1 TO 800 TIMES
038800                                 DEPENDING ON WS-CAL-COUNT.
038900        05 CAL-T-DATE         PIC 9(08).
039000        05 CAL-T-DAY-TYPE     PIC X(01).
039100
039200*----------------------------------------------------------------
039300* EVERY ROSTERF STUDENT IN KEY ORDER: THE BUILDING, THE ALLERGSC
039400* SCORE, AND ONE BYTE PER PLANNED DAY SET TO Y WHEN THE STUDENT
039500* IS AWAY ON A TRIP THAT DAY.
039600*----------------------------------------------------------------
039700 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
039800 01 STUDENT-TABLE.
039900     02 ST-ROW                OCCURS 1 TO 20000 TIMES
040000                                 DEPENDING ON WS-ST-COUNT
040100                                 ASCENDING KEY ST-T-STUDENT-ID
040200                                 INDEXED BY ST-IX.
040300        05 ST-T-STUDENT-ID    PIC 9(09).
040400        05 ST-T-SCHOOL-CODE   PIC 9(02).
040500        05 ST-T-SCORE         PIC 9(03).
040600        05 ST-T-AWAY          PIC X(01) OCCURS 7 TIMES.
040700
040800*----------------------------------------------------------------
040900* ONE ROW PER BUILDING, SUBSCRIPTED BY SCHOOL CODE PLUS ONE:
041000* ENROLLMENT, THE ATTENDANCE MARKS AND ABSENCES IN THE HISTORY
041100* WINDOW, MEALS SERVED IN IT BY WEEKDAY, STUDENTS AWAY ON EACH
041200* PLANNED DAY; AND FOR COMPARE THE DAY'S PLAN AND MEALS SERVED.
041300*----------------------------------------------------------------
041400 01 BUILDING-TABLE.
041500     02 BL-ROW                OCCURS 100 TIMES.
041600        05 BL-ENROLLED        PIC 9(05) COMP.
041700        05 BL-MARKS           PIC 9(07) COMP.
041800        05 BL-ABSENCES        PIC 9(07) COMP.
041900        05 BL-HIST-SERVED     PIC 9(07) COMP OCCURS 5 TIMES.
042000        05 BL-AWAY            PIC 9(05) COMP OCCURS 7 TIMES.
042100        05 BL-PLAN-FOUND      PIC X(01).
042200        05 BL-PLANNED         PIC 9(05) COMP.
042300        05 BL-SERVED          PIC 9(05) COMP.
042400
042500*----------------------------------------------------------------
042600* THE DISTINCT SERVICE DATES IN THE HISTORY WINDOW, AND HOW MANY
042700* FELL ON EACH WEEKDAY -- THE DIVISOR FOR THE USUAL COUNT.
042800*----------------------------------------------------------------
042900 01 HISTORY-DAY-COUNTS.
043000     02 WS-HIST-DAYS          PIC 9(03) COMP OCCURS 5 TIMES.
043100 01 WS-HD-COUNT                PIC 9(03) COMP VALUE ZERO.
043200 01 HISTORY-DATE-TABLE.
043300     02 HD-ROW                OCCURS 1 TO 400 TIMES
043400                                 DEPENDING ON WS-HD-COUNT.
043500        05 HD-DATE            PIC 9(08).
043600
043700*----------------------------------------------------------------
043800* TRIPMAST TRIPS FALLING ON A PLANNED DAY.
043900*----------------------------------------------------------------
044000 01 WS-TR-COUNT                PIC 9(03) COMP VALUE ZERO.
044100 01 TRIP-TABLE.
044200     02 TR-ROW                OCCURS 1 TO 300 TIMES
044300                                 DEPENDING ON WS-TR-COUNT.
044400        05 TR-TRIP-ID         PIC 9(04).
044500        05 TR-DAY-IX          PIC 9(01) COMP.
044600
044700*----------------------------------------------------------------
044800* THE SAME ALLERGEN NAMES AND POWER-OF-TWO SCORE DECODING
044900* ALLERGIES RUNS: ITS EIGHT DEFAULT NAMES UNLESS ALLERGLS IS ON
045000* HAND.
045100*----------------------------------------------------------------
045200 01 DEFAULT-ALLERGENS.
045300     05 FILLER                PIC X(24)
045400                                 VALUE "eggs        peanuts".
045500     05 FILLER                PIC X(24)
045600                                 VALUE "shellfish   strawberries".
045700     05 FILLER                PIC X(24)
045800                                 VALUE "tomatoes    chocolate".
045900     05 FILLER                PIC X(24)
046000                                 VALUE "pollen      cats".
046100 01 FILLER REDEFINES DEFAULT-ALLERGENS.
046200     05 DEFAULT-ALLERGEN      PIC X(12) OCCURS 8 TIMES.
046300 01 WS-ALLERGEN-COUNT          PIC 9(02) COMP VALUE ZERO.
046400 01 ALLERGEN-TABLE.
046500     02 ALLERGEN              PIC X(12) OCCURS 32 TIMES.
046600 01 WS-ALLERGEN-VALUE          PIC 9(10).
046700 01 WS-SHIFTED                 PIC 9(03).
046800
046900*----------------------------------------------------------------
047000* THE PLANNED WEEK'S MENUCYCL ROWS FOR THE MEAL, EACH WITH THE
047100* ALLERGLS POSITION OF ITS ALLERGEN (ZERO WHEN IT HAS NONE OR IT
047200* IS NOT ON THE LIST) AND THE SUBSTITUTES ORDERED AGAINST IT FOR
047300* THE BUILDING AND DAY BEING PLANNED.
047400*----------------------------------------------------------------
047500 01 WS-MU-COUNT                PIC 9(03) COMP VALUE ZERO.
047600 01 MENU-TABLE.
047700     02 MU-ROW                OCCURS 1 TO 400 TIMES
047800                                 DEPENDING ON WS-MU-COUNT.
047900        05 MU-DATE            PIC 9(08).
048000        05 MU-ITEM            PIC X(20).
048100        05 MU-ALLERGEN        PIC X(12).
048200        05 MU-SUBSTITUTE      PIC X(20).
048300        05 MU-BIT             PIC 9(02) COMP.
048400        05 MU-SUB-COUNT       PIC 9(05) COMP.
048500
048600*----------------------------------------------------------------
048700* THE ITEMS ONE STUDENT ALREADY HAS A SUBSTITUTE FOR, SO A CHILD
048800* ALLERGIC TO TWO THINGS IN ONE ITEM GETS ONE SUBSTITUTE.
048900*----------------------------------------------------------------
049000 01 WS-DONE-COUNT              PIC 9(03) COMP.
049100 01 DONE-ITEM-TABLE.
049200     02 DONE-ITEM             PIC X(20) OCCURS 60 TIMES.
049300 01 WS-DONE-SWITCH             PIC X(01).
049400     88 ITEM-ALREADY-DONE                VALUE "Y".
049500
049600*----------------------------------------------------------------
049700* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
049800* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
049900*----------------------------------------------------------------
050000 01 WS-LC-STATUS               PIC XX.
050100 01 WS-LU-STATUS               PIC XX.
050200 01 WS-OPS-LOG-STATUS          PIC XX.
050300 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
050400     88 LAYOUT-MISMATCH                  VALUE "Y".
050500 01 WS-LK-DATASET              PIC X(08).
050600 01 WS-LK-VERSION              PIC 9(03).
050700 01 WS-LK-LENGTH               PIC 9(05).
050800 01 WS-LK-RESULT               PIC X(08).
050900 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
051000 01 WS-LC-INDX                 PIC 9(03) COMP.
051100 01 LAYOUT-CONTROL-TABLE.
051200     02 LCT-ROW               OCCURS 50 TIMES.
051300        05 LCT-DATASET        PIC X(08).
051400        05 LCT-VERSION        PIC 9(03).
051500        05 LCT-LENGTH         PIC 9(05).
051600
051700 PROCEDURE DIVISION.
051800
051900 0000-MAINLINE.
052000     PERFORM 9800-CHECK-LAYOUTS
052100     IF LAYOUT-MISMATCH
052200        MOVE 16 TO RETURN-CODE
052300        GOBACK
052400     END-IF
052500     PERFORM 1000-INITIALIZE
052600     EVALUATE WS-MODE
052700         WHEN "FORECAST"
052800             PERFORM 2000-FORECAST-WEEK
052900             PERFORM 6000-TERMINATE
053000         WHEN "COMPARE"
053100             PERFORM 5000-COMPARE-DAY
053200             PERFORM 6000-TERMINATE
053300         WHEN OTHER
053400             DISPLAY "GRADE-SCHOOL-MEALFCST UNKNOWN MODE " WS-MODE
053500             MOVE 8 TO RETURN-CODE
053600     END-EVALUATE
053700     GOBACK.
053800
053900 1000-INITIALIZE.
054000     MOVE SPACES TO WS-MODE.
054100     MOVE 0 TO WS-RUN-DATE.
054200     MOVE "L" TO WS-MEAL.
054300     MOVE 50 TO WS-EARLY-PCT.
054400     MOVE 56 TO WS-LOOKBACK.
054500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
054600     OPEN INPUT PARM-FILE.
054700     IF WS-PARM-STATUS = "00"
054800        READ PARM-FILE
054900            AT END CONTINUE
055000        END-READ
055100        IF WS-PARM-STATUS = "00"
055200           MOVE MF-MODE TO WS-MODE
055300           IF MF-DATE IS NUMERIC
055400              MOVE MF-DATE TO WS-RUN-DATE
055500           END-IF
055600           IF MF-MEAL NOT = SPACE
055700              MOVE MF-MEAL TO WS-MEAL
055800           END-IF
055900           IF MF-EARLY-PCT IS NUMERIC AND MF-EARLY-PCT > 0
056000              MOVE MF-EARLY-PCT TO WS-EARLY-PCT
056100           END-IF
056200           IF MF-LOOKBACK IS NUMERIC AND MF-LOOKBACK > 0
056300              MOVE MF-LOOKBACK TO WS-LOOKBACK
056400           END-IF
056500        END-IF
056600        CLOSE PARM-FILE
056700     END-IF.
056800     IF WS-EARLY-PCT > 100
056900        MOVE 100 TO WS-EARLY-PCT
057000     END-IF.
057100     IF WS-LOOKBACK > 365
057200        MOVE 365 TO WS-LOOKBACK
057300     END-IF.
057400     INITIALIZE BUILDING-TABLE.
057500     INITIALIZE HISTORY-DAY-COUNTS.
057600     PERFORM 1100-LOAD-CALENDAR.
057700     PERFORM 1200-LOAD-ROSTER.
057800
057900 1100-LOAD-CALENDAR.
058000     OPEN INPUT SCHOOL-CALENDAR.
058100     IF WS-CAL-STATUS NOT = "00"
058200        MOVE "10" TO WS-CAL-STATUS
058300        EXIT PARAGRAPH
058400     END-IF.
058500     SET CALENDAR-ON-FILE TO TRUE.
058600     PERFORM UNTIL WS-CAL-STATUS NOT = "00"
058700        READ SCHOOL-CALENDAR
058800            AT END MOVE "10" TO WS-CAL-STATUS
058900        END-READ
059000        IF WS-CAL-STATUS = "00"
059100           AND WS-CAL-COUNT < 800
059200           ADD 1 TO WS-CAL-COUNT
059300           MOVE CAL-DATE TO CAL-T-DATE(WS-CAL-COUNT)
059400           MOVE CAL-DAY-TYPE TO CAL-T-DAY-TYPE(WS-CAL-COUNT)
059500        END-IF
059600     END-PERFORM.
059700     CLOSE SCHOOL-CALENDAR.
059800
059900*----------------------------------------------------------------
060000* ROSTERF IN KEY ORDER, SO THE STUDENT TABLE CAN BE SEARCHED BY
060100* ID; ENROLLMENT IS TALLIED BY BUILDING ON THE WAY.
060200*----------------------------------------------------------------
060300 1200-LOAD-ROSTER.
060400     OPEN INPUT ROSTER-FILE.
060500     MOVE 0 TO FR-STUDENT-ID.
060600     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
060700         INVALID KEY MOVE "10" TO WS-FILE-STATUS
060800     END-START.
060900     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
061000        READ ROSTER-FILE NEXT RECORD
061100            AT END MOVE "10" TO WS-FILE-STATUS
061200        END-READ
061300        IF WS-FILE-STATUS = "00"
061400           IF WS-ST-COUNT < 20000
061500              ADD 1 TO WS-ST-COUNT
061600              MOVE FR-STUDENT-ID TO ST-T-STUDENT-ID(WS-ST-COUNT)
061700              MOVE FR-SCHOOL-CODE
061800                  TO ST-T-SCHOOL-CODE(WS-ST-COUNT)
061900              MOVE 0 TO ST-T-SCORE(WS-ST-COUNT)
062000              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
062100                 MOVE "N" TO ST-T-AWAY(WS-ST-COUNT, I)
062200              END-PERFORM
062300              COMPUTE WS-BL-IX = FR-SCHOOL-CODE + 1
062400              ADD 1 TO BL-ENROLLED(WS-BL-IX)
062500           ELSE
062600              ADD 1 TO WS-OVERFLOW-COUNT
062700           END-IF
062800        END-IF
062900     END-PERFORM.
063000     CLOSE ROSTER-FILE.
063100     MOVE "00" TO WS-FILE-STATUS.
063200
063300*----------------------------------------------------------------
063400* THE FORECAST.  A BAD START DATE OR A ROSTER TOO BIG FOR THE
063500* TABLE STOPS THE RUN RC=8 BEFORE ANYTHING IS PLANNED.
063600*----------------------------------------------------------------
063700 2000-FORECAST-WEEK.
063800     IF WS-RUN-DATE = 0
063900        MOVE WS-TODAY TO WS-CHECK-DATE
064000        PERFORM 7100-DAY-OF-WEEK
064100        COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(
064200            FUNCTION INTEGER-OF-DATE(WS-TODAY) + 8 - WS-WEEKDAY)
064300     END-IF.
064400     IF TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
064500        DISPLAY "GRADE-SCHOOL-MEALFCST BAD START DATE: "
064600            WS-RUN-DATE
064700        MOVE 8 TO RETURN-CODE
064800        GOBACK
064900     END-IF.
065000     IF WS-OVERFLOW-COUNT > 0
065100        DISPLAY "GRADE-SCHOOL-MEALFCST TABLE FULL -- NO FORECAST"
065200        MOVE 8 TO RETURN-CODE
065300        GOBACK
065400     END-IF.
065500     COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
065600     COMPUTE WS-WEEK-END =
065700         FUNCTION DATE-OF-INTEGER(WS-START-INT + 6).
065800     COMPUTE WS-HIST-FROM =
065900         FUNCTION DATE-OF-INTEGER(WS-START-INT - WS-LOOKBACK).
066000     COMPUTE WS-HIST-TO =
066100         FUNCTION DATE-OF-INTEGER(WS-START-INT - 1).
066200     PERFORM 2100-BUILD-PLAN-DAYS.
066300     PERFORM 2200-LOAD-ALLERGENS.
066400     PERFORM 2300-LOAD-SCORES.
066500     PERFORM 2400-LOAD-MENU.
066600     PERFORM 2500-LOAD-TRIPS.
066700     PERFORM 2600-LOAD-ATTENDANCE.
066800     PERFORM 2700-LOAD-SERVING-HISTORY.
066900     OPEN EXTEND MEAL-PLAN-FILE.
067000     IF WS-MP-STATUS = "35"
067100        OPEN OUTPUT MEAL-PLAN-FILE
067200     END-IF.
067300     OPEN OUTPUT PRODUCTION-SHEET.
067400     IF WS-DY-COUNT = 0
067500        MOVE SPACES TO PRD-LINE
067600        STRING "MEAL PRODUCTION -- NO SCHOOL DAYS "
067700            DELIMITED BY SIZE
067800            WS-RUN-DATE DELIMITED BY SIZE
067900            " THRU " DELIMITED BY SIZE
068000            WS-WEEK-END DELIMITED BY SIZE
068100            INTO PRD-LINE
068200        END-STRING
068300        WRITE PRD-LINE
068400     END-IF.
068500     PERFORM VARYING WS-DY-IX FROM 1 BY 1
068600              UNTIL WS-DY-IX > WS-DY-COUNT
068700        PERFORM VARYING WS-BL-IX FROM 1 BY 1 UNTIL WS-BL-IX > 100
068800           IF BL-ENROLLED(WS-BL-IX) > 0
068900              PERFORM 3000-PLAN-BUILDING-DAY
069000           END-IF
069100        END-PERFORM
069200     END-PERFORM.
069300     CLOSE PRODUCTION-SHEET.
069400     CLOSE MEAL-PLAN-FILE.
069500
069600*----------------------------------------------------------------
069700* THE SEVEN DAYS FROM THE START DATE THAT ARE SCHOOL DAYS.
069800*----------------------------------------------------------------
069900 2100-BUILD-PLAN-DAYS.
070000     PERFORM VARYING I FROM 0 BY 1 UNTIL I > 6
070100        COMPUTE WS-CHECK-DATE =
070200            FUNCTION DATE-OF-INTEGER(WS-START-INT + I)
070300        PERFORM 7000-CHECK-SCHOOL-DAY
070400        IF WS-DAY-TYPE = "I" OR WS-DAY-TYPE = "E"
070500           ADD 1 TO WS-DY-COUNT
070600           MOVE WS-CHECK-DATE TO DY-DATE(WS-DY-COUNT)
070700           MOVE WS-WEEKDAY TO DY-WEEKDAY(WS-DY-COUNT)
070800           MOVE WS-DAY-TYPE TO DY-TYPE(WS-DY-COUNT)
070900        END-IF
071000     END-PERFORM.
071100
071200 2200-LOAD-ALLERGENS.
071300     MOVE 8 TO WS-ALLERGEN-COUNT.
071400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
071500        MOVE DEFAULT-ALLERGEN(I) TO ALLERGEN(I)
071600     END-PERFORM.
071700     OPEN INPUT ALLERGEN-LIST-FILE.
071800     IF WS-AL-STATUS NOT = "00"
071900        MOVE "10" TO WS-AL-STATUS
072000        EXIT PARAGRAPH
072100     END-IF.
072200     MOVE 0 TO WS-ALLERGEN-COUNT.
072300     PERFORM UNTIL WS-AL-STATUS NOT = "00"
072400        READ ALLERGEN-LIST-FILE
072500            AT END MOVE "10" TO WS-AL-STATUS
072600        END-READ
072700        IF WS-AL-STATUS = "00"
072800           AND WS-ALLERGEN-COUNT < 32
072900           ADD 1 TO WS-ALLERGEN-COUNT
073000           MOVE ALLERGEN-LIST-RECORD
073100               TO ALLERGEN(WS-ALLERGEN-COUNT)
073200        END-IF
073300     END-PERFORM.
073400     CLOSE ALLERGEN-LIST-FILE.
073500
073600*----------------------------------------------------------------
073700* A SCORE FOR A STUDENT NO LONGER ON ROSTERF IS PASSED OVER.
073800*----------------------------------------------------------------
073900 2300-LOAD-SCORES.
074000     OPEN INPUT SCORE-FILE.
074100     IF WS-SC-STATUS NOT = "00"
074200        MOVE "10" TO WS-SC-STATUS
074300        EXIT PARAGRAPH
074400     END-IF.
074500     PERFORM UNTIL WS-SC-STATUS NOT = "00"
074600        READ SCORE-FILE
074700            AT END MOVE "10" TO WS-SC-STATUS
074800        END-READ
074900        IF WS-SC-STATUS = "00"
075000           SEARCH ALL ST-ROW
075100               AT END CONTINUE
075200               WHEN ST-T-STUDENT-ID(ST-IX) = SF-STUDENT-ID
075300                   MOVE SF-SCORE TO ST-T-SCORE(ST-IX)
075400           END-SEARCH
075500        END-IF
075600     END-PERFORM.
075700     CLOSE SCORE-FILE.
075800
075900 2400-LOAD-MENU.
076000     OPEN INPUT MENU-CYCLE-FILE.
076100     IF WS-MENU-STATUS NOT = "00"
076200        MOVE "10" TO WS-MENU-STATUS
076300        EXIT PARAGRAPH
076400     END-IF.
076500     PERFORM UNTIL WS-MENU-STATUS NOT = "00"
076600        READ MENU-CYCLE-FILE
076700            AT END MOVE "10" TO WS-MENU-STATUS
076800        END-READ
076900        IF WS-MENU-STATUS = "00"
077000           AND MN-MEAL = WS-MEAL
077100           AND MN-DATE >= WS-RUN-DATE
077200           AND MN-DATE <= WS-WEEK-END
077300           IF WS-MU-COUNT < 400
077400              ADD 1 TO WS-MU-COUNT
077500              MOVE MN-DATE TO MU-DATE(WS-MU-COUNT)
077600              MOVE MN-ITEM TO MU-ITEM(WS-MU-COUNT)
077700              MOVE MN-ALLERGEN TO MU-ALLERGEN(WS-MU-COUNT)
077800              MOVE MN-SUBSTITUTE TO MU-SUBSTITUTE(WS-MU-COUNT)
077900              MOVE 0 TO MU-BIT(WS-MU-COUNT)
078000              MOVE 0 TO MU-SUB-COUNT(WS-MU-COUNT)
078100              IF MN-ALLERGEN NOT = SPACES
078200                 PERFORM VARYING I FROM 1 BY 1
078300                          UNTIL I > WS-ALLERGEN-COUNT
078400                    IF ALLERGEN(I) = MN-ALLERGEN
078500                       AND MU-BIT(WS-MU-COUNT) = 0
078600                       MOVE I TO MU-BIT(WS-MU-COUNT)
078700                    END-IF
078800                 END-PERFORM
078900              END-IF
079000           ELSE
079100              ADD 1 TO WS-OVERFLOW-COUNT
079200           END-IF
079300        END-IF
079400     END-PERFORM.
079500     CLOSE MENU-CYCLE-FILE.
079600
079700*----------------------------------------------------------------
079800* THE TRIPS ON A PLANNED DAY, THEN EVERY SIGNED SLIP FOR ONE OF
079900* THEM: THAT STUDENT IS OFF CAMPUS AND EATS NO SCHOOL LUNCH.
080000*----------------------------------------------------------------
080100 2500-LOAD-TRIPS.
080200     OPEN INPUT TRIP-MASTER.
080300     IF WS-TM-STATUS NOT = "00"
080400        MOVE "10" TO WS-TM-STATUS
080500        EXIT PARAGRAPH
080600     END-IF.
080700     PERFORM UNTIL WS-TM-STATUS NOT = "00"
080800        READ TRIP-MASTER
080900            AT END MOVE "10" TO WS-TM-STATUS
081000        END-READ
081100        IF WS-TM-STATUS = "00"
081200           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DY-COUNT
081300              IF DY-DATE(I) = TM-DATE AND WS-TR-COUNT < 300
081400                 ADD 1 TO WS-TR-COUNT
081500                 MOVE TM-TRIP-ID TO TR-TRIP-ID(WS-TR-COUNT)
081600                 MOVE I TO TR-DAY-IX(WS-TR-COUNT)
081700              END-IF
081800           END-PERFORM
081900        END-IF
082000     END-PERFORM.
082100     CLOSE TRIP-MASTER.
082200     IF WS-TR-COUNT = 0
082300        EXIT PARAGRAPH
082400     END-IF.
082500     OPEN INPUT PERMISSION-FILE.
082600     IF WS-PM-STATUS NOT = "00"
082700        MOVE "10" TO WS-PM-STATUS
082800        EXIT PARAGRAPH
082900     END-IF.
083000     PERFORM UNTIL WS-PM-STATUS NOT = "00"
083100        READ PERMISSION-FILE
083200            AT END MOVE "10" TO WS-PM-STATUS
083300        END-READ
083400        IF WS-PM-STATUS = "00" AND PM-RETURNED = "Y"
083500           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TR-COUNT
083600              IF TR-TRIP-ID(I) = PM-TRIP-ID
083700                 PERFORM 2510-MARK-AWAY
083800              END-IF
083900           END-PERFORM
084000        END-IF
084100     END-PERFORM.
084200     CLOSE PERMISSION-FILE.
084300
084400 2510-MARK-AWAY.
084500     MOVE TR-DAY-IX(I) TO WS-DY-IX.
084600     SEARCH ALL ST-ROW
084700         AT END CONTINUE
084800         WHEN ST-T-STUDENT-ID(ST-IX) = PM-STUDENT-ID
084900             IF ST-T-AWAY(ST-IX, WS-DY-IX) NOT = "Y"
085000                MOVE "Y" TO ST-T-AWAY(ST-IX, WS-DY-IX)
085100                COMPUTE WS-BL-IX = ST-T-SCHOOL-CODE(ST-IX) + 1
085200                ADD 1 TO BL-AWAY(WS-BL-IX, WS-DY-IX)
085300                ADD 1 TO WS-AWAY-COUNT
085400             END-IF
085500     END-SEARCH.
085600
085700*----------------------------------------------------------------
085800* THE RECENT ABSENCE RATE BY BUILDING: ONE MARK PER STUDENT-DAY
085900* (THE WHOLE-DAY MARK, OR PERIOD 1 OF A PERIOD-TAKEN DAY) IN THE
086000* HISTORY WINDOW; ANYTHING BUT P OR T IS AN ABSENCE, THE SAME
086100* PRESENT TEST GRADE-SCHOOL-ADA RUNS.
086200*----------------------------------------------------------------
086300 2600-LOAD-ATTENDANCE.
086400     OPEN INPUT ATTENDANCE-FILE.
086500     IF WS-ATT-FILE-STATUS NOT = "00"
086600        MOVE "10" TO WS-ATT-FILE-STATUS
086700        EXIT PARAGRAPH
086800     END-IF.
086900     PERFORM UNTIL WS-ATT-FILE-STATUS NOT = "00"
087000        READ ATTENDANCE-FILE
087100            AT END MOVE "10" TO WS-ATT-FILE-STATUS
087200        END-READ
087300        IF WS-ATT-FILE-STATUS = "00"
087400           AND ATT-PERIOD <= 1
087500           AND ATT-DATE >= WS-HIST-FROM
087600           AND ATT-DATE <= WS-HIST-TO
087700           SEARCH ALL ST-ROW
087800               AT END CONTINUE
087900               WHEN ST-T-STUDENT-ID(ST-IX) = ATT-STUDENT-ID
088000                   COMPUTE WS-BL-IX = ST-T-SCHOOL-CODE(ST-IX) + 1
088100                   ADD 1 TO BL-MARKS(WS-BL-IX)
088200                   IF ATT-CODE NOT = "P" AND ATT-CODE NOT = "T"
088300                      ADD 1 TO BL-ABSENCES(WS-BL-IX)
088400                   END-IF
088500           END-SEARCH
088600        END-IF
088700     END-PERFORM.
088800     CLOSE ATTENDANCE-FILE.
088900
089000*----------------------------------------------------------------
089100* MEALS SERVED IN THE HISTORY WINDOW BY BUILDING AND WEEKDAY.
089200* ONLY FULL INSTRUCTIONAL DAYS COUNT -- AN EARLY-DISMISSAL DAY
089300* WOULD DRAG THE USUAL COUNT DOWN.
089400*----------------------------------------------------------------
089500 2700-LOAD-SERVING-HISTORY.
089600     OPEN INPUT SERVED-MEAL-LOG.
089700     IF WS-SV-STATUS NOT = "00"
089800        MOVE "10" TO WS-SV-STATUS
089900        EXIT PARAGRAPH
090000     END-IF.
090100     PERFORM UNTIL WS-SV-STATUS NOT = "00"
090200        READ SERVED-MEAL-LOG
090300            AT END MOVE "10" TO WS-SV-STATUS
090400        END-READ
090500        IF WS-SV-STATUS = "00"
090600           AND SV-DATE >= WS-HIST-FROM
090700           AND SV-DATE <= WS-HIST-TO
090800           PERFORM 2710-COUNT-HISTORY-MEAL
090900        END-IF
091000     END-PERFORM.
091100     CLOSE SERVED-MEAL-LOG.
091200
091300 2710-COUNT-HISTORY-MEAL.
091400     MOVE SV-DATE TO WS-CHECK-DATE.
091500     PERFORM 7000-CHECK-SCHOOL-DAY.
091600     IF WS-DAY-TYPE NOT = "I" OR WS-WEEKDAY > 5
091700        EXIT PARAGRAPH
091800     END-IF.
091900     SEARCH ALL ST-ROW
092000         AT END
092100             ADD 1 TO WS-UNKNOWN-COUNT
092200             EXIT PARAGRAPH
092300         WHEN ST-T-STUDENT-ID(ST-IX) = SV-STUDENT-ID
092400             COMPUTE WS-BL-IX = ST-T-SCHOOL-CODE(ST-IX) + 1
092500             ADD 1 TO BL-HIST-SERVED(WS-BL-IX, WS-WEEKDAY)
092600     END-SEARCH.
092700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HD-COUNT
092800        IF HD-DATE(J) = SV-DATE
092900           EXIT PARAGRAPH
093000        END-IF
093100     END-PERFORM.
093200     IF WS-HD-COUNT < 400
093300        ADD 1 TO WS-HD-COUNT
093400        MOVE SV-DATE TO HD-DATE(WS-HD-COUNT)
093500        ADD 1 TO WS-HIST-DAYS(WS-WEEKDAY)
093600     END-IF.
093700
093800*----------------------------------------------------------------
093900* ONE BUILDING ON ONE PLANNED DAY.  EXPECTED PRESENT IS
094000* ENROLLMENT LESS THE RECENT ABSENCE RATE; ON CAMPUS IS THAT LESS
094100* THE STUDENTS AWAY ON TRIPS.  THE USUAL COUNT FOR THE WEEKDAY IS
094200* SCALED BY ON CAMPUS OVER EXPECTED PRESENT, THEN CUT TO THE
094300* EARLY-DISMISSAL SHARE ON AN E DAY.  WITH NO SERVING HISTORY
094400* FOR THE WEEKDAY THE PLAN IS ONE MEAL PER STUDENT ON CAMPUS.
094500*----------------------------------------------------------------
094600 3000-PLAN-BUILDING-DAY.
094700     COMPUTE WS-SCHOOL-CODE = WS-BL-IX - 1.
094800     MOVE 0 TO WS-EXP-ABSENT.
094900     IF BL-MARKS(WS-BL-IX) > 0
095000        COMPUTE WS-EXP-ABSENT ROUNDED = BL-ENROLLED(WS-BL-IX)
095100            * BL-ABSENCES(WS-BL-IX) / BL-MARKS(WS-BL-IX)
095200     END-IF.
095300     COMPUTE WS-EXP-PRESENT =
095400         BL-ENROLLED(WS-BL-IX) - WS-EXP-ABSENT.
095500     MOVE BL-AWAY(WS-BL-IX, WS-DY-IX) TO WS-AWAY.
095600     IF WS-AWAY >= WS-EXP-PRESENT
095700        MOVE 0 TO WS-ON-CAMPUS
095800     ELSE
095900        COMPUTE WS-ON-CAMPUS = WS-EXP-PRESENT - WS-AWAY
096000     END-IF.
096100     MOVE DY-WEEKDAY(WS-DY-IX) TO WS-WEEKDAY.
096200     SET NO-HISTORY TO TRUE.
096300     MOVE 0 TO WS-USUAL.
096400     IF WS-WEEKDAY <= 5
096500        IF WS-HIST-DAYS(WS-WEEKDAY) > 0
096600           AND BL-HIST-SERVED(WS-BL-IX, WS-WEEKDAY) > 0
096700           SET HISTORY-ON-FILE TO TRUE
096800           COMPUTE WS-USUAL ROUNDED =
096900               BL-HIST-SERVED(WS-BL-IX, WS-WEEKDAY)
097000               / WS-HIST-DAYS(WS-WEEKDAY)
097100        END-IF
097200     END-IF.
097300     IF HISTORY-ON-FILE AND WS-EXP-PRESENT > 0
097400        COMPUTE WS-PLANNED ROUNDED =
097500            WS-USUAL * WS-ON-CAMPUS / WS-EXP-PRESENT
097600     ELSE
097700        MOVE WS-ON-CAMPUS TO WS-PLANNED
097800     END-IF.
097900     IF NO-HISTORY
098000        ADD 1 TO WS-NO-HISTORY-COUNT
098100     END-IF.
098200     IF DY-TYPE(WS-DY-IX) = "E"
098300        COMPUTE WS-PLANNED ROUNDED =
098400            WS-PLANNED * WS-EARLY-PCT / 100
098500     END-IF.
098600     ADD 1 TO WS-SHEET-COUNT.
098700     PERFORM 3100-WRITE-PLAN.
098800     PERFORM 3200-PRINT-HEADING.
098900     PERFORM 3300-ORDER-SUBSTITUTES.
099000     PERFORM 3400-PRINT-ITEMS.
099100
099200 3100-WRITE-PLAN.
099300     MOVE DY-DATE(WS-DY-IX) TO MP-DATE.
099400     MOVE WS-SCHOOL-CODE TO MP-SCHOOL-CODE.
099500     MOVE DY-TYPE(WS-DY-IX) TO MP-DAY-TYPE.
099600     MOVE BL-ENROLLED(WS-BL-IX) TO MP-ENROLLED.
099700     MOVE WS-EXP-ABSENT TO MP-EXP-ABSENT.
099800     MOVE WS-AWAY TO MP-AWAY.
099900     MOVE WS-USUAL TO MP-USUAL.
100000     MOVE WS-PLANNED TO MP-PLANNED.
100100     MOVE WS-TODAY TO MP-RUN-DATE.
100200     WRITE MEAL-PLAN-RECORD.
100300
100400 3200-PRINT-HEADING.
100500     MOVE SPACES TO PRD-LINE.
100600     WRITE PRD-LINE.
100700     STRING "MEAL PRODUCTION SHEET -- BUILDING " DELIMITED BY SIZE
100800         WS-SCHOOL-CODE DELIMITED BY SIZE
100900         "  " DELIMITED BY SIZE
101000         DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
101100         " " DELIMITED BY SIZE
101200         DY-DATE(WS-DY-IX) DELIMITED BY SIZE
101300         INTO PRD-LINE
101400     END-STRING.
101500     IF DY-TYPE(WS-DY-IX) = "E"
101600        MOVE "EARLY DISMISSAL" TO PRD-LINE(52:15)
101700     END-IF.
101800     WRITE PRD-LINE.
101900     MOVE SPACES TO PRD-LINE.
102000     MOVE "ENROLLED" TO PRD-LINE(3:8).
102100     MOVE BL-ENROLLED(WS-BL-IX) TO WS-COUNT-EDIT.
102200     MOVE WS-COUNT-EDIT TO PRD-LINE(12:6).
102300     MOVE "EXP ABSENT" TO PRD-LINE(20:10).
102400     MOVE WS-EXP-ABSENT TO WS-COUNT-EDIT.
102500     MOVE WS-COUNT-EDIT TO PRD-LINE(31:6).
102600     MOVE "ON TRIPS" TO PRD-LINE(39:8).
102700     MOVE WS-AWAY TO WS-COUNT-EDIT.
102800     MOVE WS-COUNT-EDIT TO PRD-LINE(48:6).
102900     MOVE "USUAL" TO PRD-LINE(56:5).
103000     IF HISTORY-ON-FILE
103100        MOVE WS-USUAL TO WS-COUNT-EDIT
103200        MOVE WS-COUNT-EDIT TO PRD-LINE(62:6)
103300     ELSE
103400        MOVE "  NONE" TO PRD-LINE(62:6)
103500     END-IF.
103600     MOVE "PLANNED" TO PRD-LINE(70:7).
103700     MOVE WS-PLANNED TO WS-COUNT-EDIT.
103800     MOVE WS-COUNT-EDIT TO PRD-LINE(78:6).
103900     WRITE PRD-LINE.
104000     MOVE SPACES TO PRD-LINE.
104100     MOVE "ITEM" TO PRD-LINE(5:4).
104200     MOVE "SERVINGS" TO PRD-LINE(25:8).
104300     WRITE PRD-LINE.
104400
104500*----------------------------------------------------------------
104600* EVERY SCORED STUDENT IN THE BUILDING WHO IS NOT AWAY THAT DAY
104700* IS CROSSED AGAINST THE DAY'S MENU ROWS, THE SAME ALLERGIC-TO
104800* TEST ALLERGIES' CHECK-MENU-ALLERGENS RUNS; EACH CONFLICT ORDERS
104900* ONE OF THE ROW'S SUBSTITUTES.  NOBODY IS ASSUMED ABSENT HERE --
105000* A SUBSTITUTE IS NEVER SHORT.
105100*----------------------------------------------------------------
105200 3300-ORDER-SUBSTITUTES.
105300     PERFORM VARYING WS-MU-IX FROM 1 BY 1
105400              UNTIL WS-MU-IX > WS-MU-COUNT
105500        MOVE 0 TO MU-SUB-COUNT(WS-MU-IX)
105600     END-PERFORM.
105700     PERFORM VARYING WS-ST-SUB FROM 1 BY 1
105800              UNTIL WS-ST-SUB > WS-ST-COUNT
105900        IF ST-T-SCHOOL-CODE(WS-ST-SUB) = WS-SCHOOL-CODE
106000           AND ST-T-SCORE(WS-ST-SUB) > 0
106100           AND ST-T-AWAY(WS-ST-SUB, WS-DY-IX) NOT = "Y"
106200           PERFORM 3310-CROSS-ONE-STUDENT
106300        END-IF
106400     END-PERFORM.
106500
106600 3310-CROSS-ONE-STUDENT.
106700     MOVE 0 TO WS-DONE-COUNT.
106800     PERFORM VARYING WS-MU-IX FROM 1 BY 1
106900              UNTIL WS-MU-IX > WS-MU-COUNT
107000        IF MU-DATE(WS-MU-IX) = DY-DATE(WS-DY-IX)
107100           AND MU-BIT(WS-MU-IX) > 0
107200           COMPUTE WS-ALLERGEN-VALUE = 2 ** (MU-BIT(WS-MU-IX) - 1)
107300           DIVIDE ST-T-SCORE(WS-ST-SUB) BY WS-ALLERGEN-VALUE
107400               GIVING WS-SHIFTED
107500           IF FUNCTION REM(WS-SHIFTED, 2) = 1
107600              PERFORM 3320-ORDER-ONE-SUBSTITUTE
107700           END-IF
107800        END-IF
107900     END-PERFORM.
108000
108100 3320-ORDER-ONE-SUBSTITUTE.
108200     MOVE "N" TO WS-DONE-SWITCH.
108300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DONE-COUNT
108400        IF DONE-ITEM(J) = MU-ITEM(WS-MU-IX)
108500           SET ITEM-ALREADY-DONE TO TRUE
108600        END-IF
108700     END-PERFORM.
108800     IF ITEM-ALREADY-DONE
108900        EXIT PARAGRAPH
109000     END-IF.
109100     ADD 1 TO MU-SUB-COUNT(WS-MU-IX).
109200     IF WS-DONE-COUNT < 60
109300        ADD 1 TO WS-DONE-COUNT
109400        MOVE MU-ITEM(WS-MU-IX) TO DONE-ITEM(WS-DONE-COUNT)
109500     END-IF.
109600
109700*----------------------------------------------------------------
109800* ONE LINE PER ITEM ON THE DAY'S MENU -- THE PLANNED COUNT LESS
109900* THE SUBSTITUTES SERVED IN ITS PLACE -- AND UNDER IT ONE LINE PER
110000* SUBSTITUTE ORDERED.
110100*----------------------------------------------------------------
110200 3400-PRINT-ITEMS.
110300     MOVE 0 TO J.
110400     PERFORM VARYING WS-MU-IX FROM 1 BY 1
110500              UNTIL WS-MU-IX > WS-MU-COUNT
110600        IF MU-DATE(WS-MU-IX) = DY-DATE(WS-DY-IX)
110700           ADD 1 TO J
110800           PERFORM 3410-CHECK-FIRST-ROW
110900           IF FIRST-ROW-OF-ITEM
111000              PERFORM 3420-PRINT-ONE-ITEM
111100           END-IF
111200        END-IF
111300     END-PERFORM.
111400     IF J = 0
111500        MOVE SPACES TO PRD-LINE
111600        MOVE "NO MENUCYCL ITEMS FOR THIS DAY" TO PRD-LINE(5:30)
111700        WRITE PRD-LINE
111800        ADD 1 TO WS-NO-MENU-COUNT
111900     END-IF.
112000
112100 3410-CHECK-FIRST-ROW.
112200     SET FIRST-ROW-OF-ITEM TO TRUE.
112300     PERFORM VARYING WS-MU-IX2 FROM 1 BY 1
112400              UNTIL WS-MU-IX2 >= WS-MU-IX
112500        IF MU-DATE(WS-MU-IX2) = MU-DATE(WS-MU-IX)
112600           AND MU-ITEM(WS-MU-IX2) = MU-ITEM(WS-MU-IX)
112700           SET LATER-ROW-OF-ITEM TO TRUE
112800        END-IF
112900     END-PERFORM.
113000
113100 3420-PRINT-ONE-ITEM.
113200     MOVE 0 TO WS-ITEM-SUBS.
113300     PERFORM VARYING WS-MU-IX2 FROM WS-MU-IX BY 1
113400              UNTIL WS-MU-IX2 > WS-MU-COUNT
113500        IF MU-DATE(WS-MU-IX2) = MU-DATE(WS-MU-IX)
113600           AND MU-ITEM(WS-MU-IX2) = MU-ITEM(WS-MU-IX)
113700           ADD MU-SUB-COUNT(WS-MU-IX2) TO WS-ITEM-SUBS
113800        END-IF
113900     END-PERFORM.
114000     IF WS-ITEM-SUBS >= WS-PLANNED
114100        MOVE 0 TO WS-ITEM-SERVINGS
114200     ELSE
114300        COMPUTE WS-ITEM-SERVINGS = WS-PLANNED - WS-ITEM-SUBS
114400     END-IF.
114500     MOVE SPACES TO PRD-LINE.
114600     MOVE MU-ITEM(WS-MU-IX) TO PRD-LINE(5:20).
114700     MOVE WS-ITEM-SERVINGS TO WS-COUNT-EDIT.
114800     MOVE WS-COUNT-EDIT TO PRD-LINE(27:6).
114900     WRITE PRD-LINE.
115000     PERFORM VARYING WS-MU-IX2 FROM WS-MU-IX BY 1
115100              UNTIL WS-MU-IX2 > WS-MU-COUNT
115200        IF MU-DATE(WS-MU-IX2) = MU-DATE(WS-MU-IX)
115300           AND MU-ITEM(WS-MU-IX2) = MU-ITEM(WS-MU-IX)
115400           AND MU-SUB-COUNT(WS-MU-IX2) > 0
115500           MOVE SPACES TO PRD-LINE
115600           MOVE "SUB" TO PRD-LINE(7:3)
115700           MOVE MU-SUBSTITUTE(WS-MU-IX2) TO PRD-LINE(11:20)
115800           MOVE MU-SUB-COUNT(WS-MU-IX2) TO WS-COUNT-EDIT
115900           MOVE WS-COUNT-EDIT TO PRD-LINE(33:6)
116000           MOVE "NO" TO PRD-LINE(41:2)
116100           MOVE MU-ALLERGEN(WS-MU-IX2) TO PRD-LINE(44:12)
116200           WRITE PRD-LINE
116300        END-IF
116400     END-PERFORM.
116500
116600*----------------------------------------------------------------
116700* AFTER SERVICE: THE LATEST MEALPLAN ROW FOR THE DAY AGAINST THE
116800* MEALSERV MEALS ACTUALLY SERVED, BUILDING BY BUILDING.  SERVED
116900* OVER PLAN MEANS THE LINE RAN SHORT OR WENT TO THE FREEZER;
117000* PLAN OVER SERVED BY MORE THAN WS-WASTE-PCT IS FOOD THROWN AWAY.
117100* EITHER, OR A BUILDING WITH NO PLAN, ENDS THE RUN RC=4.
117200*----------------------------------------------------------------
117300 5000-COMPARE-DAY.
117400     IF WS-RUN-DATE = 0
117500        MOVE WS-TODAY TO WS-RUN-DATE
117600     END-IF.
117700     IF TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
117800        DISPLAY "GRADE-SCHOOL-MEALFCST BAD SERVICE DATE: "
117900            WS-RUN-DATE
118000        MOVE 8 TO RETURN-CODE
118100        GOBACK
118200     END-IF.
118300     PERFORM 5100-LOAD-PLAN.
118400     PERFORM 5200-COUNT-SERVED.
118500     OPEN OUTPUT COMPARE-REPORT.
118600     MOVE SPACES TO CMP-LINE.
118700     STRING "MEALS PLANNED AGAINST SERVED -- " DELIMITED BY SIZE
118800         WS-RUN-DATE DELIMITED BY SIZE
118900         INTO CMP-LINE
119000     END-STRING.
119100     WRITE CMP-LINE.
119200     MOVE SPACES TO CMP-LINE.
119300     WRITE CMP-LINE.
119400     MOVE "BUILDING" TO CMP-LINE(1:8).
119500     MOVE "PLANNED" TO CMP-LINE(12:7).
119600     MOVE "SERVED" TO CMP-LINE(22:6).
119700     MOVE "VARIANCE" TO CMP-LINE(30:8).
119800     WRITE CMP-LINE.
119900     PERFORM VARYING WS-BL-IX FROM 1 BY 1 UNTIL WS-BL-IX > 100
120000        IF BL-PLAN-FOUND(WS-BL-IX) = "Y"
120100           OR BL-SERVED(WS-BL-IX) > 0
120200           PERFORM 5300-COMPARE-BUILDING
120300        END-IF
120400     END-PERFORM.
120500     MOVE SPACES TO CMP-LINE.
120600     WRITE CMP-LINE.
120700     MOVE "TOTAL" TO CMP-LINE(1:5).
120800     MOVE WS-TOTAL-PLANNED TO WS-COUNT-EDIT.
120900     MOVE WS-COUNT-EDIT TO CMP-LINE(13:6).
121000     MOVE WS-TOTAL-SERVED TO WS-COUNT-EDIT.
121100     MOVE WS-COUNT-EDIT TO CMP-LINE(22:6).
121200     COMPUTE WS-VARIANCE = WS-TOTAL-SERVED - WS-TOTAL-PLANNED.
121300     MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
121400     MOVE WS-VARIANCE-EDIT TO CMP-LINE(32:6).
121500     WRITE CMP-LINE.
121600     CLOSE COMPARE-REPORT.
121700
121800*----------------------------------------------------------------
121900* MEALPLAN IS APPENDED IN RUN ORDER, SO THE LAST ROW READ FOR A
122000* BUILDING IS ITS LATEST PLAN.
122100*----------------------------------------------------------------
122200 5100-LOAD-PLAN.
122300     OPEN INPUT MEAL-PLAN-FILE.
122400     IF WS-MP-STATUS NOT = "00"
122500        MOVE "10" TO WS-MP-STATUS
122600        EXIT PARAGRAPH
122700     END-IF.
122800     PERFORM UNTIL WS-MP-STATUS NOT = "00"
122900        READ MEAL-PLAN-FILE
123000            AT END MOVE "10" TO WS-MP-STATUS
123100        END-READ
123200        IF WS-MP-STATUS = "00" AND MP-DATE = WS-RUN-DATE
123300           COMPUTE WS-BL-IX = MP-SCHOOL-CODE + 1
123400           MOVE "Y" TO BL-PLAN-FOUND(WS-BL-IX)
123500           MOVE MP-PLANNED TO BL-PLANNED(WS-BL-IX)
123600        END-IF
123700     END-PERFORM.
123800     CLOSE MEAL-PLAN-FILE.
123900
124000 5200-COUNT-SERVED.
124100     OPEN INPUT SERVED-MEAL-LOG.
124200     IF WS-SV-STATUS NOT = "00"
124300        MOVE "10" TO WS-SV-STATUS
124400        EXIT PARAGRAPH
124500     END-IF.
124600     PERFORM UNTIL WS-SV-STATUS NOT = "00"
124700        READ SERVED-MEAL-LOG
124800            AT END MOVE "10" TO WS-SV-STATUS
124900        END-READ
125000        IF WS-SV-STATUS = "00" AND SV-DATE = WS-RUN-DATE
125100           SEARCH ALL ST-ROW
125200               AT END ADD 1 TO WS-UNKNOWN-COUNT
125300               WHEN ST-T-STUDENT-ID(ST-IX) = SV-STUDENT-ID
125400                   COMPUTE WS-BL-IX = ST-T-SCHOOL-CODE(ST-IX) + 1
125500                   ADD 1 TO BL-SERVED(WS-BL-IX)
125600           END-SEARCH
125700        END-IF
125800     END-PERFORM.
125900     CLOSE SERVED-MEAL-LOG.
126000
126100 5300-COMPARE-BUILDING.
126200     MOVE SPACES TO CMP-LINE.
126300     COMPUTE WS-SCHOOL-CODE = WS-BL-IX - 1.
126400     MOVE WS-SCHOOL-CODE TO CMP-LINE(4:2).
126500     MOVE BL-SERVED(WS-BL-IX) TO WS-COUNT-EDIT.
126600     MOVE WS-COUNT-EDIT TO CMP-LINE(22:6).
126700     ADD BL-SERVED(WS-BL-IX) TO WS-TOTAL-SERVED.
126800     IF BL-PLAN-FOUND(WS-BL-IX) NOT = "Y"
126900        MOVE "NO PLAN FOR THIS DAY" TO CMP-LINE(40:20)
127000        ADD 1 TO WS-FLAGGED-COUNT
127100        WRITE CMP-LINE
127200        EXIT PARAGRAPH
127300     END-IF.
127400     MOVE BL-PLANNED(WS-BL-IX) TO WS-COUNT-EDIT.
127500     MOVE WS-COUNT-EDIT TO CMP-LINE(13:6).
127600     ADD BL-PLANNED(WS-BL-IX) TO WS-TOTAL-PLANNED.
127700     COMPUTE WS-VARIANCE =
127800         BL-SERVED(WS-BL-IX) - BL-PLANNED(WS-BL-IX).
127900     MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
128000     MOVE WS-VARIANCE-EDIT TO CMP-LINE(32:6).
128100     COMPUTE WS-WASTE-LIMIT ROUNDED =
128200         BL-PLANNED(WS-BL-IX) * WS-WASTE-PCT / 100.
128300     IF WS-VARIANCE > 0
128400        MOVE "SERVED OVER PLAN" TO CMP-LINE(40:16)
128500        ADD 1 TO WS-FLAGGED-COUNT
128600     ELSE
128700        IF 0 - WS-VARIANCE > WS-WASTE-LIMIT
128800           MOVE "OVERPRODUCED" TO CMP-LINE(40:12)
128900           ADD 1 TO WS-FLAGGED-COUNT
129000        END-IF
129100     END-IF.
129200     WRITE CMP-LINE.
129300
129400 6000-TERMINATE.
129500     IF WS-MODE = "FORECAST"
129600        DISPLAY "GRADE-SCHOOL-MEALFCST FORECAST " WS-RUN-DATE
129700            " THRU " WS-WEEK-END " MEAL " WS-MEAL
129800        DISPLAY "  SCHOOL DAYS PLANNED:     " WS-DY-COUNT
129900        DISPLAY "  BUILDING-DAYS PLANNED:   " WS-SHEET-COUNT
130000        DISPLAY "  STUDENT-DAYS ON TRIPS:   " WS-AWAY-COUNT
130100        DISPLAY "  NO SERVING HISTORY:      " WS-NO-HISTORY-COUNT
130200        DISPLAY "  NO MENU ITEMS:           " WS-NO-MENU-COUNT
130300        DISPLAY "  MEALS BY UNKNOWN IDS:    " WS-UNKNOWN-COUNT
130400        IF WS-OVERFLOW-COUNT > 0
130500           DISPLAY "  MENU ROWS NOT LOADED:    " WS-OVERFLOW-COUNT
130600        END-IF
130700        IF WS-NO-HISTORY-COUNT > 0 OR WS-NO-MENU-COUNT > 0
130800           OR WS-OVERFLOW-COUNT > 0 OR WS-DY-COUNT = 0
130900           MOVE 4 TO RETURN-CODE
131000        END-IF
131100     ELSE
131200        DISPLAY "GRADE-SCHOOL-MEALFCST COMPARE " WS-RUN-DATE
131300        DISPLAY "  MEALS PLANNED:           " WS-TOTAL-PLANNED
131400        DISPLAY "  MEALS SERVED:            " WS-TOTAL-SERVED
131500        DISPLAY "  BUILDINGS FLAGGED:       " WS-FLAGGED-COUNT
131600        DISPLAY "  MEALS BY UNKNOWN IDS:    " WS-UNKNOWN-COUNT
131700        IF WS-FLAGGED-COUNT > 0
131800           MOVE 4 TO RETURN-CODE
131900        END-IF
132000     END-IF.
132100
132200*----------------------------------------------------------------
132300* MIRRORS GRADE-SCHOOL-ATTCOMP'S CHECK-SCHOOL-DAY, RETURNING THE
132400* SCHOOLCAL DAY TYPE OF WS-CHECK-DATE (BLANK WHEN IT IS NOT ON
132500* THE CALENDAR); WITH NO SCHOOLCAL ON HAND, I MONDAY THROUGH
132600* FRIDAY.  THE LAST ANSWER IS KEPT -- MEALSERV COMES IN DATE
132700* ORDER.
132800*----------------------------------------------------------------
132900 7000-CHECK-SCHOOL-DAY.
133000     PERFORM 7100-DAY-OF-WEEK.
133100     IF WS-CHECK-DATE = WS-LAST-CHECK-DATE
133200        MOVE WS-LAST-DAY-TYPE TO WS-DAY-TYPE
133300        EXIT PARAGRAPH
133400     END-IF.
133500     MOVE SPACE TO WS-DAY-TYPE.
133600     IF CALENDAR-ON-FILE
133700        PERFORM VARYING WS-CAL-INDX FROM 1 BY 1
133800                 UNTIL WS-CAL-INDX > WS-CAL-COUNT
133900           IF CAL-T-DATE(WS-CAL-INDX) = WS-CHECK-DATE
134000              MOVE CAL-T-DAY-TYPE(WS-CAL-INDX) TO WS-DAY-TYPE
134100           END-IF
134200        END-PERFORM
134300     ELSE
134400        IF WS-WEEKDAY <= 5
134500           MOVE "I" TO WS-DAY-TYPE
134600        END-IF
134700     END-IF.
134800     MOVE WS-CHECK-DATE TO WS-LAST-CHECK-DATE.
134900     MOVE WS-DAY-TYPE TO WS-LAST-DAY-TYPE.
135000
135100*----------------------------------------------------------------
135200* MONDAY = 1 THROUGH SUNDAY = 7 FOR WS-CHECK-DATE; 1601-01-01,
135300* DAY ONE OF THE INTEGER CALENDAR, WAS A MONDAY.
135400*----------------------------------------------------------------
135500 7100-DAY-OF-WEEK.
135600     COMPUTE WS-WEEKDAY = FUNCTION MOD(
135700         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) + 1.
135800
135900*----------------------------------------------------------------
136000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
136100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
136200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
136300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
136400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
136500*----------------------------------------------------------------
136600 9800-CHECK-LAYOUTS.
136700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
136800     OPEN EXTEND LAYOUT-USAGE-LOG.
136900     IF WS-LU-STATUS = "35"
137000        OPEN OUTPUT LAYOUT-USAGE-LOG
137100     END-IF.
137200     MOVE "ROSTERF" TO WS-LK-DATASET.
137300     MOVE 3 TO WS-LK-VERSION.
137400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
137500     PERFORM 9820-CHECK-ONE-LAYOUT.
137600     MOVE "ATTNDNCE" TO WS-LK-DATASET.
137700     MOVE 2 TO WS-LK-VERSION.
137800     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
137900     PERFORM 9820-CHECK-ONE-LAYOUT.
138000     CLOSE LAYOUT-USAGE-LOG.
138100
138200 9810-LOAD-LAYOUT-CONTROL.
138300     MOVE 0 TO WS-LC-COUNT.
138400     OPEN INPUT LAYOUT-CONTROL.
138500     IF WS-LC-STATUS NOT = "00"
138600        EXIT PARAGRAPH
138700     END-IF.
138800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
138900        READ LAYOUT-CONTROL
139000            AT END MOVE "10" TO WS-LC-STATUS
139100        END-READ
139200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
139300           ADD 1 TO WS-LC-COUNT
139400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
139500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
139600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
139700        END-IF
139800     END-PERFORM.
139900     CLOSE LAYOUT-CONTROL.
140000
140100*----------------------------------------------------------------
140200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
140300* AS NOCTL.
140400*----------------------------------------------------------------
140500 9820-CHECK-ONE-LAYOUT.
140600     MOVE "NOCTL" TO WS-LK-RESULT.
140700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
140800             UNTIL WS-LC-INDX > WS-LC-COUNT
140900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
141000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
141100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
141200              MOVE "CURRENT" TO WS-LK-RESULT
141300           ELSE
141400              MOVE "MISMATCH" TO WS-LK-RESULT
141500           END-IF
141600        END-IF
141700     END-PERFORM.
141800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
141900     MOVE "GRADE-SCHOOL-MEALFCST" TO LU-PROGRAM.
142000     MOVE WS-LK-DATASET TO LU-DATASET.
142100     MOVE WS-LK-VERSION TO LU-VERSION.
142200     MOVE WS-LK-LENGTH TO LU-LENGTH.
142300     MOVE WS-LK-RESULT TO LU-RESULT.
142400     WRITE LAYOUT-USAGE-RECORD.
142500     IF WS-LK-RESULT NOT = "MISMATCH"
142600        EXIT PARAGRAPH
142700     END-IF.
142800     SET LAYOUT-MISMATCH TO TRUE.
142900     DISPLAY "GRADE-SCHOOL-MEALFCST HALTED: " WS-LK-DATASET
143000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
143100         " DOES NOT MATCH LAYOUTCT".
143200     OPEN EXTEND OPS-ERROR-LOG.
143300     IF WS-OPS-LOG-STATUS = "35"
143400        OPEN OUTPUT OPS-ERROR-LOG
143500     END-IF.
143600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
143700     MOVE "GRADE-SCHOOL-MEALFCST" TO OE-PROGRAM.
143800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
143900     MOVE "LAYOUT" TO OE-OPERATION.
144000     MOVE "16" TO OE-STATUS.
144100     WRITE OPS-ERROR-RECORD.
144200     CLOSE OPS-ERROR-LOG.
