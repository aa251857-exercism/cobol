000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CONFER.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  PARENT-TEACHER CONFERENCE SCHEDULER.  MODE
001100*                 TEACHERS LISTS EVERY TEACHER WHO HOLDS
001200*                 CONFERENCES -- THE HOMEROOM TEACHER OF A
001300*                 HOMEROOM STUDENT, EACH SEC-TEACHER OF A
001400*                 SCHEDULED ONE -- FOR MEETUP'S GENERATE-
001500*                 CONFERENCE-SLOTS TO TURN INTO OPEN SLOTS ON THE
001600*                 CONFERENCE DAYS.  MODE BOOK TAKES ONE CONFBOOK
001700*                 CARD PER HOUSEHOLD, BOOKS EVERY CHILD'S TEACHERS
001800*                 BACK TO BACK WHERE THE SLOTS ALLOW, FLAGS AN
001900*                 INTERPRETER FROM HM-LANGUAGE, AND PRINTS A
002000*                 CONFIRMATION LETTER FROM LTRTMPLT.  MODE
002100*                 SCHEDULE PRINTS EACH TEACHER'S SCHEDULE.
002200*                 ROSTERF AND HSHLDMST ARE CHECKED AGAINST
002300*                 LAYOUTCT.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "CONFPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FR-STUDENT-ID
003900         FILE STATUS IS WS-FILE-STATUS.
004000
004100     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS HM-HOUSEHOLD-ID
004500         FILE STATUS IS WS-HM-STATUS.
004600
004700     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SCH-STATUS.
005000
005100     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SEC-STATUS.
005400
005500     SELECT CONFERENCE-TEACHERS ASSIGN TO "CONFTCHR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CT-STATUS.
005800
005900     SELECT CONFERENCE-SLOTS ASSIGN TO "CONFSLOT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CS-STATUS.
006200
006300     SELECT BOOKING-TRANSACTIONS ASSIGN TO "CONFBOOK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-TX-STATUS.
006600
006700     SELECT REJECT-FILE ASSIGN TO "CONFREJ"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REJECT-STATUS.
007000
007100     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-TMPL-STATUS.
007400
007500     SELECT CONFIRMATION-PRINT ASSIGN TO "CONFLTR"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CF-STATUS.
008100
008200     SELECT CONFERENCE-REPORT ASSIGN TO "CONFRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-LC-STATUS.
008800
008900     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-LU-STATUS.
009200
009300     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-OPS-LOG-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARM-FILE.
010000*----------------------------------------------------------------
010100* ONE CARD: "TEACHERS", "BOOK" OR "SCHEDULE".
010200*----------------------------------------------------------------
010300 01  PARM-RECORD.
010400     05 PARM-MODE             PIC X(08).
010500
010600 FD  ROSTER-FILE.
010700*----------------------------------------------------------------
010800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
010900*----------------------------------------------------------------
011000 01  ROSTER-RECORD.
011100     05 FR-STUDENT-ID         PIC 9(09).
011200     05 FR-NAME               PIC X(60).
011300     05 FR-GRADE              PIC 9(02).
011400     05 FR-TEACHER            PIC X(30).
011500     05 FR-SECTION            PIC 9(01).
011600     05 FR-HOUSEHOLD-ID       PIC 9(09).
011700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
011800     05 FR-IEP-FLAG           PIC X(01).
011900     05 FR-DOB                PIC 9(08).
012000     05 FR-SCHOOL-CODE        PIC 9(02).
012100     05 FR-GENDER             PIC X(01).
012200     05 FR-RACE-ETH           PIC X(01).
012300
012400 FD  HOUSEHOLD-MASTER.
012500*----------------------------------------------------------------
012600* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
012700*----------------------------------------------------------------
012800 01  HOUSEHOLD-RECORD.
012900     05 HM-HOUSEHOLD-ID       PIC 9(09).
013000     05 HM-GUARDIAN-1         PIC X(60).
013100     05 HM-GUARDIAN-2         PIC X(60).
013200     05 HM-ADDRESS            PIC X(40).
013300     05 HM-CITY               PIC X(25).
013400     05 HM-STATE              PIC XX.
013500     05 HM-ZIP                PIC X(10).
013600     05 HM-PHONE-1            PIC X(15).
013700     05 HM-PHONE-2            PIC X(15).
013800     05 HM-DO-NOT-MAIL        PIC X(01).
013900        88 HM-MAILABLE                  VALUE "N" " ".
014000        88 HM-NO-MAIL                   VALUE "Y".
014100*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
014200     05 HM-LANGUAGE           PIC X(02).
014300*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
014400*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
014500     05 HM-ADDR-STATUS        PIC X(01).
014600        88 HM-ADDRESS-BAD               VALUE "B".
014700     05 HM-RETURN-COUNT       PIC 9(03).
014800     05 HM-LAST-RETURN-DATE   PIC 9(08).
014900
015000 FD  STUDENT-SCHEDULE.
015100*----------------------------------------------------------------
015200* LAYOUT MUST MATCH GRADE-SCHOOL'S STUDENT-SCHEDULE-RECORD.
015300*----------------------------------------------------------------
015400 01  STUDENT-SCHEDULE-RECORD.
015500     05 SCH-STUDENT-ID        PIC 9(09).
015600     05 SCH-COURSE-CODE       PIC X(20).
015700     05 SCH-PERIOD            PIC 9(01).
015800
015900 FD  SECTION-MASTER.
016000*----------------------------------------------------------------
016100* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
016200*----------------------------------------------------------------
016300 01  SECTION-RECORD.
016400     05 SEC-COURSE-CODE       PIC X(20).
016500     05 SEC-PERIOD            PIC 9(01).
016600     05 SEC-ROOM              PIC X(05).
016700     05 SEC-TEACHER           PIC X(30).
016800     05 SEC-SEAT-CAP          PIC 9(02).
016900
017000 FD  CONFERENCE-TEACHERS.
017100*----------------------------------------------------------------
017200* LAYOUT MUST MATCH MEETUP'S CONFERENCE-TEACHER-RECORD.  H A
017300* HOMEROOM TEACHER, S A SECTION TEACHER.
017400*----------------------------------------------------------------
017500 01  CONFERENCE-TEACHER-RECORD.
017600     05 CT-TEACHER            PIC X(30).
017700     05 CT-SCHOOL-CODE        PIC 9(02).
017800     05 CT-KIND               PIC X(01).
017900
018000 FD  CONFERENCE-SLOTS.
018100*----------------------------------------------------------------
018200* LAYOUT MUST MATCH MEETUP'S CONFERENCE-SLOT-RECORD -- ONE ROW PER
018300* SLOT BY TEACHER, DATE AND TIME (HHMM).  A ZERO HOUSEHOLD IS
018400* OPEN.  CS-INTERPRETER IS THE LANGUAGE AN INTERPRETER IS NEEDED
018500* FOR, BLANK FOR NONE.
018600*----------------------------------------------------------------
018700 01  CONFERENCE-SLOT-RECORD.
018800     05 CS-TEACHER            PIC X(30).
018900     05 CS-SCHOOL-CODE        PIC 9(02).
019000     05 CS-DATE               PIC 9(08).
019100     05 CS-TIME               PIC 9(04).
019200     05 CS-HOUSEHOLD-ID       PIC 9(09).
019300     05 CS-STUDENT-ID         PIC 9(09).
019400     05 CS-INTERPRETER        PIC X(02).
019500
019600 FD  BOOKING-TRANSACTIONS.
019700*----------------------------------------------------------------
019800* ONE CARD PER HOUSEHOLD: B BOOKS EVERY CHILD'S CONFERENCES ON
019900* THE DAY GIVEN, NO EARLIER THAN THE TIME GIVEN (HHMM, ZERO FOR
020000* ANY); C CANCELS EVERYTHING THE HOUSEHOLD HOLDS SO A FRESH B CAN
020100* REBOOK IT.
020200*----------------------------------------------------------------
020300 01  TX-RECORD.
020400     05 CB-ACTION             PIC X(01).
020500        88 CB-BOOK                      VALUE "B".
020600        88 CB-CANCEL                    VALUE "C".
020700     05 FILLER                PIC X(01).
020800     05 CB-HOUSEHOLD-ID       PIC 9(09).
020900     05 FILLER                PIC X(01).
021000     05 CB-DATE               PIC 9(08).
021100     05 FILLER                PIC X(01).
021200     05 CB-EARLIEST           PIC 9(04).
021300
021400 FD  REJECT-FILE.
021500*----------------------------------------------------------------
021600* TX IMAGE LEADING, REASON TRAILING -- THE SAME SHAPE THE
021700* ENROLLMENT BATCH WRITES.
021800*----------------------------------------------------------------
021900 01  REJ-RECORD.
022000     05 REJ-TX-IMAGE          PIC X(25).
022100     05 FILLER                PIC X(01).
022200     05 REJ-REASON            PIC X(08).
022300
022400 FD  LETTER-TEMPLATE-FILE.
022500*----------------------------------------------------------------
022600* LAYOUT MUST MATCH THE SHOP'S LTRTMPLT: ONE BODY LINE PER
022700* ROW, KEYED BY LETTER TYPE AND LANGUAGE.
022800*----------------------------------------------------------------
022900 01  LETTER-TEMPLATE-RECORD.
023000     05 LT-TYPE               PIC X(08).
023100     05 LT-LANGUAGE           PIC X(02).
023200     05 LT-SEQ                PIC 9(02).
023300     05 LT-TEXT               PIC X(60).
023400
023500 FD  CONFIRMATION-PRINT.
023600 01  NTC-LINE                 PIC X(80).
023700
023800 FD  CALL-FAMILY-FILE.
023900*----------------------------------------------------------------
024000* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
024100* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
024200*----------------------------------------------------------------
024300 01  CALL-FAMILY-RECORD.
024400     05 CF-DATE               PIC 9(08).
024500     05 CF-SOURCE             PIC X(08).
024600     05 CF-LETTER-TYPE        PIC X(08).
024700     05 CF-HOUSEHOLD-ID       PIC 9(09).
024800     05 CF-STUDENT-ID         PIC 9(09).
024900     05 CF-GUARDIAN           PIC X(60).
025000     05 CF-PHONE-1            PIC X(15).
025100     05 CF-PHONE-2            PIC X(15).
025200     05 CF-RETURN-COUNT       PIC 9(03).
025300
025400 FD  CONFERENCE-REPORT.
025500 01  RPT-LINE                 PIC X(100).
025600
025700 FD  LAYOUT-CONTROL.
025800*----------------------------------------------------------------
025900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
026000* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
026100*----------------------------------------------------------------
026200 01  LAYOUT-CONTROL-RECORD.
026300     05 LC-DATASET            PIC X(08).
026400     05 LC-VERSION            PIC 9(03).
026500     05 LC-LENGTH             PIC 9(05).
026600     05 LC-EFFECTIVE-DATE     PIC 9(08).
026700
026800 FD  LAYOUT-USAGE-LOG.
026900*----------------------------------------------------------------
027000* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
027100* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
027200*----------------------------------------------------------------
027300 01  LAYOUT-USAGE-RECORD.
027400     05 LU-TIMESTAMP          PIC 9(14).
027500     05 LU-PROGRAM            PIC X(24).
027600     05 LU-DATASET            PIC X(08).
027700     05 LU-VERSION            PIC 9(03).
027800     05 LU-LENGTH             PIC 9(05).
027900     05 LU-RESULT             PIC X(08).
028000
028100 FD  OPS-ERROR-LOG.
028200*----------------------------------------------------------------
028300* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
028400* SHARED SHOP-WIDE ERROR LOG.
028500*----------------------------------------------------------------
028600 01  OPS-ERROR-RECORD.
028700     05 OE-TIMESTAMP          PIC 9(14).
028800     05 OE-PROGRAM            PIC X(20).
028900     05 OE-FILE-NAME          PIC X(08).
029000     05 OE-OPERATION          PIC X(08).
029100     05 OE-STATUS             PIC XX.
029200
029300 WORKING-STORAGE SECTION.
029400 01 WS-PARM-STATUS             PIC XX.
029500 01 WS-FILE-STATUS             PIC XX.
029600 01 WS-HM-STATUS               PIC XX.
029700 01 WS-SCH-STATUS              PIC XX.
029800 01 WS-SEC-STATUS              PIC XX.
029900 01 WS-CT-STATUS               PIC XX.
030000 01 WS-CS-STATUS               PIC XX.
030100 01 WS-TX-STATUS               PIC XX.
030200 01 WS-REJECT-STATUS           PIC XX.
030300 01 WS-TMPL-STATUS             PIC XX.
030400 01 WS-CF-STATUS               PIC XX.
030500 01 WS-RUN-MODE                PIC X(08).
030600 01 WS-TODAY                   PIC 9(08).
030700 01 WS-REJECT-REASON           PIC X(08).
030800 01 WS-INTERPRETER             PIC X(02).
030900 01 WS-TEACHER-COUNT-H         PIC 9(04) COMP VALUE ZERO.
031000 01 WS-TEACHER-COUNT-S         PIC 9(04) COMP VALUE ZERO.
031100 01 WS-BOOKED-COUNT            PIC 9(05) COMP VALUE ZERO.
031200 01 WS-SPLIT-COUNT             PIC 9(05) COMP VALUE ZERO.
031300 01 WS-SHORT-COUNT             PIC 9(05) COMP VALUE ZERO.
031400 01 WS-INTERP-COUNT            PIC 9(05) COMP VALUE ZERO.
031500 01 WS-CANCEL-COUNT            PIC 9(05) COMP VALUE ZERO.
031600 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
031700 01 WS-LETTER-COUNT            PIC 9(05) COMP VALUE ZERO.
031800 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
031900 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
032000 01 WS-FREED-COUNT             PIC 9(05) COMP.
032100 01 WS-PLACED-COUNT            PIC 9(02) COMP.
032200 01 WS-COUNT-EDIT              PIC ZZZZ9.
032300 01 WS-DATE-EDIT               PIC 9999/99/99.
032400 01 WS-TIME-EDIT.
032500     05 WS-TE-HOUR             PIC 9(02).
032600     05 FILLER                 PIC X(01) VALUE ":".
032700     05 WS-TE-MINUTE           PIC 9(02).
032800 01 WS-HHMM                    PIC 9(04).
032900 01 WS-HHMM-PARTS REDEFINES WS-HHMM.
033000     05 WS-HHMM-HOUR           PIC 9(02).
033100     05 WS-HHMM-MINUTE         PIC 9(02).
033200 01 WS-LAST-TEACHER            PIC X(30).
033300 01 WS-LAST-DATE               PIC 9(08).
033400 01 WS-PLACED-SWITCH           PIC X(01).
033500     88 CHAIN-PLACED                     VALUE "Y".
033600     88 CHAIN-NOT-PLACED                 VALUE "N".
033700 01 WS-OPEN-SWITCH             PIC X(01).
033800     88 SLOT-IS-OPEN                     VALUE "Y".
033900 01 I                          PIC 9(05) COMP.
034000 01 J                          PIC 9(05) COMP.
034100 01 K                          PIC 9(05) COMP.
034200 01 G                          PIC 9(03) COMP.
034300 01 M                          PIC 9(02) COMP.
034400 01 WS-G-START                 PIC 9(03) COMP.
034500 01 WS-G-TRY                   PIC 9(03) COMP.
034600 01 WS-SLOT-INDX               PIC 9(05) COMP.
034700
034800*----------------------------------------------------------------
034900* STUSCHED, CRSSECTN AND ROSTERF AS LOADED -- THE SAME TABLES
035000* GRADE-SCHOOL-ATTCOMP BUILDS.  A STUDENT WITH STUSCHED ROWS MEETS
035100* EACH OF THEIR SECTION TEACHERS; ONE WITH NONE MEETS THE
035200* HOMEROOM TEACHER.
035300*----------------------------------------------------------------
035400 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
035500 01 SECTION-TABLE.
035600     02 SEC-ROW               OCCURS 1 TO 1000 TIMES
035700                                 DEPENDING ON WS-SEC-COUNT.
035800        05 SEC-T-COURSE       PIC X(20).
035900        05 SEC-T-PERIOD       PIC 9(01).
036000        05 SEC-T-TEACHER      PIC X(30).
036100
036200 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
036300 01 WS-SCH-PTR                 PIC 9(05) COMP.
036400 01 SCHEDULE-TABLE.
036500     02 SCHT-ROW              OCCURS 1 TO 40000 TIMES
036600                                 DEPENDING ON WS-SCH-COUNT.
036700        05 SCHT-STUDENT-ID    PIC 9(09).
036800        05 SCHT-COURSE        PIC X(20).
036900        05 SCHT-PERIOD        PIC 9(01).
037000
037100 01 WS-ST-COUNT                PIC 9(04) COMP VALUE ZERO.
037200 01 STUDENT-TABLE.
037300     02 ST-ROW                OCCURS 1 TO 8000 TIMES
037400                                 DEPENDING ON WS-ST-COUNT.
037500        05 ST-STUDENT-ID      PIC 9(09).
037600        05 ST-NAME            PIC X(60).
037700        05 ST-HOUSEHOLD-ID    PIC 9(09).
037800        05 ST-TEACHER         PIC X(30).
037900        05 ST-SCHOOL-CODE     PIC 9(02).
038000        05 ST-SCHEDULED       PIC X(01).
038100        05 ST-SCH-START       PIC 9(05) COMP.
038200
038300*----------------------------------------------------------------
038400* MODE TEACHERS: ONE ROW PER TEACHER HOLDING CONFERENCES.
038500*----------------------------------------------------------------
038600 01 WS-TL-COUNT                PIC 9(04) COMP VALUE ZERO.
038700 01 WS-ADD-TEACHER             PIC X(30).
038800 01 WS-ADD-KIND                PIC X(01).
038900 01 TEACHER-LIST.
039000     02 TL-ROW                OCCURS 1 TO 2000 TIMES
039100                                 DEPENDING ON WS-TL-COUNT.
039200        05 TL-TEACHER         PIC X(30).
039300        05 TL-SCHOOL-CODE     PIC 9(02).
039400        05 TL-KIND            PIC X(01).
039500
039600*----------------------------------------------------------------
039700* CONFSLOT AS LOADED, IN TEACHER, DATE AND TIME ORDER.
039800*----------------------------------------------------------------
039900 01 WS-CS-COUNT                PIC 9(05) COMP VALUE ZERO.
040000 01 SLOT-TABLE.
040100     02 CS-ROW                OCCURS 1 TO 20000 TIMES
040200                                 DEPENDING ON WS-CS-COUNT.
040300        05 CS-T-TEACHER       PIC X(30).
040400        05 CS-T-SCHOOL-CODE   PIC 9(02).
040500        05 CS-T-DATE          PIC 9(08).
040600        05 CS-T-TIME          PIC 9(04).
040700        05 CS-T-HOUSEHOLD-ID  PIC 9(09).
040800        05 CS-T-STUDENT-ID    PIC 9(09).
040900        05 CS-T-INTERPRETER   PIC X(02).
041000
041100*----------------------------------------------------------------
041200* ONE BOOKING: THE DAY'S SLOT TIMES (GR-USED MARKS A TIME THIS
041300* HOUSEHOLD ALREADY HOLDS), AND ONE ROW PER CONFERENCE THE
041400* HOUSEHOLD NEEDS -- MT-FIRST IS THE TEACHER'S FIRST SLOT THAT
041500* DAY, MT-SLOT THE ONE BOOKED (ZERO WHEN NONE COULD BE).
041600*----------------------------------------------------------------
041700 01 WS-GR-COUNT                PIC 9(03) COMP VALUE ZERO.
041800 01 GRID-TABLE.
041900     02 GR-ROW                OCCURS 1 TO 100 TIMES
042000                                 DEPENDING ON WS-GR-COUNT.
042100        05 GR-TIME            PIC 9(04).
042200        05 GR-USED            PIC X(01).
042300 01 WS-MT-COUNT                PIC 9(02) COMP VALUE ZERO.
042400 01 MEETING-TABLE.
042500     02 MT-ROW                OCCURS 1 TO 40 TIMES
042600                                 DEPENDING ON WS-MT-COUNT.
042700        05 MT-STUDENT-ID      PIC 9(09).
042800        05 MT-STUDENT-NAME    PIC X(60).
042900        05 MT-TEACHER         PIC X(30).
043000        05 MT-FIRST           PIC 9(05) COMP.
043100        05 MT-SLOT            PIC 9(05) COMP.
043200
043300 01 WS-TMPL-COUNT              PIC 9(03) COMP VALUE ZERO.
043400 01 WS-TMPL-INDX               PIC 9(03) COMP.
043500 01 WS-LETTER-LANG             PIC X(02).
043600 01 WS-BODY-PRINTED            PIC 9(02) COMP.
043700 01 WS-NOLANG-COUNT            PIC 9(04) COMP VALUE ZERO.
043800 01 LETTER-TEMPLATE-TABLE.
043900     02 LT-ROW                OCCURS 1 TO 300 TIMES
044000                                 DEPENDING ON WS-TMPL-COUNT.
044100        05 LT-T-TYPE          PIC X(08).
044200        05 LT-T-LANGUAGE      PIC X(02).
044300        05 LT-T-SEQ           PIC 9(02).
044400        05 LT-T-TEXT          PIC X(60).
044500
044600*----------------------------------------------------------------
044700* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
044800* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
044900*----------------------------------------------------------------
045000 01 WS-LC-STATUS               PIC XX.
045100 01 WS-LU-STATUS               PIC XX.
045200 01 WS-OPS-LOG-STATUS          PIC XX.
045300 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
045400     88 LAYOUT-MISMATCH                  VALUE "Y".
045500 01 WS-LK-DATASET              PIC X(08).
045600 01 WS-LK-VERSION              PIC 9(03).
045700 01 WS-LK-LENGTH               PIC 9(05).
045800 01 WS-LK-RESULT               PIC X(08).
045900 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
046000 01 WS-LC-INDX                 PIC 9(03) COMP.
046100 01 LAYOUT-CONTROL-TABLE.
046200     02 LCT-ROW               OCCURS 50 TIMES.
046300        05 LCT-DATASET        PIC X(08).
046400        05 LCT-VERSION        PIC 9(03).
046500        05 LCT-LENGTH         PIC 9(05).
046600
046700 PROCEDURE DIVISION.
046800
046900 0000-MAINLINE.
047000     PERFORM 9800-CHECK-LAYOUTS
047100     IF LAYOUT-MISMATCH
047200        MOVE 16 TO RETURN-CODE
047300        GOBACK
047400     END-IF
047500     PERFORM 1000-INITIALIZE
047600     EVALUATE WS-RUN-MODE
047700         WHEN "TEACHERS"
047800             PERFORM 2000-BUILD-TEACHER-LIST
047900         WHEN "BOOK"
048000             PERFORM 3000-BOOK-CONFERENCES
048100         WHEN "SCHEDULE"
048200             PERFORM 4000-PRINT-SCHEDULES
048300         WHEN OTHER
048400             DISPLAY "GRADE-SCHOOL-CONFER UNKNOWN MODE "
048500                 WS-RUN-MODE
048600             MOVE 8 TO RETURN-CODE
048700     END-EVALUATE
048800     PERFORM 5000-TERMINATE
048900     GOBACK.
049000
049100 1000-INITIALIZE.
049200     MOVE SPACES TO WS-RUN-MODE.
049300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
049400     OPEN INPUT PARM-FILE.
049500     IF WS-PARM-STATUS = "00"
049600        READ PARM-FILE
049700            AT END CONTINUE
049800        END-READ
049900        IF WS-PARM-STATUS = "00"
050000           MOVE PARM-MODE TO WS-RUN-MODE
050100        END-IF
050200        CLOSE PARM-FILE
050300     END-IF.
050400
050500 1100-LOAD-SCHEDULE.
050600     OPEN INPUT STUDENT-SCHEDULE.
050700     IF WS-SCH-STATUS NOT = "00"
050800        MOVE "10" TO WS-SCH-STATUS
050900     ELSE
051000        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
051100           READ STUDENT-SCHEDULE
051200               AT END MOVE "10" TO WS-SCH-STATUS
051300           END-READ
051400           IF WS-SCH-STATUS = "00"
051500              AND SCH-PERIOD IS NUMERIC
051600              AND WS-SCH-COUNT < 40000
051700              ADD 1 TO WS-SCH-COUNT
051800              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
051900              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
052000              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
052100           END-IF
052200        END-PERFORM
052300        CLOSE STUDENT-SCHEDULE
052400     END-IF.
052500     IF WS-SCH-COUNT > 0
052600        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID
052700     END-IF.
052800
052900 1200-LOAD-SECTIONS.
053000     OPEN INPUT SECTION-MASTER.
053100     IF WS-SEC-STATUS NOT = "00"
053200        MOVE "10" TO WS-SEC-STATUS
053300     ELSE
053400        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
053500           READ SECTION-MASTER
053600               AT END MOVE "10" TO WS-SEC-STATUS
053700           END-READ
053800           IF WS-SEC-STATUS = "00"
053900              AND SEC-PERIOD IS NUMERIC
054000              AND WS-SEC-COUNT < 1000
054100              ADD 1 TO WS-SEC-COUNT
054200              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
054300              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
054400              MOVE SEC-TEACHER TO SEC-T-TEACHER(WS-SEC-COUNT)
054500           END-IF
054600        END-PERFORM
054700        CLOSE SECTION-MASTER
054800     END-IF.
054900
055000*----------------------------------------------------------------
055100* ROSTERF AND THE SORTED SCHEDULE ARE BOTH IN STUDENT ORDER, SO
055200* ONE FORWARD POINTER FINDS EACH STUDENT'S FIRST STUSCHED ROW.
055300*----------------------------------------------------------------
055400 1300-LOAD-ROSTER.
055500     MOVE 1 TO WS-SCH-PTR.
055600     OPEN INPUT ROSTER-FILE.
055700     MOVE 0 TO FR-STUDENT-ID.
055800     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
055900         INVALID KEY MOVE "10" TO WS-FILE-STATUS
056000     END-START.
056100     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
056200        READ ROSTER-FILE NEXT RECORD
056300            AT END MOVE "10" TO WS-FILE-STATUS
056400        END-READ
056500        IF WS-FILE-STATUS = "00"
056600           AND WS-ST-COUNT < 8000
056700           ADD 1 TO WS-ST-COUNT
056800           MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
056900           MOVE FR-NAME TO ST-NAME(WS-ST-COUNT)
057000           MOVE FR-HOUSEHOLD-ID TO ST-HOUSEHOLD-ID(WS-ST-COUNT)
057100           MOVE FR-TEACHER TO ST-TEACHER(WS-ST-COUNT)
057200           MOVE FR-SCHOOL-CODE TO ST-SCHOOL-CODE(WS-ST-COUNT)
057300           MOVE "N" TO ST-SCHEDULED(WS-ST-COUNT)
057400           PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
057500                    OR SCHT-STUDENT-ID(WS-SCH-PTR)
057600                      >= FR-STUDENT-ID
057700              ADD 1 TO WS-SCH-PTR
057800           END-PERFORM
057900           MOVE WS-SCH-PTR TO ST-SCH-START(WS-ST-COUNT)
058000           IF WS-SCH-PTR <= WS-SCH-COUNT
058100              IF SCHT-STUDENT-ID(WS-SCH-PTR) = FR-STUDENT-ID
058200                 MOVE "Y" TO ST-SCHEDULED(WS-ST-COUNT)
058300              END-IF
058400           END-IF
058500        END-IF
058600     END-PERFORM.
058700     CLOSE ROSTER-FILE.
058800
058900 1400-LOAD-SLOTS.
059000     OPEN INPUT CONFERENCE-SLOTS.
059100     IF WS-CS-STATUS NOT = "00"
059200        MOVE "10" TO WS-CS-STATUS
059300        EXIT PARAGRAPH
059400     END-IF.
059500     PERFORM UNTIL WS-CS-STATUS NOT = "00"
059600        READ CONFERENCE-SLOTS
059700            AT END MOVE "10" TO WS-CS-STATUS
059800        END-READ
059900        IF WS-CS-STATUS = "00"
060000           IF WS-CS-COUNT < 20000
060100              ADD 1 TO WS-CS-COUNT
060200              MOVE CS-TEACHER TO CS-T-TEACHER(WS-CS-COUNT)
060300              MOVE CS-SCHOOL-CODE TO CS-T-SCHOOL-CODE(WS-CS-COUNT)
060400              MOVE CS-DATE TO CS-T-DATE(WS-CS-COUNT)
060500              MOVE CS-TIME TO CS-T-TIME(WS-CS-COUNT)
060600              MOVE CS-HOUSEHOLD-ID
060700                  TO CS-T-HOUSEHOLD-ID(WS-CS-COUNT)
060800              MOVE CS-STUDENT-ID TO CS-T-STUDENT-ID(WS-CS-COUNT)
060900              MOVE CS-INTERPRETER TO CS-T-INTERPRETER(WS-CS-COUNT)
061000           ELSE
061100              ADD 1 TO WS-OVERFLOW-COUNT
061200           END-IF
061300        END-IF
061400     END-PERFORM.
061500     CLOSE CONFERENCE-SLOTS.
061600
061700 1500-LOAD-TEMPLATES.
061800     OPEN INPUT LETTER-TEMPLATE-FILE.
061900     IF WS-TMPL-STATUS NOT = "00"
062000        MOVE "10" TO WS-TMPL-STATUS
062100     ELSE
062200        PERFORM UNTIL WS-TMPL-STATUS NOT = "00"
062300           READ LETTER-TEMPLATE-FILE
062400               AT END MOVE "10" TO WS-TMPL-STATUS
062500           END-READ
062600           IF WS-TMPL-STATUS = "00"
062700              AND WS-TMPL-COUNT < 300
062800              AND LT-TYPE = "CONFCONF"
062900              ADD 1 TO WS-TMPL-COUNT
063000              MOVE LT-TYPE TO LT-T-TYPE(WS-TMPL-COUNT)
063100              MOVE LT-LANGUAGE TO LT-T-LANGUAGE(WS-TMPL-COUNT)
063200              MOVE LT-SEQ TO LT-T-SEQ(WS-TMPL-COUNT)
063300              MOVE LT-TEXT TO LT-T-TEXT(WS-TMPL-COUNT)
063400           END-IF
063500        END-PERFORM
063600        CLOSE LETTER-TEMPLATE-FILE
063700     END-IF.
063800     IF WS-TMPL-COUNT > 1
063900        SORT LT-ROW ASCENDING LT-T-LANGUAGE LT-T-SEQ
064000     END-IF.
064100
064200*----------------------------------------------------------------
064300* A SLOT OVERFLOW MEANS CONFSLOT WAS NOT READ WHOLE -- IT IS NOT
064400* WRITTEN BACK SHORT.
064500*----------------------------------------------------------------
064600 1600-REWRITE-SLOTS.
064700     IF WS-OVERFLOW-COUNT > 0
064800        EXIT PARAGRAPH
064900     END-IF.
065000     OPEN OUTPUT CONFERENCE-SLOTS.
065100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CS-COUNT
065200        MOVE CS-T-TEACHER(J) TO CS-TEACHER
065300        MOVE CS-T-SCHOOL-CODE(J) TO CS-SCHOOL-CODE
065400        MOVE CS-T-DATE(J) TO CS-DATE
065500        MOVE CS-T-TIME(J) TO CS-TIME
065600        MOVE CS-T-HOUSEHOLD-ID(J) TO CS-HOUSEHOLD-ID
065700        MOVE CS-T-STUDENT-ID(J) TO CS-STUDENT-ID
065800        MOVE CS-T-INTERPRETER(J) TO CS-INTERPRETER
065900        WRITE CONFERENCE-SLOT-RECORD
066000     END-PERFORM.
066100     CLOSE CONFERENCE-SLOTS.
066200
066300*----------------------------------------------------------------
066400* TEACHERS: EVERY TEACHER WITH A STUDENT TO MEET, IN TEACHER
066500* ORDER, WITH THE BUILDING OF THE FIRST STUDENT FOUND.
066600*----------------------------------------------------------------
066700 2000-BUILD-TEACHER-LIST.
066800     PERFORM 1100-LOAD-SCHEDULE.
066900     PERFORM 1200-LOAD-SECTIONS.
067000     PERFORM 1300-LOAD-ROSTER.
067100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
067200        IF ST-SCHEDULED(I) = "N"
067300           IF ST-TEACHER(I) NOT = SPACES
067400              MOVE ST-TEACHER(I) TO WS-ADD-TEACHER
067500              MOVE "H" TO WS-ADD-KIND
067600              PERFORM 2100-ADD-TEACHER
067700           END-IF
067800        ELSE
067900           PERFORM VARYING J FROM ST-SCH-START(I) BY 1
068000                    UNTIL J > WS-SCH-COUNT
068100                       OR SCHT-STUDENT-ID(J)
068200                           NOT = ST-STUDENT-ID(I)
068300              PERFORM 2200-SECTION-TEACHER
068400              IF WS-ADD-TEACHER NOT = SPACES
068500                 MOVE "S" TO WS-ADD-KIND
068600                 PERFORM 2100-ADD-TEACHER
068700              END-IF
068800           END-PERFORM
068900        END-IF
069000     END-PERFORM.
069100     IF WS-TL-COUNT > 1
069200        SORT TL-ROW ASCENDING TL-TEACHER
069300     END-IF.
069400     OPEN OUTPUT CONFERENCE-TEACHERS.
069500     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TL-COUNT
069600        MOVE TL-TEACHER(K) TO CT-TEACHER
069700        MOVE TL-SCHOOL-CODE(K) TO CT-SCHOOL-CODE
069800        MOVE TL-KIND(K) TO CT-KIND
069900        WRITE CONFERENCE-TEACHER-RECORD
070000        IF TL-KIND(K) = "H"
070100           ADD 1 TO WS-TEACHER-COUNT-H
070200        ELSE
070300           ADD 1 TO WS-TEACHER-COUNT-S
070400        END-IF
070500     END-PERFORM.
070600     CLOSE CONFERENCE-TEACHERS.
070700
070800 2100-ADD-TEACHER.
070900     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TL-COUNT
071000        IF TL-TEACHER(K) = WS-ADD-TEACHER
071100           EXIT PARAGRAPH
071200        END-IF
071300     END-PERFORM.
071400     IF WS-TL-COUNT >= 2000
071500        ADD 1 TO WS-OVERFLOW-COUNT
071600        EXIT PARAGRAPH
071700     END-IF.
071800     ADD 1 TO WS-TL-COUNT.
071900     MOVE WS-ADD-TEACHER TO TL-TEACHER(WS-TL-COUNT).
072000     MOVE ST-SCHOOL-CODE(I) TO TL-SCHOOL-CODE(WS-TL-COUNT).
072100     MOVE WS-ADD-KIND TO TL-KIND(WS-TL-COUNT).
072200
072300*----------------------------------------------------------------
072400* THE SEC-TEACHER OF STUSCHED ROW J; SPACES WHEN CRSSECTN HAS NO
072500* SUCH SECTION.
072600*----------------------------------------------------------------
072700 2200-SECTION-TEACHER.
072800     MOVE SPACES TO WS-ADD-TEACHER.
072900     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SEC-COUNT
073000        IF SEC-T-COURSE(K) = SCHT-COURSE(J)
073100           AND SEC-T-PERIOD(K) = SCHT-PERIOD(J)
073200           MOVE SEC-T-TEACHER(K) TO WS-ADD-TEACHER
073300        END-IF
073400     END-PERFORM.
073500
073600*----------------------------------------------------------------
073700* BOOK: ONE CONFBOOK CARD AT A TIME AGAINST THE SLOT TABLE, WHICH
073800* IS WRITTEN BACK WHOLE AT THE END.
073900*----------------------------------------------------------------
074000 3000-BOOK-CONFERENCES.
074100     PERFORM 1100-LOAD-SCHEDULE.
074200     PERFORM 1200-LOAD-SECTIONS.
074300     PERFORM 1300-LOAD-ROSTER.
074400     PERFORM 1400-LOAD-SLOTS.
074500     PERFORM 1500-LOAD-TEMPLATES.
074600     OPEN INPUT HOUSEHOLD-MASTER.
074700     OPEN EXTEND REJECT-FILE.
074800     IF WS-REJECT-STATUS = "35"
074900        OPEN OUTPUT REJECT-FILE
075000     END-IF.
075100     OPEN EXTEND CALL-FAMILY-FILE.
075200     IF WS-CF-STATUS = "35"
075300        OPEN OUTPUT CALL-FAMILY-FILE
075400     END-IF.
075500     OPEN OUTPUT CONFIRMATION-PRINT.
075600     OPEN OUTPUT CONFERENCE-REPORT.
075700     MOVE SPACES TO RPT-LINE.
075800     STRING "CONFERENCE BOOKINGS -- RUN " DELIMITED BY SIZE
075900         WS-TODAY DELIMITED BY SIZE
076000         INTO RPT-LINE
076100     END-STRING.
076200     WRITE RPT-LINE.
076300     MOVE SPACES TO RPT-LINE.
076400     WRITE RPT-LINE.
076500     MOVE SPACES TO RPT-LINE.
076600     MOVE "HOUSEHOLD" TO RPT-LINE(1:9).
076700     MOVE "GUARDIAN" TO RPT-LINE(12:8).
076800     MOVE "DATE" TO RPT-LINE(44:4).
076900     MOVE "BOOKED" TO RPT-LINE(56:6).
077000     MOVE "NOTE" TO RPT-LINE(64:4).
077100     WRITE RPT-LINE.
077200     IF WS-OVERFLOW-COUNT > 0
077300        MOVE "CONFSLOT TOO LARGE -- NOTHING BOOKED" TO RPT-LINE
077400        WRITE RPT-LINE
077500     ELSE
077600        OPEN INPUT BOOKING-TRANSACTIONS
077700        IF WS-TX-STATUS NOT = "00"
077800           MOVE "10" TO WS-TX-STATUS
077900        END-IF
078000        PERFORM UNTIL WS-TX-STATUS NOT = "00"
078100           READ BOOKING-TRANSACTIONS
078200               AT END MOVE "10" TO WS-TX-STATUS
078300           END-READ
078400           IF WS-TX-STATUS = "00"
078500              PERFORM 3100-APPLY-ONE-CARD
078600           END-IF
078700        END-PERFORM
078800        CLOSE BOOKING-TRANSACTIONS
078900     END-IF.
079000     PERFORM 1600-REWRITE-SLOTS.
079100     CLOSE HOUSEHOLD-MASTER.
079200     CLOSE REJECT-FILE.
079300     CLOSE CALL-FAMILY-FILE.
079400     CLOSE CONFIRMATION-PRINT.
079500     CLOSE CONFERENCE-REPORT.
079600
079700 3100-APPLY-ONE-CARD.
079800     IF CB-HOUSEHOLD-ID IS NOT NUMERIC
079900        MOVE "HHOLD" TO WS-REJECT-REASON
080000        PERFORM 3900-REJECT-ONE
080100        EXIT PARAGRAPH
080200     END-IF.
080300     EVALUATE TRUE
080400         WHEN CB-CANCEL
080500             PERFORM 3150-CANCEL-HOUSEHOLD
080600         WHEN CB-BOOK
080700             PERFORM 3200-BOOK-HOUSEHOLD
080800         WHEN OTHER
080900             MOVE "ACTION" TO WS-REJECT-REASON
081000             PERFORM 3900-REJECT-ONE
081100     END-EVALUATE.
081200
081300 3150-CANCEL-HOUSEHOLD.
081400     MOVE 0 TO WS-FREED-COUNT.
081500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CS-COUNT
081600        IF CS-T-HOUSEHOLD-ID(J) = CB-HOUSEHOLD-ID
081700           MOVE 0 TO CS-T-HOUSEHOLD-ID(J)
081800           MOVE 0 TO CS-T-STUDENT-ID(J)
081900           MOVE SPACES TO CS-T-INTERPRETER(J)
082000           ADD 1 TO WS-FREED-COUNT
082100        END-IF
082200     END-PERFORM.
082300     IF WS-FREED-COUNT = 0
082400        MOVE "NOTBOOKD" TO WS-REJECT-REASON
082500        PERFORM 3900-REJECT-ONE
082600        EXIT PARAGRAPH
082700     END-IF.
082800     ADD 1 TO WS-CANCEL-COUNT.
082900     MOVE SPACES TO RPT-LINE.
083000     MOVE CB-HOUSEHOLD-ID TO RPT-LINE(1:9).
083100     MOVE WS-FREED-COUNT TO WS-COUNT-EDIT.
083200     MOVE WS-COUNT-EDIT TO RPT-LINE(57:5).
083300     MOVE "CANCELLED -- SLOTS FREED" TO RPT-LINE(64:24).
083400     WRITE RPT-LINE.
083500
083600*----------------------------------------------------------------
083700* A HOUSEHOLD BOOKS ONCE; THE DAY MUST BE A CONFERENCE DAY; AND
083800* THE HOUSEHOLD MUST HAVE A CHILD WITH A TEACHER TO MEET.
083900*----------------------------------------------------------------
084000 3200-BOOK-HOUSEHOLD.
084100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CS-COUNT
084200        IF CS-T-HOUSEHOLD-ID(J) = CB-HOUSEHOLD-ID
084300           MOVE "BOOKED" TO WS-REJECT-REASON
084400           PERFORM 3900-REJECT-ONE
084500           EXIT PARAGRAPH
084600        END-IF
084700     END-PERFORM.
084800     IF CB-DATE IS NOT NUMERIC
084900        MOVE "NODATE" TO WS-REJECT-REASON
085000        PERFORM 3900-REJECT-ONE
085100        EXIT PARAGRAPH
085200     END-IF.
085300     IF CB-EARLIEST IS NOT NUMERIC
085400        MOVE 0 TO CB-EARLIEST
085500     END-IF.
085600     PERFORM 3210-BUILD-GRID.
085700     IF WS-GR-COUNT = 0
085800        MOVE "NODATE" TO WS-REJECT-REASON
085900        PERFORM 3900-REJECT-ONE
086000        EXIT PARAGRAPH
086100     END-IF.
086200     MOVE CB-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
086300     READ HOUSEHOLD-MASTER
086400         INVALID KEY CONTINUE
086500     END-READ.
086600     IF WS-HM-STATUS NOT = "00"
086700        MOVE "00" TO WS-HM-STATUS
086800        MOVE "NOHHOLD" TO WS-REJECT-REASON
086900        PERFORM 3900-REJECT-ONE
087000        EXIT PARAGRAPH
087100     END-IF.
087200     PERFORM 3220-BUILD-MEETINGS.
087300     IF WS-MT-COUNT = 0
087400        MOVE "NOCHILD" TO WS-REJECT-REASON
087500        PERFORM 3900-REJECT-ONE
087600        EXIT PARAGRAPH
087700     END-IF.
087800     MOVE SPACES TO WS-INTERPRETER.
087900     IF HM-LANGUAGE NOT = SPACES
088000        AND HM-LANGUAGE NOT = "EN"
088100        MOVE HM-LANGUAGE TO WS-INTERPRETER
088200        ADD 1 TO WS-INTERP-COUNT
088300     END-IF.
088400     PERFORM 3300-PLACE-BACK-TO-BACK.
088500     IF CHAIN-NOT-PLACED
088600        PERFORM 3400-PLACE-ONE-BY-ONE
088700     END-IF.
088800     MOVE 0 TO WS-PLACED-COUNT.
088900     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
089000        IF MT-SLOT(M) > 0
089100           ADD 1 TO WS-PLACED-COUNT
089200           MOVE CB-HOUSEHOLD-ID TO CS-T-HOUSEHOLD-ID(MT-SLOT(M))
089300           MOVE MT-STUDENT-ID(M) TO CS-T-STUDENT-ID(MT-SLOT(M))
089400           MOVE WS-INTERPRETER TO CS-T-INTERPRETER(MT-SLOT(M))
089500        END-IF
089600     END-PERFORM.
089700     ADD 1 TO WS-BOOKED-COUNT.
089800     IF WS-PLACED-COUNT < WS-MT-COUNT
089900        ADD 1 TO WS-SHORT-COUNT
090000     END-IF.
090100     PERFORM 3500-REPORT-BOOKING.
090200     PERFORM 3600-CONFIRM-HOUSEHOLD.
090300
090400*----------------------------------------------------------------
090500* THE DAY'S SLOT TIMES, IN ORDER, ACROSS EVERY TEACHER.
090600*----------------------------------------------------------------
090700 3210-BUILD-GRID.
090800     MOVE 0 TO WS-GR-COUNT.
090900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CS-COUNT
091000        IF CS-T-DATE(J) = CB-DATE
091100           PERFORM 3215-ADD-GRID-TIME
091200        END-IF
091300     END-PERFORM.
091400     IF WS-GR-COUNT > 1
091500        SORT GR-ROW ASCENDING GR-TIME
091600     END-IF.
091700
091800 3215-ADD-GRID-TIME.
091900     PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GR-COUNT
092000        IF GR-TIME(G) = CS-T-TIME(J)
092100           EXIT PARAGRAPH
092200        END-IF
092300     END-PERFORM.
092400     IF WS-GR-COUNT < 100
092500        ADD 1 TO WS-GR-COUNT
092600        MOVE CS-T-TIME(J) TO GR-TIME(WS-GR-COUNT)
092700        MOVE "N" TO GR-USED(WS-GR-COUNT)
092800     END-IF.
092900
093000*----------------------------------------------------------------
093100* ONE CONFERENCE PER CHILD PER TEACHER, CHILDREN IN ROSTER ORDER,
093200* EACH WITH THE TEACHER'S FIRST SLOT OF THE DAY.
093300*----------------------------------------------------------------
093400 3220-BUILD-MEETINGS.
093500     MOVE 0 TO WS-MT-COUNT.
093600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
093700        IF ST-HOUSEHOLD-ID(I) = CB-HOUSEHOLD-ID
093800           IF ST-SCHEDULED(I) = "N"
093900              IF ST-TEACHER(I) NOT = SPACES
094000                 MOVE ST-TEACHER(I) TO WS-ADD-TEACHER
094100                 PERFORM 3225-ADD-MEETING
094200              END-IF
094300           ELSE
094400              PERFORM VARYING J FROM ST-SCH-START(I) BY 1
094500                       UNTIL J > WS-SCH-COUNT
094600                          OR SCHT-STUDENT-ID(J)
094700                              NOT = ST-STUDENT-ID(I)
094800                 PERFORM 2200-SECTION-TEACHER
094900                 IF WS-ADD-TEACHER NOT = SPACES
095000                    PERFORM 3225-ADD-MEETING
095100                 END-IF
095200              END-PERFORM
095300           END-IF
095400        END-IF
095500     END-PERFORM.
095600
095700 3225-ADD-MEETING.
095800     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
095900        IF MT-STUDENT-ID(M) = ST-STUDENT-ID(I)
096000           AND MT-TEACHER(M) = WS-ADD-TEACHER
096100           EXIT PARAGRAPH
096200        END-IF
096300     END-PERFORM.
096400     IF WS-MT-COUNT >= 40
096500        EXIT PARAGRAPH
096600     END-IF.
096700     ADD 1 TO WS-MT-COUNT.
096800     MOVE ST-STUDENT-ID(I) TO MT-STUDENT-ID(WS-MT-COUNT).
096900     MOVE ST-NAME(I) TO MT-STUDENT-NAME(WS-MT-COUNT).
097000     MOVE WS-ADD-TEACHER TO MT-TEACHER(WS-MT-COUNT).
097100     MOVE 0 TO MT-SLOT(WS-MT-COUNT).
097200     MOVE 0 TO MT-FIRST(WS-MT-COUNT).
097300     PERFORM VARYING K FROM 1 BY 1
097400              UNTIL K > WS-CS-COUNT OR MT-FIRST(WS-MT-COUNT) > 0
097500        IF CS-T-TEACHER(K) = WS-ADD-TEACHER
097600           AND CS-T-DATE(K) = CB-DATE
097700           MOVE K TO MT-FIRST(WS-MT-COUNT)
097800        END-IF
097900     END-PERFORM.
098000
098100*----------------------------------------------------------------
098200* SIBLINGS BACK TO BACK: THE EARLIEST START AT OR AFTER THE
098300* FAMILY'S TIME FROM WHICH EVERY CONFERENCE THAT CAN BE HELD AT
098400* ALL TAKES THE NEXT SLOT IN TURN.
098500*----------------------------------------------------------------
098600 3300-PLACE-BACK-TO-BACK.
098700     SET CHAIN-NOT-PLACED TO TRUE.
098800     MOVE 1 TO WS-G-START.
098900     PERFORM UNTIL WS-G-START > WS-GR-COUNT
099000              OR GR-TIME(WS-G-START) >= CB-EARLIEST
099100        ADD 1 TO WS-G-START
099200     END-PERFORM.
099300     PERFORM VARYING G FROM WS-G-START BY 1
099400              UNTIL G > WS-GR-COUNT OR CHAIN-PLACED
099500        PERFORM 3310-TRY-CHAIN
099600     END-PERFORM.
099700
099800 3310-TRY-CHAIN.
099900     MOVE G TO WS-G-TRY.
100000     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
100100        IF MT-FIRST(M) > 0
100200           IF WS-G-TRY > WS-GR-COUNT
100300              EXIT PARAGRAPH
100400           END-IF
100500           PERFORM 3350-FIND-SLOT
100600           IF NOT SLOT-IS-OPEN
100700              EXIT PARAGRAPH
100800           END-IF
100900           ADD 1 TO WS-G-TRY
101000        END-IF
101100     END-PERFORM.
101200     SET CHAIN-PLACED TO TRUE.
101300     MOVE G TO WS-G-TRY.
101400     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
101500        IF MT-FIRST(M) > 0
101600           PERFORM 3350-FIND-SLOT
101700           MOVE WS-SLOT-INDX TO MT-SLOT(M)
101800           MOVE "Y" TO GR-USED(WS-G-TRY)
101900           ADD 1 TO WS-G-TRY
102000        END-IF
102100     END-PERFORM.
102200
102300*----------------------------------------------------------------
102400* THE SLOT OF MEETING M'S TEACHER AT GRID TIME WS-G-TRY, AND
102500* WHETHER IT IS STILL OPEN.
102600*----------------------------------------------------------------
102700 3350-FIND-SLOT.
102800     MOVE "N" TO WS-OPEN-SWITCH.
102900     MOVE 0 TO WS-SLOT-INDX.
103000     PERFORM VARYING K FROM MT-FIRST(M) BY 1
103100              UNTIL K > WS-CS-COUNT
103200                 OR CS-T-TEACHER(K) NOT = MT-TEACHER(M)
103300                 OR CS-T-DATE(K) NOT = CB-DATE
103400                 OR WS-SLOT-INDX > 0
103500        IF CS-T-TIME(K) = GR-TIME(WS-G-TRY)
103600           MOVE K TO WS-SLOT-INDX
103700        END-IF
103800     END-PERFORM.
103900     IF WS-SLOT-INDX > 0
104000        IF CS-T-HOUSEHOLD-ID(WS-SLOT-INDX) = 0
104100           SET SLOT-IS-OPEN TO TRUE
104200        END-IF
104300     END-IF.
104400
104500*----------------------------------------------------------------
104600* NO UNBROKEN RUN IS LEFT: EACH CONFERENCE TAKES ITS TEACHER'S
104700* EARLIEST OPEN SLOT THAT THE FAMILY IS NOT ALREADY USING.
104800*----------------------------------------------------------------
104900 3400-PLACE-ONE-BY-ONE.
105000     ADD 1 TO WS-SPLIT-COUNT.
105100     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
105200        IF MT-FIRST(M) > 0
105300           PERFORM VARYING WS-G-TRY FROM WS-G-START BY 1
105400                    UNTIL WS-G-TRY > WS-GR-COUNT OR MT-SLOT(M) > 0
105500              IF GR-USED(WS-G-TRY) = "N"
105600                 PERFORM 3350-FIND-SLOT
105700                 IF SLOT-IS-OPEN
105800                    MOVE WS-SLOT-INDX TO MT-SLOT(M)
105900                    MOVE "Y" TO GR-USED(WS-G-TRY)
106000                 END-IF
106100              END-IF
106200           END-PERFORM
106300        END-IF
106400     END-PERFORM.
106500
106600 3500-REPORT-BOOKING.
106700     MOVE SPACES TO RPT-LINE.
106800     MOVE CB-HOUSEHOLD-ID TO RPT-LINE(1:9).
106900     MOVE HM-GUARDIAN-1(1:30) TO RPT-LINE(12:30).
107000     MOVE CB-DATE TO WS-DATE-EDIT.
107100     MOVE WS-DATE-EDIT TO RPT-LINE(44:10).
107200     MOVE WS-PLACED-COUNT TO RPT-LINE(56:2).
107300     MOVE "OF" TO RPT-LINE(59:2).
107400     MOVE WS-MT-COUNT TO RPT-LINE(62:2).
107500     EVALUATE TRUE
107600         WHEN WS-PLACED-COUNT < WS-MT-COUNT
107700             MOVE "NOT ALL PLACED -- CALL FAMILY"
107800                 TO RPT-LINE(66:29)
107900         WHEN CHAIN-NOT-PLACED
108000             MOVE "NOT BACK TO BACK" TO RPT-LINE(66:16)
108100         WHEN OTHER
108200             MOVE "BACK TO BACK" TO RPT-LINE(66:12)
108300     END-EVALUATE.
108400     WRITE RPT-LINE.
108500     IF WS-INTERPRETER NOT = SPACES
108600        MOVE SPACES TO RPT-LINE
108700        STRING "INTERPRETER NEEDED: " DELIMITED BY SIZE
108800            WS-INTERPRETER DELIMITED BY SIZE
108900            INTO RPT-LINE(66:35)
109000        END-STRING
109100        WRITE RPT-LINE
109200     END-IF.
109300
109400*----------------------------------------------------------------
109500* THE CONFIRMATION LETTER: ADDRESS, THE LTRTMPLT CONFCONF BODY
109600* IN THE HOUSEHOLD'S LANGUAGE, THEN ONE LINE PER CONFERENCE.  A
109700* DO-NOT-MAIL HOUSEHOLD GETS NO LETTER; ONE WHOSE MAIL COMES BACK
109800* GOES ON THE SHARED CALL LIST INSTEAD.
109900*----------------------------------------------------------------
110000 3600-CONFIRM-HOUSEHOLD.
110100     IF HM-NO-MAIL
110200        EXIT PARAGRAPH
110300     END-IF.
110400     IF HM-ADDRESS-BAD
110500        PERFORM 3700-CALL-FAMILY
110600        EXIT PARAGRAPH
110700     END-IF.
110800     ADD 1 TO WS-LETTER-COUNT.
110900     MOVE "PARENT-TEACHER CONFERENCE CONFIRMATION" TO NTC-LINE.
111000     WRITE NTC-LINE.
111100     MOVE HM-GUARDIAN-1 TO NTC-LINE.
111200     WRITE NTC-LINE.
111300     MOVE HM-ADDRESS TO NTC-LINE.
111400     WRITE NTC-LINE.
111500     MOVE SPACES TO NTC-LINE.
111600     STRING FUNCTION TRIM(HM-CITY) DELIMITED BY SIZE
111700         ", " DELIMITED BY SIZE
111800         HM-STATE DELIMITED BY SIZE
111900         " " DELIMITED BY SIZE
112000         HM-ZIP DELIMITED BY SIZE
112100         INTO NTC-LINE
112200     END-STRING.
112300     WRITE NTC-LINE.
112400     MOVE SPACES TO NTC-LINE.
112500     WRITE NTC-LINE.
112600     PERFORM 3610-PRINT-TEMPLATE-BODY.
112700     MOVE SPACES TO NTC-LINE.
112800     WRITE NTC-LINE.
112900     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
113000        PERFORM 3630-PRINT-MEETING
113100     END-PERFORM.
113200     IF WS-INTERPRETER NOT = SPACES
113300        MOVE SPACES TO NTC-LINE
113400        STRING "  AN INTERPRETER (" DELIMITED BY SIZE
113500            WS-INTERPRETER DELIMITED BY SIZE
113600            ") WILL JOIN EACH CONFERENCE." DELIMITED BY SIZE
113700            INTO NTC-LINE
113800        END-STRING
113900        WRITE NTC-LINE
114000     END-IF.
114100     MOVE SPACES TO NTC-LINE.
114200     WRITE NTC-LINE.
114300
114400*----------------------------------------------------------------
114500* THE LETTER BODY BY TEMPLATE: THE HOUSEHOLD'S LANGUAGE FIRST,
114600* ENGLISH (FLAGGED AND COUNTED) WHEN WE HOLD NO TEMPLATE FOR IT.
114700*----------------------------------------------------------------
114800 3610-PRINT-TEMPLATE-BODY.
114900     MOVE HM-LANGUAGE TO WS-LETTER-LANG.
115000     IF WS-LETTER-LANG = SPACES
115100        MOVE "EN" TO WS-LETTER-LANG
115200     END-IF.
115300     PERFORM 3620-PRINT-BODY-LINES.
115400     IF WS-BODY-PRINTED = 0
115500        AND WS-LETTER-LANG NOT = "EN"
115600        ADD 1 TO WS-NOLANG-COUNT
115700        MOVE SPACES TO NTC-LINE
115800        STRING "** NO " DELIMITED BY SIZE
115900            WS-LETTER-LANG DELIMITED BY SIZE
116000            " TEMPLATE ON FILE -- ENGLISH BODY FOLLOWS **"
116100            DELIMITED BY SIZE
116200            INTO NTC-LINE
116300        END-STRING
116400        WRITE NTC-LINE
116500        MOVE "EN" TO WS-LETTER-LANG
116600        PERFORM 3620-PRINT-BODY-LINES
116700     END-IF.
116800
116900 3620-PRINT-BODY-LINES.
117000     MOVE 0 TO WS-BODY-PRINTED.
117100     PERFORM VARYING WS-TMPL-INDX FROM 1 BY 1
117200              UNTIL WS-TMPL-INDX > WS-TMPL-COUNT
117300        IF LT-T-LANGUAGE(WS-TMPL-INDX) = WS-LETTER-LANG
117400           ADD 1 TO WS-BODY-PRINTED
117500           MOVE LT-T-TEXT(WS-TMPL-INDX) TO NTC-LINE
117600           WRITE NTC-LINE
117700        END-IF
117800     END-PERFORM.
117900
118000 3630-PRINT-MEETING.
118100     MOVE SPACES TO NTC-LINE.
118200     IF MT-SLOT(M) > 0
118300        MOVE CS-T-DATE(MT-SLOT(M)) TO WS-DATE-EDIT
118400        MOVE CS-T-TIME(MT-SLOT(M)) TO WS-HHMM
118500        MOVE WS-HHMM-HOUR TO WS-TE-HOUR
118600        MOVE WS-HHMM-MINUTE TO WS-TE-MINUTE
118700        MOVE WS-DATE-EDIT TO NTC-LINE(3:10)
118800        MOVE WS-TIME-EDIT TO NTC-LINE(15:5)
118900     ELSE
119000        MOVE "THE OFFICE WILL CALL" TO NTC-LINE(3:20)
119100     END-IF.
119200     MOVE MT-STUDENT-NAME(M)(1:28) TO NTC-LINE(24:28).
119300     MOVE MT-TEACHER(M)(1:28) TO NTC-LINE(53:28).
119400     WRITE NTC-LINE.
119500
119600 3700-CALL-FAMILY.
119700     ADD 1 TO WS-CALL-COUNT.
119800     MOVE WS-TODAY TO CF-DATE.
119900     MOVE "CONFER" TO CF-SOURCE.
120000     MOVE "CONFCONF" TO CF-LETTER-TYPE.
120100     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
120200     MOVE MT-STUDENT-ID(1) TO CF-STUDENT-ID.
120300     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
120400     MOVE HM-PHONE-1 TO CF-PHONE-1.
120500     MOVE HM-PHONE-2 TO CF-PHONE-2.
120600     MOVE 0 TO CF-RETURN-COUNT.
120700     IF HM-RETURN-COUNT IS NUMERIC
120800        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
120900     END-IF.
121000     WRITE CALL-FAMILY-RECORD.
121100
121200 3900-REJECT-ONE.
121300     MOVE SPACES TO REJ-RECORD.
121400     MOVE TX-RECORD TO REJ-TX-IMAGE.
121500     MOVE WS-REJECT-REASON TO REJ-REASON.
121600     WRITE REJ-RECORD.
121700     ADD 1 TO WS-REJECT-COUNT.
121800
121900*----------------------------------------------------------------
122000* SCHEDULE: ONE PAGE PER TEACHER, A BLOCK PER DAY, EVERY SLOT
122100* WITH THE CHILD BOOKED INTO IT OR OPEN.
122200*----------------------------------------------------------------
122300 4000-PRINT-SCHEDULES.
122400     PERFORM 1400-LOAD-SLOTS.
122500     OPEN INPUT ROSTER-FILE.
122600     OPEN OUTPUT CONFERENCE-REPORT.
122700     MOVE SPACES TO WS-LAST-TEACHER.
122800     MOVE 0 TO WS-LAST-DATE.
122900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CS-COUNT
123000        IF CS-T-TEACHER(J) NOT = WS-LAST-TEACHER
123100           PERFORM 4100-TEACHER-HEADING
123200        END-IF
123300        IF CS-T-DATE(J) NOT = WS-LAST-DATE
123400           MOVE CS-T-DATE(J) TO WS-LAST-DATE
123500           MOVE CS-T-DATE(J) TO WS-DATE-EDIT
123600           MOVE SPACES TO RPT-LINE
123700           WRITE RPT-LINE
123800           MOVE SPACES TO RPT-LINE
123900           MOVE WS-DATE-EDIT TO RPT-LINE(3:10)
124000           WRITE RPT-LINE
124100        END-IF
124200        PERFORM 4200-PRINT-SLOT
124300     END-PERFORM.
124400     CLOSE ROSTER-FILE.
124500     CLOSE CONFERENCE-REPORT.
124600
124700 4100-TEACHER-HEADING.
124800     MOVE CS-T-TEACHER(J) TO WS-LAST-TEACHER.
124900     MOVE 0 TO WS-LAST-DATE.
125000     IF J > 1
125100        MOVE SPACES TO RPT-LINE
125200        WRITE RPT-LINE
125300     END-IF.
125400     MOVE SPACES TO RPT-LINE.
125500     STRING "CONFERENCE SCHEDULE -- " DELIMITED BY SIZE
125600         FUNCTION TRIM(CS-T-TEACHER(J)) DELIMITED BY SIZE
125700         "  BUILDING " DELIMITED BY SIZE
125800         CS-T-SCHOOL-CODE(J) DELIMITED BY SIZE
125900         INTO RPT-LINE
126000     END-STRING.
126100     WRITE RPT-LINE.
126200
126300 4200-PRINT-SLOT.
126400     MOVE CS-T-TIME(J) TO WS-HHMM.
126500     MOVE WS-HHMM-HOUR TO WS-TE-HOUR.
126600     MOVE WS-HHMM-MINUTE TO WS-TE-MINUTE.
126700     MOVE SPACES TO RPT-LINE.
126800     MOVE WS-TIME-EDIT TO RPT-LINE(5:5).
126900     IF CS-T-HOUSEHOLD-ID(J) = 0
127000        MOVE "OPEN" TO RPT-LINE(12:4)
127100        WRITE RPT-LINE
127200        EXIT PARAGRAPH
127300     END-IF.
127400     MOVE CS-T-STUDENT-ID(J) TO FR-STUDENT-ID.
127500     READ ROSTER-FILE
127600         INVALID KEY CONTINUE
127700     END-READ.
127800     MOVE CS-T-STUDENT-ID(J) TO RPT-LINE(12:9).
127900     IF WS-FILE-STATUS = "00"
128000        MOVE FR-NAME(1:30) TO RPT-LINE(23:30)
128100        MOVE FR-GRADE TO RPT-LINE(55:2)
128200     ELSE
128300        MOVE "00" TO WS-FILE-STATUS
128400        MOVE "NO LONGER ON ROSTER" TO RPT-LINE(23:19)
128500     END-IF.
128600     IF CS-T-INTERPRETER(J) NOT = SPACES
128700        STRING "INTERPRETER: " DELIMITED BY SIZE
128800            CS-T-INTERPRETER(J) DELIMITED BY SIZE
128900            INTO RPT-LINE(60:15)
129000        END-STRING
129100     END-IF.
129200     WRITE RPT-LINE.
129300
129400 5000-TERMINATE.
129500     DISPLAY "GRADE-SCHOOL-CONFER MODE " WS-RUN-MODE.
129600     IF WS-RUN-MODE = "TEACHERS"
129700        DISPLAY "  HOMEROOM TEACHERS:      " WS-TEACHER-COUNT-H
129800        DISPLAY "  SECTION TEACHERS:       " WS-TEACHER-COUNT-S
129900     END-IF.
130000     IF WS-RUN-MODE = "BOOK"
130100        DISPLAY "  HOUSEHOLDS BOOKED:      " WS-BOOKED-COUNT
130200        DISPLAY "  NOT BACK TO BACK:       " WS-SPLIT-COUNT
130300        DISPLAY "  NOT ALL PLACED:         " WS-SHORT-COUNT
130400        DISPLAY "  INTERPRETERS NEEDED:    " WS-INTERP-COUNT
130500        DISPLAY "  CANCELLED:              " WS-CANCEL-COUNT
130600        DISPLAY "  LETTERS PRINTED:        " WS-LETTER-COUNT
130700        DISPLAY "  MAIL RETURNED -- CALL LIST: " WS-CALL-COUNT
130800        DISPLAY "  NO-TEMPLATE LANGUAGES (SENT ENGLISH): "
130900            WS-NOLANG-COUNT
131000        DISPLAY "  CARDS REJECTED:         " WS-REJECT-COUNT
131100     END-IF.
131200     IF WS-REJECT-COUNT > 0 OR WS-SHORT-COUNT > 0
131300        MOVE 4 TO RETURN-CODE
131400     END-IF.
131500     IF WS-OVERFLOW-COUNT > 0
131600        DISPLAY "  TABLE FULL -- NOT DONE:  " WS-OVERFLOW-COUNT
131700        MOVE 8 TO RETURN-CODE
131800     END-IF.
131900
132000*----------------------------------------------------------------
132100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
132200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
132300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
132400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
132500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
132600*----------------------------------------------------------------
132700 9800-CHECK-LAYOUTS.
132800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
132900     OPEN EXTEND LAYOUT-USAGE-LOG.
133000     IF WS-LU-STATUS = "35"
133100        OPEN OUTPUT LAYOUT-USAGE-LOG
133200     END-IF.
133300     MOVE "ROSTERF" TO WS-LK-DATASET.
133400     MOVE 3 TO WS-LK-VERSION.
133500     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
133600     PERFORM 9820-CHECK-ONE-LAYOUT.
133700     MOVE "HSHLDMST" TO WS-LK-DATASET.
133800     MOVE 3 TO WS-LK-VERSION.
133900     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
134000     PERFORM 9820-CHECK-ONE-LAYOUT.
134100     CLOSE LAYOUT-USAGE-LOG.
134200
134300 9810-LOAD-LAYOUT-CONTROL.
134400     MOVE 0 TO WS-LC-COUNT.
134500     OPEN INPUT LAYOUT-CONTROL.
134600     IF WS-LC-STATUS NOT = "00"
134700        EXIT PARAGRAPH
134800     END-IF.
134900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
135000        READ LAYOUT-CONTROL
135100            AT END MOVE "10" TO WS-LC-STATUS
135200        END-READ
135300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
135400           ADD 1 TO WS-LC-COUNT
135500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
135600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
135700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
135800        END-IF
135900     END-PERFORM.
136000     CLOSE LAYOUT-CONTROL.
136100
136200*----------------------------------------------------------------
136300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
136400* AS NOCTL.
136500*----------------------------------------------------------------
136600 9820-CHECK-ONE-LAYOUT.
136700     MOVE "NOCTL" TO WS-LK-RESULT.
136800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
136900             UNTIL WS-LC-INDX > WS-LC-COUNT
137000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
137100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
137200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
137300              MOVE "CURRENT" TO WS-LK-RESULT
137400           ELSE
137500              MOVE "MISMATCH" TO WS-LK-RESULT
137600           END-IF
137700        END-IF
137800     END-PERFORM.
137900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
138000     MOVE "GRADE-SCHOOL-CONFER" TO LU-PROGRAM.
138100     MOVE WS-LK-DATASET TO LU-DATASET.
138200     MOVE WS-LK-VERSION TO LU-VERSION.
138300     MOVE WS-LK-LENGTH TO LU-LENGTH.
138400     MOVE WS-LK-RESULT TO LU-RESULT.
138500     WRITE LAYOUT-USAGE-RECORD.
138600     IF WS-LK-RESULT NOT = "MISMATCH"
138700        EXIT PARAGRAPH
138800     END-IF.
138900     SET LAYOUT-MISMATCH TO TRUE.
139000     DISPLAY "GRADE-SCHOOL-CONFER HALTED: " WS-LK-DATASET
139100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
139200         " DOES NOT MATCH LAYOUTCT".
139300     OPEN EXTEND OPS-ERROR-LOG.
139400     IF WS-OPS-LOG-STATUS = "35"
139500        OPEN OUTPUT OPS-ERROR-LOG
139600     END-IF.
139700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
139800     MOVE "GRADE-SCHOOL-CONFER" TO OE-PROGRAM.
139900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
140000     MOVE "LAYOUT" TO OE-OPERATION.
140100     MOVE "16" TO OE-STATUS.
140200     WRITE OPS-ERROR-RECORD.
140300     CLOSE OPS-ERROR-LOG.
