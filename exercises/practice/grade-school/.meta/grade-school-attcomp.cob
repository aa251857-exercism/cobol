000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ATTCOMP.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ATTENDANCE-TAKING COMPLIANCE.  THE CALL SHEET
001100*                 READS A STUDENT WITH NO ATTNDNCE ROW AS PRESENT,
001200*                 SO A ROOM THAT NEVER TAKES ATTENDANCE NEVER GETS
001300*                 A CALL.  CHECK MODE, RUN MID-MORNING, MATCHES
001400*                 EVERY HOMEROOM (FR-TEACHER/FR-SECTION) AND EVERY
001500*                 PERIOD SECTION ON CRSSECTN AGAINST THE DAY'S
001600*                 ATTNDNCE ROWS AND LISTS THE ROOMS WITH NO MARKS
001700*                 FOR THE OFFICE TO CALL.  A CHECK AT OR AFTER THE
001800*                 CUTOFF ALSO LOGS THOSE ROOMS TO ATTCMPLG.
001900*                 MONTHLY MODE RE-READS ATTNDNCE FOR EACH LOGGED
002000*                 ROOM -- MARKS POSTED SINCE MAKE IT LATE, NONE
002100*                 MAKE IT MISSING -- AND PRINTS THE COUNTS BY
002200*                 TEACHER FOR THE PRINCIPAL.
002225* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002250*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002275*                 LAYOUT VERSION 3.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARM-FILE ASSIGN TO "ATCPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SCH-STATUS.
004300
004400     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SEC-STATUS.
004700
004800     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHOOLCAL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CAL-STATUS.
005100
005200     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ATT-KEY
005600         FILE STATUS IS WS-ATT-STATUS.
005700
005800     SELECT COMPLIANCE-LOG ASSIGN TO "ATTCMPLG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CL-STATUS.
006100
006200     SELECT COMPLIANCE-REPORT ASSIGN TO "ATCRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LC-STATUS.
006800
006900     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-LU-STATUS.
007200
007300     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OPS-LOG-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARM-FILE.
008000*----------------------------------------------------------------
008100* ONE CARD: CHECK OR MONTHLY.  CHECK TAKES THE DATE (ZERO MEANS
008200* TODAY) AND THE CUTOFF (HHMM; ZERO MEANS 0930).  MONTHLY TAKES
008300* THE MONTH (YYYYMM; ZERO MEANS LAST MONTH).
008400*----------------------------------------------------------------
008500 01  PARM-RECORD.
008600     05 PARM-MODE             PIC X(08).
008700     05 FILLER                PIC X(01).
008800     05 PARM-DATE             PIC 9(08).
008900     05 FILLER                PIC X(01).
009000     05 PARM-CUTOFF           PIC 9(04).
009100     05 FILLER                PIC X(01).
009200     05 PARM-MONTH            PIC 9(06).
009300
009400 FD  ROSTER-FILE.
009500*----------------------------------------------------------------
009600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009700*----------------------------------------------------------------
009800 01  ROSTER-RECORD.
009900     05 FR-STUDENT-ID         PIC 9(09).
010000     05 FR-NAME               PIC X(60).
010100     05 FR-GRADE              PIC 9(02).
010200     05 FR-TEACHER            PIC X(30).
010300     05 FR-SECTION            PIC 9(01).
010400     05 FR-HOUSEHOLD-ID       PIC 9(09).
010500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010600     05 FR-IEP-FLAG           PIC X(01).
010700     05 FR-DOB                PIC 9(08).
010800     05 FR-SCHOOL-CODE        PIC 9(02).
010833     05 FR-GENDER             PIC X(01).
010866     05 FR-RACE-ETH           PIC X(01).
010900
011000 FD  STUDENT-SCHEDULE.
011100*----------------------------------------------------------------
011200* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
011300*----------------------------------------------------------------
011400 01  SCHEDULE-RECORD.
011500     05 SCH-STUDENT-ID        PIC 9(09).
011600     05 SCH-COURSE-CODE       PIC X(20).
011700     05 SCH-PERIOD            PIC 9(01).
011800
011900 FD  SECTION-MASTER.
012000*----------------------------------------------------------------
012100* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
012200*----------------------------------------------------------------
012300 01  SECTION-RECORD.
012400     05 SEC-COURSE-CODE       PIC X(20).
012500     05 SEC-PERIOD            PIC 9(01).
012600     05 SEC-ROOM              PIC X(05).
012700     05 SEC-TEACHER           PIC X(30).
012800     05 SEC-SEAT-CAP          PIC 9(02).
012900
013000 FD  SCHOOL-CALENDAR.
013100*----------------------------------------------------------------
013200* THE INSTRUCTIONAL CALENDAR: I INSTRUCTIONAL, H HOLIDAY,
013300* C CLOSURE, E EARLY DISMISSAL.  CLASSES MEET ON I AND E DAYS.
013400*----------------------------------------------------------------
013500 01  CALENDAR-RECORD.
013600     05 CAL-DATE              PIC 9(08).
013700     05 CAL-DAY-TYPE          PIC X(01).
013800
013900 FD  ATTENDANCE-FILE.
014000*----------------------------------------------------------------
014100* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
014200*----------------------------------------------------------------
014300 01  ATT-RECORD.
014400     05 ATT-KEY.
014500        10 ATT-STUDENT-ID     PIC 9(09).
014600        10 ATT-DATE           PIC 9(08).
014700        10 ATT-PERIOD         PIC 9(01).
014800     05 ATT-CODE              PIC X(01).
014900
015000 FD  COMPLIANCE-LOG.
015100*----------------------------------------------------------------
015200* ONE ROW PER ROOM FOUND WITH NO MARKS AT OR AFTER THE CUTOFF.
015300* CL-KIND H IS A HOMEROOM (CL-SECTION THE FR-SECTION, CL-COURSE
015400* BLANK); P IS A PERIOD SECTION (CL-SECTION IS THE PERIOD).
015500* CL-CHECK-TIME IS WHEN THE CHECK RAN.
015600*----------------------------------------------------------------
015700 01  COMPLIANCE-LOG-RECORD.
015800     05 CL-DATE               PIC 9(08).
015900     05 CL-KIND               PIC X(01).
016000     05 CL-TEACHER            PIC X(30).
016100     05 CL-COURSE             PIC X(20).
016200     05 CL-SECTION            PIC 9(01).
016300     05 CL-STUDENTS           PIC 9(04).
016400     05 CL-CHECK-TIME         PIC 9(04).
016500
016600 FD  COMPLIANCE-REPORT.
016700 01  RPT-LINE                 PIC X(100).
016800
016900 FD  LAYOUT-CONTROL.
017000*----------------------------------------------------------------
017100* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
017200* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017300*----------------------------------------------------------------
017400 01  LAYOUT-CONTROL-RECORD.
017500     05 LC-DATASET            PIC X(08).
017600     05 LC-VERSION            PIC 9(03).
017700     05 LC-LENGTH             PIC 9(05).
017800     05 LC-EFFECTIVE-DATE     PIC 9(08).
017900
018000 FD  LAYOUT-USAGE-LOG.
018100*----------------------------------------------------------------
018200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018300* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018400*----------------------------------------------------------------
018500 01  LAYOUT-USAGE-RECORD.
018600     05 LU-TIMESTAMP          PIC 9(14).
018700     05 LU-PROGRAM            PIC X(24).
018800     05 LU-DATASET            PIC X(08).
018900     05 LU-VERSION            PIC 9(03).
019000     05 LU-LENGTH             PIC 9(05).
019100     05 LU-RESULT             PIC X(08).
019200
019300 FD  OPS-ERROR-LOG.
019400*----------------------------------------------------------------
019500* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
019600* SHARED SHOP-WIDE ERROR LOG.
019700*----------------------------------------------------------------
019800 01  OPS-ERROR-RECORD.
019900     05 OE-TIMESTAMP          PIC 9(14).
020000     05 OE-PROGRAM            PIC X(20).
020100     05 OE-FILE-NAME          PIC X(08).
020200     05 OE-OPERATION          PIC X(08).
020300     05 OE-STATUS             PIC XX.
020400
020500 WORKING-STORAGE SECTION.
020600 01 WS-PARM-STATUS             PIC XX.
020700 01 WS-FILE-STATUS             PIC XX.
020800 01 WS-SCH-STATUS              PIC XX.
020900 01 WS-SEC-STATUS              PIC XX.
021000 01 WS-CAL-STATUS              PIC XX.
021100 01 WS-ATT-STATUS              PIC XX.
021200 01 WS-CL-STATUS               PIC XX.
021300 01 WS-RUN-MODE                PIC X(08).
021400 01 WS-TODAY                   PIC 9(08).
021500 01 WS-NOW-TIME                PIC 9(04).
021600 01 WS-CHECK-DATE              PIC 9(08).
021700 01 WS-CUTOFF                  PIC 9(04).
021800 01 WS-MONTH                   PIC 9(06).
021900 01 WS-MONTH-PARTS REDEFINES WS-MONTH.
022000     05 WS-MONTH-YYYY          PIC 9(04).
022100     05 WS-MONTH-MM            PIC 9(02).
022200 01 WS-MONTH-FIRST             PIC 9(08).
022300 01 WS-MONTH-LAST              PIC 9(08).
022400 01 WS-WORK-DATE               PIC 9(08).
022500 01 WS-DAY                     PIC 99 COMP.
022600 01 WS-CUTOFF-SWITCH           PIC X(01) VALUE "N".
022700     88 PAST-CUTOFF                      VALUE "Y".
022800     88 BEFORE-CUTOFF                    VALUE "N".
022900 01 WS-DAY-SWITCH              PIC X(01) VALUE "N".
023000     88 INSTRUCTIONAL-DAY                VALUE "Y".
023100     88 NO-SCHOOL-DAY                    VALUE "N".
023200 01 WS-CALENDAR-SWITCH         PIC X(01) VALUE "N".
023300     88 CALENDAR-ON-FILE                 VALUE "Y".
023400 01 WS-MARK-SWITCH             PIC X(01).
023500     88 MARK-FOUND                       VALUE "Y".
023600     88 MARK-NOT-FOUND                   VALUE "N".
023700 01 WS-LOGGED-SWITCH           PIC X(01).
023800     88 ALREADY-LOGGED                   VALUE "Y".
023900     88 NOT-YET-LOGGED                   VALUE "N".
024000 01 WS-NO-SECTION              PIC X(30)
024100                               VALUE "(NO CRSSECTN SECTION)".
024200 01 WS-ROOMS-MISSING           PIC 9(05) COMP VALUE ZERO.
024300 01 WS-ROOMS-LOGGED            PIC 9(05) COMP VALUE ZERO.
024400 01 WS-ROOMS-FULL              PIC 9(05) COMP VALUE ZERO.
024500 01 WS-LATE-COUNT              PIC 9(05) COMP VALUE ZERO.
024600 01 WS-NEVER-COUNT             PIC 9(05) COMP VALUE ZERO.
024700 01 WS-TEACHER-LATE            PIC 9(05) COMP VALUE ZERO.
024800 01 WS-TEACHER-NEVER           PIC 9(05) COMP VALUE ZERO.
024900 01 WS-LAST-TEACHER            PIC X(30).
025000 01 WS-SCH-PTR                 PIC 9(05) COMP VALUE 1.
025100 01 WS-RM-FOUND                PIC 9(04) COMP.
025200 01 WS-FIND-KIND               PIC X(01).
025300 01 WS-FIND-TEACHER            PIC X(30).
025400 01 WS-FIND-COURSE             PIC X(20).
025500 01 WS-FIND-SECTION            PIC 9(01).
025600 01 WS-FIND-ROOM               PIC X(05).
025700 01 WS-CLASS-TEXT              PIC X(26).
025800 01 WS-COUNT-EDIT              PIC ZZZZ9.
025900 01 WS-DATE-EDIT               PIC 9999/99/99.
026000 01 I                          PIC 9(05) COMP.
026100 01 J                          PIC 9(05) COMP.
026200 01 K                          PIC 9(05) COMP.
026300
026400 01 WS-CAL-COUNT               PIC 9(04) COMP VALUE ZERO.
026500 01 CALENDAR-TABLE.
026600     02 CAL-ROW               OCCURS 800 TIMES.
026700        05 CAL-T-DATE         PIC 9(08).
026800        05 CAL-T-DAY-TYPE     PIC X(01).
026900
027000 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
027100 01 SECTION-TABLE.
027200     02 SEC-ROW               OCCURS 1 TO 1000 TIMES
027300                                 DEPENDING ON WS-SEC-COUNT.
027400        05 SEC-T-COURSE       PIC X(20).
027500        05 SEC-T-PERIOD       PIC 9(01).
027600        05 SEC-T-ROOM         PIC X(05).
027700        05 SEC-T-TEACHER      PIC X(30).
027800
027900 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
028000 01 SCHEDULE-TABLE.
028100     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
028200                                 DEPENDING ON WS-SCH-COUNT.
028300        05 SCHT-STUDENT-ID    PIC 9(09).
028400        05 SCHT-COURSE        PIC X(20).
028500        05 SCHT-PERIOD        PIC 9(01).
028600
028700*----------------------------------------------------------------
028800* THE ROSTER IN STUDENT ORDER.  A STUDENT WITH STUSCHED ROWS IS
028900* MARKED BY PERIOD; ONE WITH NONE TAKES THE HOMEROOM'S WHOLE-DAY
029000* MARK, THE SAME SPLIT EVAC AND THE CALL SHEET MAKE.
029100*----------------------------------------------------------------
029200 01 WS-ST-COUNT                PIC 9(04) COMP VALUE ZERO.
029300 01 STUDENT-TABLE.
029400     02 ST-ROW                OCCURS 1 TO 2000 TIMES
029500                                 DEPENDING ON WS-ST-COUNT.
029600        05 ST-STUDENT-ID      PIC 9(09).
029700        05 ST-TEACHER         PIC X(30).
029800        05 ST-SECTION         PIC 9(01).
029900        05 ST-SCHEDULED       PIC X(01).
030000        05 ST-SCH-START       PIC 9(05) COMP.
030100
030200*----------------------------------------------------------------
030300* EVERY ROOM THAT OWES MARKS TODAY: H A HOMEROOM, P A PERIOD
030400* SECTION.  RM-POSTED GOES TO "Y" ON THE FIRST MARK FOUND.
030500*----------------------------------------------------------------
030600 01 WS-RM-COUNT                PIC 9(04) COMP VALUE ZERO.
030700 01 ROOM-TABLE.
030800     02 RM-ROW                OCCURS 1 TO 1500 TIMES
030900                                 DEPENDING ON WS-RM-COUNT.
031000        05 RM-TEACHER         PIC X(30).
031100        05 RM-KIND            PIC X(01).
031200        05 RM-COURSE          PIC X(20).
031300        05 RM-SECTION         PIC 9(01).
031400        05 RM-ROOM            PIC X(05).
031500        05 RM-STUDENTS        PIC 9(04).
031600        05 RM-POSTED          PIC X(01).
031700
031800*----------------------------------------------------------------
031900* ATTCMPLG ROWS: THE DAY'S ROWS ALREADY LOGGED (CHECK, SO A SECOND
032000* RUN DOES NOT LOG A ROOM TWICE) OR THE MONTH'S ROWS (MONTHLY).
032100*----------------------------------------------------------------
032200 01 WS-LG-COUNT                PIC 9(04) COMP VALUE ZERO.
032300 01 LOGGED-TABLE.
032400     02 LG-ROW                OCCURS 1 TO 3000 TIMES
032500                                 DEPENDING ON WS-LG-COUNT.
032600        05 LG-TEACHER         PIC X(30).
032700        05 LG-DATE            PIC 9(08).
032800        05 LG-KIND            PIC X(01).
032900        05 LG-COURSE          PIC X(20).
033000        05 LG-SECTION         PIC 9(01).
033100        05 LG-STUDENTS        PIC 9(04).
033200        05 LG-CHECK-TIME      PIC 9(04).
033300        05 LG-RESULT          PIC X(07).
033400
033500*----------------------------------------------------------------
033600* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
033700* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
033800*----------------------------------------------------------------
033900 01 WS-LC-STATUS               PIC XX.
034000 01 WS-LU-STATUS               PIC XX.
034100 01 WS-OPS-LOG-STATUS          PIC XX.
034200 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
034300     88 LAYOUT-MISMATCH                  VALUE "Y".
034400 01 WS-LK-DATASET              PIC X(08).
034500 01 WS-LK-VERSION              PIC 9(03).
034600 01 WS-LK-LENGTH               PIC 9(05).
034700 01 WS-LK-RESULT               PIC X(08).
034800 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
034900 01 WS-LC-INDX                 PIC 9(03) COMP.
035000 01 LAYOUT-CONTROL-TABLE.
035100     02 LCT-ROW               OCCURS 50 TIMES.
035200        05 LCT-DATASET        PIC X(08).
035300        05 LCT-VERSION        PIC 9(03).
035400        05 LCT-LENGTH         PIC 9(05).
035500
035600 PROCEDURE DIVISION.
035700
035800 0000-MAINLINE.
035900     PERFORM 9800-CHECK-LAYOUTS
036000     IF LAYOUT-MISMATCH
036100        MOVE 16 TO RETURN-CODE
036200        GOBACK
036300     END-IF
036400     PERFORM 1000-INITIALIZE
036500     EVALUATE WS-RUN-MODE
036600         WHEN "CHECK"
036700             PERFORM 2000-CHECK-DAY
036800         WHEN "MONTHLY"
036900             PERFORM 3000-MONTHLY-REPORT
037000         WHEN OTHER
037100             DISPLAY "GRADE-SCHOOL-ATTCOMP UNKNOWN MODE "
037200                 WS-RUN-MODE
037300             MOVE 8 TO RETURN-CODE
037400     END-EVALUATE
037500     PERFORM 4000-TERMINATE
037600     GOBACK.
037700
037800 1000-INITIALIZE.
037900     MOVE SPACES TO WS-RUN-MODE.
038000     MOVE 0 TO WS-CHECK-DATE.
038100     MOVE 0 TO WS-CUTOFF.
038200     MOVE 0 TO WS-MONTH.
038300     OPEN INPUT PARM-FILE.
038400     IF WS-PARM-STATUS = "00"
038500        READ PARM-FILE
038600            AT END CONTINUE
038700        END-READ
038800        IF WS-PARM-STATUS = "00"
038900           MOVE PARM-MODE TO WS-RUN-MODE
039000           IF PARM-DATE IS NUMERIC
039100              MOVE PARM-DATE TO WS-CHECK-DATE
039200           END-IF
039300           IF PARM-CUTOFF IS NUMERIC
039400              MOVE PARM-CUTOFF TO WS-CUTOFF
039500           END-IF
039600           IF PARM-MONTH IS NUMERIC
039700              MOVE PARM-MONTH TO WS-MONTH
039800           END-IF
039900        END-IF
040000        CLOSE PARM-FILE
040100     END-IF.
040200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
040300     MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.
040400     IF WS-CHECK-DATE = 0
040500        MOVE WS-TODAY TO WS-CHECK-DATE
040600     END-IF.
040700     IF WS-CUTOFF = 0
040800        MOVE 0930 TO WS-CUTOFF
040900     END-IF.
041000     PERFORM 1100-LOAD-SCHEDULE.
041100     PERFORM 1200-LOAD-SECTIONS.
041200     PERFORM 1300-LOAD-ROSTER.
041300
041400 1100-LOAD-SCHEDULE.
041500     OPEN INPUT STUDENT-SCHEDULE.
041600     IF WS-SCH-STATUS NOT = "00"
041700        MOVE "10" TO WS-SCH-STATUS
041800     ELSE
041900        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
042000           READ STUDENT-SCHEDULE
042100               AT END MOVE "10" TO WS-SCH-STATUS
042200           END-READ
042300           IF WS-SCH-STATUS = "00"
042400              AND SCH-PERIOD IS NUMERIC
042500              AND WS-SCH-COUNT < 12000
042600              ADD 1 TO WS-SCH-COUNT
042700              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
042800              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
042900              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
043000           END-IF
043100        END-PERFORM
043200        CLOSE STUDENT-SCHEDULE
043300     END-IF.
043400     IF WS-SCH-COUNT > 0
043500        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID
043600     END-IF.
043700
043800 1200-LOAD-SECTIONS.
043900     OPEN INPUT SECTION-MASTER.
044000     IF WS-SEC-STATUS NOT = "00"
044100        MOVE "10" TO WS-SEC-STATUS
044200     ELSE
044300        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
044400           READ SECTION-MASTER
044500               AT END MOVE "10" TO WS-SEC-STATUS
044600           END-READ
044700           IF WS-SEC-STATUS = "00"
044800              AND SEC-PERIOD IS NUMERIC
044900              AND WS-SEC-COUNT < 1000
045000              ADD 1 TO WS-SEC-COUNT
045100              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
045200              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
045300              MOVE SEC-ROOM TO SEC-T-ROOM(WS-SEC-COUNT)
045400              MOVE SEC-TEACHER TO SEC-T-TEACHER(WS-SEC-COUNT)
045500           END-IF
045600        END-PERFORM
045700        CLOSE SECTION-MASTER
045800     END-IF.
045900
046000*----------------------------------------------------------------
046100* ROSTERF AND THE SORTED SCHEDULE ARE BOTH IN STUDENT ORDER, SO
046200* ONE FORWARD POINTER FINDS EACH STUDENT'S FIRST STUSCHED ROW.
046300*----------------------------------------------------------------
046400 1300-LOAD-ROSTER.
046500     OPEN INPUT ROSTER-FILE.
046600     MOVE 0 TO FR-STUDENT-ID.
046700     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
046800         INVALID KEY MOVE "10" TO WS-FILE-STATUS
046900     END-START.
047000     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
047100        READ ROSTER-FILE NEXT RECORD
047200            AT END MOVE "10" TO WS-FILE-STATUS
047300        END-READ
047400        IF WS-FILE-STATUS = "00"
047500           AND WS-ST-COUNT < 2000
047600           ADD 1 TO WS-ST-COUNT
047700           MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
047800           MOVE FR-TEACHER TO ST-TEACHER(WS-ST-COUNT)
047900           MOVE FR-SECTION TO ST-SECTION(WS-ST-COUNT)
048000           MOVE "N" TO ST-SCHEDULED(WS-ST-COUNT)
048100           PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
048200                    OR SCHT-STUDENT-ID(WS-SCH-PTR)
048300                      >= FR-STUDENT-ID
048400              ADD 1 TO WS-SCH-PTR
048500           END-PERFORM
048600           MOVE WS-SCH-PTR TO ST-SCH-START(WS-ST-COUNT)
048700           IF WS-SCH-PTR <= WS-SCH-COUNT
048800              IF SCHT-STUDENT-ID(WS-SCH-PTR) = FR-STUDENT-ID
048900                 MOVE "Y" TO ST-SCHEDULED(WS-ST-COUNT)
049000              END-IF
049100           END-IF
049200        END-IF
049300     END-PERFORM.
049400     CLOSE ROSTER-FILE.
049500
049600*----------------------------------------------------------------
049700* CHECK: EVERY ROOM THAT OWES MARKS ON WS-CHECK-DATE, AND WHICH OF
049800* THEM HAVE NONE YET.  A RUN FOR AN EARLIER DAY, OR AT OR AFTER
049900* THE CUTOFF TODAY, LOGS THE ROOMS WITH NONE TO ATTCMPLG; AN
050000* EARLIER RUN ONLY LISTS THEM, SO A ROOM STILL IN TIME IS NEVER
050100* COUNTED.
050200*----------------------------------------------------------------
050300 2000-CHECK-DAY.
050400     PERFORM 2100-LOAD-CALENDAR.
050500     PERFORM 2150-CHECK-SCHOOL-DAY.
050600     IF WS-CHECK-DATE < WS-TODAY
050700        OR WS-NOW-TIME >= WS-CUTOFF
050800        SET PAST-CUTOFF TO TRUE
050900     END-IF.
051000     OPEN OUTPUT COMPLIANCE-REPORT.
051100     MOVE WS-CHECK-DATE TO WS-DATE-EDIT.
051200     MOVE SPACES TO RPT-LINE.
051300     STRING "ATTENDANCE NOT YET TAKEN -- " DELIMITED BY SIZE
051400         WS-DATE-EDIT DELIMITED BY SIZE
051500         "  CHECKED AT " DELIMITED BY SIZE
051600         WS-NOW-TIME(1:2) DELIMITED BY SIZE
051700         ":" DELIMITED BY SIZE
051800         WS-NOW-TIME(3:2) DELIMITED BY SIZE
051900         INTO RPT-LINE
052000     END-STRING.
052100     WRITE RPT-LINE.
052200     IF NO-SCHOOL-DAY
052300        MOVE "NOT AN INSTRUCTIONAL DAY -- NOTHING TO CHECK"
052400            TO RPT-LINE
052500        WRITE RPT-LINE
052600        CLOSE COMPLIANCE-REPORT
052700        EXIT PARAGRAPH
052800     END-IF.
052900     MOVE SPACES TO RPT-LINE.
053000     IF PAST-CUTOFF
053100        STRING "AT OR AFTER THE " DELIMITED BY SIZE
053200            WS-CUTOFF(1:2) DELIMITED BY SIZE
053300            ":" DELIMITED BY SIZE
053400            WS-CUTOFF(3:2) DELIMITED BY SIZE
053500            " CUTOFF -- ROOMS BELOW ARE LOGGED FOR THE MONTHLY"
053600                DELIMITED BY SIZE
053700            " REPORT" DELIMITED BY SIZE
053800            INTO RPT-LINE
053900        END-STRING
054000     ELSE
054100        STRING "BEFORE THE " DELIMITED BY SIZE
054200            WS-CUTOFF(1:2) DELIMITED BY SIZE
054300            ":" DELIMITED BY SIZE
054400            WS-CUTOFF(3:2) DELIMITED BY SIZE
054500            " CUTOFF -- CALL THESE ROOMS NOW" DELIMITED BY SIZE
054600            INTO RPT-LINE
054700        END-STRING
054800     END-IF.
054900     WRITE RPT-LINE.
055000     OPEN INPUT ATTENDANCE-FILE.
055100     MOVE 1 TO WS-SCH-PTR.
055200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
055300        PERFORM 2200-CHECK-STUDENT
055400     END-PERFORM.
055500     CLOSE ATTENDANCE-FILE.
055600     IF WS-RM-COUNT > 0
055700        SORT RM-ROW ASCENDING RM-TEACHER RM-KIND RM-COURSE
055800                              RM-SECTION
055900     END-IF.
056000     PERFORM 2400-PRINT-MISSING.
056100     CLOSE COMPLIANCE-REPORT.
056200     IF PAST-CUTOFF AND WS-ROOMS-MISSING > 0
056300        PERFORM 2500-LOG-MISSING
056400     END-IF.
056500
056600 2100-LOAD-CALENDAR.
056700     OPEN INPUT SCHOOL-CALENDAR.
056800     IF WS-CAL-STATUS NOT = "00"
056900        MOVE "10" TO WS-CAL-STATUS
057000        EXIT PARAGRAPH
057100     END-IF.
057200     SET CALENDAR-ON-FILE TO TRUE.
057300     PERFORM UNTIL WS-CAL-STATUS NOT = "00"
057400        READ SCHOOL-CALENDAR
057500            AT END MOVE "10" TO WS-CAL-STATUS
057600        END-READ
057700        IF WS-CAL-STATUS = "00"
057800           AND WS-CAL-COUNT < 800
057900           ADD 1 TO WS-CAL-COUNT
058000           MOVE CAL-DATE TO CAL-T-DATE(WS-CAL-COUNT)
058100           MOVE CAL-DAY-TYPE TO CAL-T-DAY-TYPE(WS-CAL-COUNT)
058200        END-IF
058300     END-PERFORM.
058400     CLOSE SCHOOL-CALENDAR.
058500
058600*----------------------------------------------------------------
058700* MIRRORS GRADE-SCHOOL-ROOMRSV'S CHECK-SCHOOL-DAY: I AND E DAYS ON
058800* SCHOOLCAL; WITH NO SCHOOLCAL ON HAND, MONDAY THROUGH FRIDAY.
058900*----------------------------------------------------------------
059000 2150-CHECK-SCHOOL-DAY.
059100     SET NO-SCHOOL-DAY TO TRUE.
059200     IF CALENDAR-ON-FILE
059300        PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAL-COUNT
059400           IF CAL-T-DATE(K) = WS-CHECK-DATE
059500              AND (CAL-T-DAY-TYPE(K) = "I"
059600                   OR CAL-T-DAY-TYPE(K) = "E")
059700              SET INSTRUCTIONAL-DAY TO TRUE
059800           END-IF
059900        END-PERFORM
060000     ELSE
060100        IF MOD(INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) < 5
060200           SET INSTRUCTIONAL-DAY TO TRUE
060300        END-IF
060400     END-IF.
060500
060600*----------------------------------------------------------------
060700* A HOMEROOM STUDENT OWES ITS HOMEROOM THE PERIOD-0 MARK; A
060800* SCHEDULED STUDENT OWES EACH SECTION ON STUSCHED ITS PERIOD'S
060900* MARK.  THE ATTNDNCE READ IS SKIPPED ONCE A ROOM HAS ONE MARK.
061000*----------------------------------------------------------------
061100 2200-CHECK-STUDENT.
061200     IF ST-SCHEDULED(I) = "N"
061300        IF ST-TEACHER(I) = SPACES
061400           EXIT PARAGRAPH
061500        END-IF
061600        MOVE "H" TO WS-FIND-KIND
061700        MOVE ST-TEACHER(I) TO WS-FIND-TEACHER
061800        MOVE SPACES TO WS-FIND-COURSE
061900        MOVE ST-SECTION(I) TO WS-FIND-SECTION
062000        MOVE SPACES TO WS-FIND-ROOM
062100        PERFORM 2300-FIND-ROOM
062200        IF WS-RM-FOUND > 0
062300           IF RM-POSTED(WS-RM-FOUND) = "N"
062400              MOVE ST-STUDENT-ID(I) TO ATT-STUDENT-ID
062500              MOVE WS-CHECK-DATE TO ATT-DATE
062600              MOVE 0 TO ATT-PERIOD
062700              PERFORM 2350-READ-MARK
062800              IF MARK-FOUND
062900                 MOVE "Y" TO RM-POSTED(WS-RM-FOUND)
063000              END-IF
063100           END-IF
063200        END-IF
063300        EXIT PARAGRAPH
063400     END-IF.
063500     PERFORM VARYING J FROM ST-SCH-START(I) BY 1
063600              UNTIL J > WS-SCH-COUNT
063700                 OR SCHT-STUDENT-ID(J) NOT = ST-STUDENT-ID(I)
063800        PERFORM 2250-CHECK-PERIOD
063900     END-PERFORM.
064000
064100 2250-CHECK-PERIOD.
064200     MOVE "P" TO WS-FIND-KIND.
064300     MOVE SCHT-COURSE(J) TO WS-FIND-COURSE.
064400     MOVE SCHT-PERIOD(J) TO WS-FIND-SECTION.
064500     MOVE WS-NO-SECTION TO WS-FIND-TEACHER.
064600     MOVE SPACES TO WS-FIND-ROOM.
064700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SEC-COUNT
064800        IF SEC-T-COURSE(K) = SCHT-COURSE(J)
064900           AND SEC-T-PERIOD(K) = SCHT-PERIOD(J)
065000           MOVE SEC-T-TEACHER(K) TO WS-FIND-TEACHER
065100           MOVE SEC-T-ROOM(K) TO WS-FIND-ROOM
065200        END-IF
065300     END-PERFORM.
065400     PERFORM 2300-FIND-ROOM.
065500     IF WS-RM-FOUND > 0
065600        IF RM-POSTED(WS-RM-FOUND) = "N"
065700           MOVE ST-STUDENT-ID(I) TO ATT-STUDENT-ID
065800           MOVE WS-CHECK-DATE TO ATT-DATE
065900           MOVE SCHT-PERIOD(J) TO ATT-PERIOD
066000           PERFORM 2350-READ-MARK
066100           IF MARK-FOUND
066200              MOVE "Y" TO RM-POSTED(WS-RM-FOUND)
066300           END-IF
066400        END-IF
066500     END-IF.
066600
066700 2300-FIND-ROOM.
066800     MOVE 0 TO WS-RM-FOUND.
066900     PERFORM VARYING K FROM 1 BY 1
067000              UNTIL K > WS-RM-COUNT OR WS-RM-FOUND > 0
067100        IF RM-KIND(K) = WS-FIND-KIND
067200           AND RM-TEACHER(K) = WS-FIND-TEACHER
067300           AND RM-COURSE(K) = WS-FIND-COURSE
067400           AND RM-SECTION(K) = WS-FIND-SECTION
067500           MOVE K TO WS-RM-FOUND
067600        END-IF
067700     END-PERFORM.
067800     IF WS-RM-FOUND = 0
067900        IF WS-RM-COUNT >= 1500
068000           ADD 1 TO WS-ROOMS-FULL
068100           EXIT PARAGRAPH
068200        END-IF
068300        ADD 1 TO WS-RM-COUNT
068400        MOVE WS-RM-COUNT TO WS-RM-FOUND
068500        MOVE WS-FIND-KIND TO RM-KIND(WS-RM-FOUND)
068600        MOVE WS-FIND-TEACHER TO RM-TEACHER(WS-RM-FOUND)
068700        MOVE WS-FIND-COURSE TO RM-COURSE(WS-RM-FOUND)
068800        MOVE WS-FIND-SECTION TO RM-SECTION(WS-RM-FOUND)
068900        MOVE WS-FIND-ROOM TO RM-ROOM(WS-RM-FOUND)
069000        MOVE 0 TO RM-STUDENTS(WS-RM-FOUND)
069100        MOVE "N" TO RM-POSTED(WS-RM-FOUND)
069200     END-IF.
069300     ADD 1 TO RM-STUDENTS(WS-RM-FOUND).
069400
069500*----------------------------------------------------------------
069600* ANY CODE AT ALL -- PRESENT, ABSENT OR TARDY -- MEANS THE ROOM
069700* TOOK ATTENDANCE.
069800*----------------------------------------------------------------
069900 2350-READ-MARK.
070000     SET MARK-NOT-FOUND TO TRUE.
070100     READ ATTENDANCE-FILE
070200         INVALID KEY MOVE "23" TO WS-ATT-STATUS
070300     END-READ.
070400     IF WS-ATT-STATUS = "00"
070500        SET MARK-FOUND TO TRUE
070600     END-IF.
070700
070800 2400-PRINT-MISSING.
070900     MOVE SPACES TO RPT-LINE.
071000     WRITE RPT-LINE.
071100     MOVE SPACES TO RPT-LINE.
071200     MOVE "TEACHER" TO RPT-LINE(3:7).
071300     MOVE "CLASS" TO RPT-LINE(35:5).
071400     MOVE "ROOM" TO RPT-LINE(63:4).
071500     MOVE "STUDENTS" TO RPT-LINE(70:8).
071600     WRITE RPT-LINE.
071700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RM-COUNT
071800        IF RM-POSTED(I) = "N"
071900           ADD 1 TO WS-ROOMS-MISSING
072000           PERFORM 2410-PRINT-ONE-ROOM
072100        END-IF
072200     END-PERFORM.
072300     MOVE SPACES TO RPT-LINE.
072400     WRITE RPT-LINE.
072500     IF WS-ROOMS-MISSING = 0
072600        MOVE "EVERY HOMEROOM AND SECTION HAS MARKS POSTED"
072700            TO RPT-LINE
072800        WRITE RPT-LINE
072900     END-IF.
073000     MOVE SPACES TO RPT-LINE.
073100     MOVE WS-RM-COUNT TO WS-COUNT-EDIT.
073200     STRING "ROOMS CHECKED: " DELIMITED BY SIZE
073300         WS-COUNT-EDIT DELIMITED BY SIZE
073400         "   WITH NO MARKS: " DELIMITED BY SIZE
073500         INTO RPT-LINE
073600     END-STRING.
073700     MOVE WS-ROOMS-MISSING TO WS-COUNT-EDIT.
073800     MOVE WS-COUNT-EDIT TO RPT-LINE(39:5).
073900     WRITE RPT-LINE.
074000
074100 2410-PRINT-ONE-ROOM.
074200     MOVE SPACES TO WS-CLASS-TEXT.
074300     IF RM-KIND(I) = "H"
074400        STRING "HOMEROOM SECTION " DELIMITED BY SIZE
074500            RM-SECTION(I) DELIMITED BY SIZE
074600            INTO WS-CLASS-TEXT
074700        END-STRING
074800     ELSE
074900        STRING RM-COURSE(I) DELIMITED BY SIZE
075000            " P" DELIMITED BY SIZE
075100            RM-SECTION(I) DELIMITED BY SIZE
075200            INTO WS-CLASS-TEXT
075300        END-STRING
075400     END-IF.
075500     MOVE SPACES TO RPT-LINE.
075600     MOVE RM-TEACHER(I) TO RPT-LINE(3:30).
075700     MOVE WS-CLASS-TEXT TO RPT-LINE(35:26).
075800     MOVE RM-ROOM(I) TO RPT-LINE(63:5).
075900     MOVE RM-STUDENTS(I) TO WS-COUNT-EDIT.
076000     MOVE WS-COUNT-EDIT TO RPT-LINE(73:5).
076100     WRITE RPT-LINE.
076200
076300*----------------------------------------------------------------
076400* A ROOM ALREADY ON ATTCMPLG FOR THE DAY IS NOT LOGGED AGAIN, SO A
076500* RERUN -- OR A SECOND CHECK LATER IN THE MORNING -- IS SAFE.
076600*----------------------------------------------------------------
076700 2500-LOG-MISSING.
076800     MOVE WS-CHECK-DATE TO WS-MONTH-FIRST.
076900     MOVE WS-CHECK-DATE TO WS-MONTH-LAST.
077000     PERFORM 3200-LOAD-LOGGED.
077100     OPEN EXTEND COMPLIANCE-LOG.
077200     IF WS-CL-STATUS = "35"
077300        OPEN OUTPUT COMPLIANCE-LOG
077400     END-IF.
077500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RM-COUNT
077600        IF RM-POSTED(I) = "N"
077700           PERFORM 2510-LOG-ONE-ROOM
077800        END-IF
077900     END-PERFORM.
078000     CLOSE COMPLIANCE-LOG.
078100
078200 2510-LOG-ONE-ROOM.
078300     SET NOT-YET-LOGGED TO TRUE.
078400     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LG-COUNT
078500        IF LG-KIND(K) = RM-KIND(I)
078600           AND LG-TEACHER(K) = RM-TEACHER(I)
078700           AND LG-COURSE(K) = RM-COURSE(I)
078800           AND LG-SECTION(K) = RM-SECTION(I)
078900           SET ALREADY-LOGGED TO TRUE
079000        END-IF
079100     END-PERFORM.
079200     IF ALREADY-LOGGED
079300        EXIT PARAGRAPH
079400     END-IF.
079500     MOVE WS-CHECK-DATE TO CL-DATE.
079600     MOVE RM-KIND(I) TO CL-KIND.
079700     MOVE RM-TEACHER(I) TO CL-TEACHER.
079800     MOVE RM-COURSE(I) TO CL-COURSE.
079900     MOVE RM-SECTION(I) TO CL-SECTION.
080000     MOVE RM-STUDENTS(I) TO CL-STUDENTS.
080100     MOVE WS-NOW-TIME TO CL-CHECK-TIME.
080200     WRITE COMPLIANCE-LOG-RECORD.
080300     ADD 1 TO WS-ROOMS-LOGGED.
080400
080500*----------------------------------------------------------------
080600* MONTHLY: EACH ROOM LOGGED IN THE MONTH IS LOOKED UP AGAIN ON
080700* ATTNDNCE.  MARKS POSTED SINCE THE CHECK MEAN THE ROOM WAS LATE;
080800* STILL NONE MEANS IT NEVER TOOK ATTENDANCE THAT DAY.
080900*----------------------------------------------------------------
081000 3000-MONTHLY-REPORT.
081100     PERFORM 3100-SET-MONTH.
081200     IF RETURN-CODE = 8
081300        EXIT PARAGRAPH
081400     END-IF.
081500     PERFORM 3200-LOAD-LOGGED.
081600     OPEN INPUT ATTENDANCE-FILE.
081700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LG-COUNT
081800        PERFORM 3300-RECHECK-ROOM
081900     END-PERFORM.
082000     CLOSE ATTENDANCE-FILE.
082100     IF WS-LG-COUNT > 0
082200        SORT LG-ROW ASCENDING LG-TEACHER LG-DATE LG-KIND
082300                              LG-COURSE LG-SECTION
082400     END-IF.
082500     PERFORM 3400-PRINT-MONTH.
082600
082700*----------------------------------------------------------------
082800* MIRRORS GRADE-SCHOOL-AFTCARE'S SET-MONTH: A ZERO MONTH IS LAST
082900* MONTH -- THE JOB RUNS EARLY IN THE MONTH FOR THE ONE JUST ENDED.
083000*----------------------------------------------------------------
083100 3100-SET-MONTH.
083200     IF WS-MONTH = 0
083300        MOVE WS-TODAY(1:6) TO WS-MONTH
083400        IF WS-MONTH-MM = 1
083500           SUBTRACT 1 FROM WS-MONTH-YYYY
083600           MOVE 12 TO WS-MONTH-MM
083700        ELSE
083800           SUBTRACT 1 FROM WS-MONTH-MM
083900        END-IF
084000     END-IF.
084100     COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1.
084200     IF TEST-DATE-YYYYMMDD(WS-MONTH-FIRST) NOT = 0
084300        DISPLAY "GRADE-SCHOOL-ATTCOMP BAD MONTH " WS-MONTH
084400        MOVE 8 TO RETURN-CODE
084500        EXIT PARAGRAPH
084600     END-IF.
084700     MOVE WS-MONTH-FIRST TO WS-MONTH-LAST.
084800     PERFORM VARYING WS-DAY FROM 29 BY 1 UNTIL WS-DAY > 31
084900        COMPUTE WS-WORK-DATE = WS-MONTH * 100 + WS-DAY
085000        IF TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
085100           MOVE WS-WORK-DATE TO WS-MONTH-LAST
085200        END-IF
085300     END-PERFORM.
085400     IF WS-MONTH-LAST = WS-MONTH-FIRST
085500        COMPUTE WS-MONTH-LAST = WS-MONTH * 100 + 28
085600     END-IF.
085700
085800*----------------------------------------------------------------
085900* THE ATTCMPLG ROWS DATED WS-MONTH-FIRST THROUGH WS-MONTH-LAST.
086000*----------------------------------------------------------------
086100 3200-LOAD-LOGGED.
086200     MOVE 0 TO WS-LG-COUNT.
086300     OPEN INPUT COMPLIANCE-LOG.
086400     IF WS-CL-STATUS NOT = "00"
086500        MOVE "10" TO WS-CL-STATUS
086600        EXIT PARAGRAPH
086700     END-IF.
086800     PERFORM UNTIL WS-CL-STATUS NOT = "00"
086900        READ COMPLIANCE-LOG
087000            AT END MOVE "10" TO WS-CL-STATUS
087100        END-READ
087200        IF WS-CL-STATUS = "00"
087300           AND CL-DATE >= WS-MONTH-FIRST
087400           AND CL-DATE <= WS-MONTH-LAST
087500           AND WS-LG-COUNT < 3000
087600           ADD 1 TO WS-LG-COUNT
087700           MOVE CL-TEACHER TO LG-TEACHER(WS-LG-COUNT)
087800           MOVE CL-DATE TO LG-DATE(WS-LG-COUNT)
087900           MOVE CL-KIND TO LG-KIND(WS-LG-COUNT)
088000           MOVE CL-COURSE TO LG-COURSE(WS-LG-COUNT)
088100           MOVE CL-SECTION TO LG-SECTION(WS-LG-COUNT)
088200           MOVE CL-STUDENTS TO LG-STUDENTS(WS-LG-COUNT)
088300           MOVE CL-CHECK-TIME TO LG-CHECK-TIME(WS-LG-COUNT)
088400           MOVE SPACES TO LG-RESULT(WS-LG-COUNT)
088500        END-IF
088600     END-PERFORM.
088700     CLOSE COMPLIANCE-LOG.
088800
088900*----------------------------------------------------------------
089000* THE ROOM'S STUDENTS ARE TAKEN FROM TODAY'S ROSTERF AND STUSCHED;
089100* ONE MARK FROM ANY OF THEM FOR THE DAY MAKES THE ROOM LATE.
089200*----------------------------------------------------------------
089300 3300-RECHECK-ROOM.
089400     SET MARK-NOT-FOUND TO TRUE.
089500     IF LG-KIND(K) = "H"
089600        PERFORM VARYING I FROM 1 BY 1
089700                 UNTIL I > WS-ST-COUNT OR MARK-FOUND
089800           IF ST-SCHEDULED(I) = "N"
089900              AND ST-TEACHER(I) = LG-TEACHER(K)
090000              AND ST-SECTION(I) = LG-SECTION(K)
090100              MOVE ST-STUDENT-ID(I) TO ATT-STUDENT-ID
090200              MOVE LG-DATE(K) TO ATT-DATE
090300              MOVE 0 TO ATT-PERIOD
090400              PERFORM 2350-READ-MARK
090500           END-IF
090600        END-PERFORM
090700     ELSE
090800        PERFORM VARYING J FROM 1 BY 1
090900                 UNTIL J > WS-SCH-COUNT OR MARK-FOUND
091000           IF SCHT-COURSE(J) = LG-COURSE(K)
091100              AND SCHT-PERIOD(J) = LG-SECTION(K)
091200              MOVE SCHT-STUDENT-ID(J) TO ATT-STUDENT-ID
091300              MOVE LG-DATE(K) TO ATT-DATE
091400              MOVE LG-SECTION(K) TO ATT-PERIOD
091500              PERFORM 2350-READ-MARK
091600           END-IF
091700        END-PERFORM
091800     END-IF.
091900     IF MARK-FOUND
092000        MOVE "LATE" TO LG-RESULT(K)
092100        ADD 1 TO WS-LATE-COUNT
092200     ELSE
092300        MOVE "MISSING" TO LG-RESULT(K)
092400        ADD 1 TO WS-NEVER-COUNT
092500     END-IF.
092600
092700 3400-PRINT-MONTH.
092800     OPEN OUTPUT COMPLIANCE-REPORT.
092900     MOVE SPACES TO RPT-LINE.
093000     STRING "ATTENDANCE SUBMISSION COMPLIANCE -- MONTH "
093100         DELIMITED BY SIZE
093200         WS-MONTH DELIMITED BY SIZE
093300         INTO RPT-LINE
093400     END-STRING.
093500     WRITE RPT-LINE.
093600     MOVE "LATE = MARKS POSTED AFTER THE CHECK; MISSING = NONE"
093700         TO RPT-LINE.
093800     WRITE RPT-LINE.
093900     MOVE SPACES TO RPT-LINE.
094000     WRITE RPT-LINE.
094100     MOVE SPACES TO RPT-LINE.
094200     MOVE "TEACHER" TO RPT-LINE(3:7).
094300     MOVE "DATE" TO RPT-LINE(35:4).
094400     MOVE "CLASS" TO RPT-LINE(47:5).
094500     MOVE "RESULT" TO RPT-LINE(75:6).
094600     WRITE RPT-LINE.
094700     MOVE SPACES TO WS-LAST-TEACHER.
094800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LG-COUNT
094900        IF K > 1 AND LG-TEACHER(K) NOT = WS-LAST-TEACHER
095000           PERFORM 3420-PRINT-TEACHER-TOTAL
095100        END-IF
095200        MOVE LG-TEACHER(K) TO WS-LAST-TEACHER
095300        PERFORM 3410-PRINT-ONE-LOGGED
095400     END-PERFORM.
095500     IF WS-LG-COUNT > 0
095600        PERFORM 3420-PRINT-TEACHER-TOTAL
095700     ELSE
095800        MOVE "NO LATE OR MISSING ATTENDANCE LOGGED THIS MONTH"
095900            TO RPT-LINE
096000        WRITE RPT-LINE
096100     END-IF.
096200     MOVE SPACES TO RPT-LINE.
096300     WRITE RPT-LINE.
096400     MOVE SPACES TO RPT-LINE.
096500     MOVE WS-LATE-COUNT TO WS-COUNT-EDIT.
096600     STRING "MONTH TOTAL   LATE: " DELIMITED BY SIZE
096700         WS-COUNT-EDIT DELIMITED BY SIZE
096800         "   MISSING: " DELIMITED BY SIZE
096900         INTO RPT-LINE
097000     END-STRING.
097100     MOVE WS-NEVER-COUNT TO WS-COUNT-EDIT.
097200     MOVE WS-COUNT-EDIT TO RPT-LINE(38:5).
097300     WRITE RPT-LINE.
097400     MOVE SPACES TO RPT-LINE.
097500     WRITE RPT-LINE.
097600     MOVE "PRINCIPAL: ________________   DATE: __________"
097700         TO RPT-LINE.
097800     WRITE RPT-LINE.
097900     CLOSE COMPLIANCE-REPORT.
098000
098100 3410-PRINT-ONE-LOGGED.
098200     MOVE SPACES TO WS-CLASS-TEXT.
098300     IF LG-KIND(K) = "H"
098400        STRING "HOMEROOM SECTION " DELIMITED BY SIZE
098500            LG-SECTION(K) DELIMITED BY SIZE
098600            INTO WS-CLASS-TEXT
098700        END-STRING
098800     ELSE
098900        STRING LG-COURSE(K) DELIMITED BY SIZE
099000            " P" DELIMITED BY SIZE
099100            LG-SECTION(K) DELIMITED BY SIZE
099200            INTO WS-CLASS-TEXT
099300        END-STRING
099400     END-IF.
099500     MOVE SPACES TO RPT-LINE.
099600     MOVE LG-TEACHER(K) TO RPT-LINE(3:30).
099700     MOVE LG-DATE(K) TO WS-DATE-EDIT.
099800     MOVE WS-DATE-EDIT TO RPT-LINE(35:10).
099900     MOVE WS-CLASS-TEXT TO RPT-LINE(47:26).
100000     MOVE LG-RESULT(K) TO RPT-LINE(75:7).
100100     WRITE RPT-LINE.
100200     IF LG-RESULT(K) = "LATE"
100300        ADD 1 TO WS-TEACHER-LATE
100400     ELSE
100500        ADD 1 TO WS-TEACHER-NEVER
100600     END-IF.
100700
100800 3420-PRINT-TEACHER-TOTAL.
100900     MOVE SPACES TO RPT-LINE.
101000     MOVE WS-TEACHER-LATE TO WS-COUNT-EDIT.
101100     STRING "    TOTAL  LATE: " DELIMITED BY SIZE
101200         WS-COUNT-EDIT DELIMITED BY SIZE
101300         "   MISSING: " DELIMITED BY SIZE
101400         INTO RPT-LINE
101500     END-STRING.
101600     MOVE WS-TEACHER-NEVER TO WS-COUNT-EDIT.
101700     MOVE WS-COUNT-EDIT TO RPT-LINE(35:5).
101800     MOVE WS-LAST-TEACHER TO RPT-LINE(47:30).
101900     WRITE RPT-LINE.
102000     MOVE SPACES TO RPT-LINE.
102100     WRITE RPT-LINE.
102200     MOVE 0 TO WS-TEACHER-LATE.
102300     MOVE 0 TO WS-TEACHER-NEVER.
102400
102500 4000-TERMINATE.
102600     IF WS-RUN-MODE = "CHECK"
102700        DISPLAY "GRADE-SCHOOL-ATTCOMP CHECK " WS-CHECK-DATE
102800            " AT " WS-NOW-TIME
102900        DISPLAY "  ROOMS CHECKED:            " WS-RM-COUNT
103000        DISPLAY "  ROOMS WITH NO MARKS:      " WS-ROOMS-MISSING
103100        DISPLAY "  ROOMS LOGGED TO ATTCMPLG: " WS-ROOMS-LOGGED
103200        IF WS-ROOMS-FULL > 0
103300           DISPLAY "  ROOM TABLE FULL -- NOT CHECKED: "
103400              WS-ROOMS-FULL
103500        END-IF
103600        IF WS-ROOMS-MISSING > 0 OR WS-ROOMS-FULL > 0
103700           MOVE 4 TO RETURN-CODE
103800        END-IF
103900     END-IF.
104000     IF WS-RUN-MODE = "MONTHLY"
104100        DISPLAY "GRADE-SCHOOL-ATTCOMP MONTHLY " WS-MONTH
104200        DISPLAY "  LOGGED ROOMS:             " WS-LG-COUNT
104300        DISPLAY "  LATE:                     " WS-LATE-COUNT
104400        DISPLAY "  MISSING:                  " WS-NEVER-COUNT
104500     END-IF.
104600
104700*----------------------------------------------------------------
104800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
104900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
105000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
105100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
105200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
105300*----------------------------------------------------------------
105400 9800-CHECK-LAYOUTS.
105500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
105600     OPEN EXTEND LAYOUT-USAGE-LOG.
105700     IF WS-LU-STATUS = "35"
105800        OPEN OUTPUT LAYOUT-USAGE-LOG
105900     END-IF.
106000     MOVE "ROSTERF" TO WS-LK-DATASET.
106100     MOVE 3 TO WS-LK-VERSION.
106200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
106300     PERFORM 9820-CHECK-ONE-LAYOUT.
106400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
106500     MOVE 2 TO WS-LK-VERSION.
106600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
106700     PERFORM 9820-CHECK-ONE-LAYOUT.
106800     CLOSE LAYOUT-USAGE-LOG.
106900
107000 9810-LOAD-LAYOUT-CONTROL.
107100     MOVE 0 TO WS-LC-COUNT.
107200     OPEN INPUT LAYOUT-CONTROL.
107300     IF WS-LC-STATUS NOT = "00"
107400        EXIT PARAGRAPH
107500     END-IF.
107600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
107700        READ LAYOUT-CONTROL
107800            AT END MOVE "10" TO WS-LC-STATUS
107900        END-READ
108000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
108100           ADD 1 TO WS-LC-COUNT
108200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
108300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
108400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
108500        END-IF
108600     END-PERFORM.
108700     CLOSE LAYOUT-CONTROL.
108800
108900*----------------------------------------------------------------
109000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
109100* AS NOCTL.
109200*----------------------------------------------------------------
109300 9820-CHECK-ONE-LAYOUT.
109400     MOVE "NOCTL" TO WS-LK-RESULT.
109500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
109600             UNTIL WS-LC-INDX > WS-LC-COUNT
109700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
109800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
109900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
110000              MOVE "CURRENT" TO WS-LK-RESULT
110100           ELSE
110200              MOVE "MISMATCH" TO WS-LK-RESULT
110300           END-IF
110400        END-IF
110500     END-PERFORM.
110600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
110700     MOVE "GRADE-SCHOOL-ATTCOMP" TO LU-PROGRAM.
110800     MOVE WS-LK-DATASET TO LU-DATASET.
110900     MOVE WS-LK-VERSION TO LU-VERSION.
111000     MOVE WS-LK-LENGTH TO LU-LENGTH.
111100     MOVE WS-LK-RESULT TO LU-RESULT.
111200     WRITE LAYOUT-USAGE-RECORD.
111300     IF WS-LK-RESULT NOT = "MISMATCH"
111400        EXIT PARAGRAPH
111500     END-IF.
111600     SET LAYOUT-MISMATCH TO TRUE.
111700     DISPLAY "GRADE-SCHOOL-ATTCOMP HALTED: " WS-LK-DATASET
111800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
111900         " DOES NOT MATCH LAYOUTCT".
112000     OPEN EXTEND OPS-ERROR-LOG.
112100     IF WS-OPS-LOG-STATUS = "35"
112200        OPEN OUTPUT OPS-ERROR-LOG
112300     END-IF.
112400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
112500     MOVE "GRADE-SCHOOL-ATTCOMP" TO OE-PROGRAM.
112600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
112700     MOVE "LAYOUT" TO OE-OPERATION.
112800     MOVE "16" TO OE-STATUS.
112900     WRITE OPS-ERROR-RECORD.
113000     CLOSE OPS-ERROR-LOG.
