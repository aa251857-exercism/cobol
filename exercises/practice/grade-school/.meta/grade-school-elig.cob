001900*                 WITH E/I AND THE REASON.  THE ACTIVITY
002000*                 PROGRAMS CHECK THE FILE; THE INELIGIBILITY
002100*                 NOTICES TO COACH AND HOUSEHOLD PRINT HERE.
002110* 2026-10-15 KAP  SPORTS PHYSICALS -- A STUDENT WITH NO PHYSICAL
002120*                 ON PHYSEXAM, ONE PAST ITS EXPIRY, OR NO SIGNED
002130*                 CONCUSSION FORM FOR IT IS NOW I WITH REASON
002140*                 PHYSICAL (COMBINED WITH GPA/TRUANT AS GPA+PHY,
002150*                 TRU+PHY, GPA+TR+P).  EACH COACH GETS A COACHPHY
002160*                 LIST OF THE TEAMROST PLAYERS WHOSE PHYSICAL RUNS
002170*                 OUT BEFORE THE SEASON ENDS (ELGPARM COLUMN 10,
002180*                 ZERO = 90 DAYS OUT).
002190* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002200*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002210*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002220*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002230*                 OPSERRLG ENTRY.
002232* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002234*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002236*                 LAYOUT VERSION 3.
002237* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002238*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002239*                 VERSION 2.
002240*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
005500     SELECT ELIGIBILITY-FILE ASSIGN TO "ELIGFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-EL-STATUS.
005705
005720     SELECT PHYSICAL-MASTER ASSIGN TO "PHYSEXAM"
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-PE-STATUS.
005765
005770     SELECT TEAM-ROSTER ASSIGN TO "TEAMROST"
005780         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS WS-TR-STATUS.
005800
005900     SELECT NOTICE-PRINT ASSIGN TO "ELIGNOTC"
005950         ORGANIZATION IS LINE SEQUENTIAL.
005955
005970     SELECT COACH-LIST ASSIGN TO "COACHPHY"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006107     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006115         ORGANIZATION IS LINE SEQUENTIAL
006123         FILE STATUS IS WS-LC-STATUS.
006130
006138     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006146         ORGANIZATION IS LINE SEQUENTIAL
006153         FILE STATUS IS WS-LU-STATUS.
006161
006169     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006176         ORGANIZATION IS LINE SEQUENTIAL
006184         FILE STATUS IS WS-OPS-LOG-STATUS.
006192
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARM-FILE.
006500*----------------------------------------------------------------
006600* ONE CARD: THE TERM TO STAND ON AND THE GPA FLOOR (V99).
006620* THEN THE LAST DAY OF THE SEASON FOR THE COACHES' PHYSICAL
006640* LISTS (ZERO = 90 DAYS FROM TODAY).
006700*----------------------------------------------------------------
006800 01  PARM-RECORD.
006900     05 PARM-TERM             PIC X(06).
007000     05 PARM-FLOOR            PIC 9V99.
007050     05 PARM-SEASON-END       PIC 9(08).
007100
007200 FD  ROSTER-FILE.
007300*----------------------------------------------------------------
008400     05 FR-IEP-FLAG           PIC X(01).
008500     05 FR-DOB                PIC 9(08).
008600     05 FR-SCHOOL-CODE        PIC 9(02).
008633     05 FR-GENDER             PIC X(01).
008666     05 FR-RACE-ETH           PIC X(01).
008700
008800 FD  COURSE-GRADE-FILE.
008900*----------------------------------------------------------------
009500        10 CG-COURSE          PIC X(20).
009600        10 CG-TERM            PIC X(06).
009700     05 CG-GRADE-POINTS       PIC 9V99.
009733     05 CG-CREDIT-TYPE        PIC X(01).
009766        88 CG-TRANSFER-CREDIT           VALUE "T".
009800
009900 FD  ATTENDANCE-FILE.
010000*----------------------------------------------------------------
012800     05 EL-FLAG               PIC X(01).
012900     05 EL-REASON             PIC X(08).
013000
013005*----------------------------------------------------------------
013010* LAYOUT MUST MATCH GRADE-SCHOOL-PHYSICAL'S PHYSICAL-RECORD.
013015*----------------------------------------------------------------
013020 FD  PHYSICAL-MASTER.
013025 01  PHYSICAL-RECORD.
013030     05 PE-STUDENT-ID         PIC 9(09).
013035     05 PE-EXAM-DATE          PIC 9(08).
013040     05 PE-EXPIRY-DATE        PIC 9(08).
013045     05 PE-PROVIDER           PIC X(30).
013050     05 PE-RESTRICTIONS       PIC X(30).
013055     05 PE-CONCUSSION-FORM    PIC X(01).
013060     05 PE-CONCUSSION-DATE    PIC 9(08).
013061
013062*----------------------------------------------------------------
013064* THE ATHLETIC OFFICE'S TEAM LISTS: ONE ROW PER PLAYER PER TEAM,
013066* WITH THE COACH THE PHYSICAL LIST GOES TO.
013068*----------------------------------------------------------------
013070 FD  TEAM-ROSTER.
013072 01  TEAM-ROSTER-RECORD.
013074     05 TR-TEAM               PIC X(10).
013076     05 TR-COACH              PIC X(30).
013078     05 TR-STUDENT-ID         PIC 9(09).
013090
013100 FD  NOTICE-PRINT.
013200 01  NTC-LINE                 PIC X(100).
013201
013220 FD  COACH-LIST.
013240 01  COACH-LINE               PIC X(100).
013300
013302 FD  LAYOUT-CONTROL.
013305*----------------------------------------------------------------
013308* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
013310* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
013313*----------------------------------------------------------------
013316 01  LAYOUT-CONTROL-RECORD.
013318     05 LC-DATASET            PIC X(08).
013321     05 LC-VERSION            PIC 9(03).
013324     05 LC-LENGTH             PIC 9(05).
013327     05 LC-EFFECTIVE-DATE     PIC 9(08).
013329
013332 FD  LAYOUT-USAGE-LOG.
013335*----------------------------------------------------------------
013337* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013340* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013343*----------------------------------------------------------------
013345 01  LAYOUT-USAGE-RECORD.
013348     05 LU-TIMESTAMP          PIC 9(14).
013351     05 LU-PROGRAM            PIC X(24).
013354     05 LU-DATASET            PIC X(08).
013356     05 LU-VERSION            PIC 9(03).
013359     05 LU-LENGTH             PIC 9(05).
013362     05 LU-RESULT             PIC X(08).
013364
013367 FD  OPS-ERROR-LOG.
013370*----------------------------------------------------------------
013372* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
013375* SHARED SHOP-WIDE ERROR LOG.
013378*----------------------------------------------------------------
013381 01  OPS-ERROR-RECORD.
013383     05 OE-TIMESTAMP          PIC 9(14).
013386     05 OE-PROGRAM            PIC X(20).
013389     05 OE-FILE-NAME          PIC X(08).
013391     05 OE-OPERATION          PIC X(08).
013394     05 OE-STATUS             PIC XX.
013397
013400 WORKING-STORAGE SECTION.
013500 01 WS-PARM-STATUS             PIC XX.
013600 01 WS-FILE-STATUS             PIC XX.
013800 01 WS-ATT-STATUS              PIC XX.
013900 01 WS-EX-STATUS               PIC XX.
014000 01 WS-EL-STATUS               PIC XX.
014010 01 WS-PE-STATUS               PIC XX.
014020 01 WS-TR-STATUS               PIC XX.
014030 01 WS-TODAY                   PIC 9(08).
014040 01 WS-SEASON-END              PIC 9(08) VALUE ZERO.
014050 01 WS-PRIOR-COACH             PIC X(30).
014060 01 WS-PHYS-TEXT               PIC X(20).
014070 01 WS-ED-DATE                 PIC 9999/99/99.
014080 01 WS-LISTED-COUNT            PIC 9(05) COMP VALUE ZERO.
014100 01 WS-TERM                    PIC X(06).
014200 01 WS-FLOOR                   PIC 9V99 VALUE 2.00.
014300 01 WS-TRUANCY-THRESHOLD       PIC 9(04) COMP VALUE 10.
016300        05 ST-GPA-TOTAL       PIC 9(04)V99.
016400        05 ST-GPA-COURSES     PIC 9(03) COMP.
016500        05 ST-ABSENCES        PIC 9(04) COMP.
016520*       ZERO EXPIRY = NO PHYSICAL ON FILE.
016540        05 ST-PHYS-EXPIRY     PIC 9(08).
016560        05 ST-PHYS-FORM       PIC X(01).
016600
016700 01 WS-EX-COUNT                PIC 9(05) COMP VALUE ZERO.
016800 01 EXCUSE-TABLE.
017100        05 EXT-STUDENT-ID     PIC 9(09).
017200        05 EXT-DATE           PIC 9(08).
017300        05 EXT-PERIOD         PIC 9(01).
017301
017310* TEAMROST, SORTED COACH / TEAM / STUDENT FOR THE PHYSICAL LISTS.
017320 01 WS-TEAM-COUNT              PIC 9(05) COMP VALUE ZERO.
017330 01 TEAM-TABLE.
017340     02 TM-ROW                OCCURS 1 TO 3000 TIMES
017350                                 DEPENDING ON WS-TEAM-COUNT.
017360        05 TM-COACH           PIC X(30).
017370        05 TM-TEAM            PIC X(10).
017380        05 TM-STUDENT-ID      PIC 9(09).
017400
017404*----------------------------------------------------------------
017409* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
017413* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
017418*----------------------------------------------------------------
017422 01 WS-LC-STATUS               PIC XX.
017427 01 WS-LU-STATUS               PIC XX.
017431 01 WS-OPS-LOG-STATUS          PIC XX.
017436 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
017440     88 LAYOUT-MISMATCH                  VALUE "Y".
017445 01 WS-LK-DATASET              PIC X(08).
017450 01 WS-LK-VERSION              PIC 9(03).
017454 01 WS-LK-LENGTH               PIC 9(05).
017459 01 WS-LK-RESULT               PIC X(08).
017463 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
017468 01 WS-LC-INDX                 PIC 9(03) COMP.
017472 01 LAYOUT-CONTROL-TABLE.
017477     02 LCT-ROW               OCCURS 50 TIMES.
017481        05 LCT-DATASET        PIC X(08).
017486        05 LCT-VERSION        PIC 9(03).
017490        05 LCT-LENGTH         PIC 9(05).
017495
017500 PROCEDURE DIVISION.
017600
017700 0000-MAINLINE.
017710     PERFORM 9800-CHECK-LAYOUTS
017720     IF LAYOUT-MISMATCH
017730        MOVE 16 TO RETURN-CODE
017740        GOBACK
017750     END-IF
017800     PERFORM 1000-INITIALIZE
017900     PERFORM 2000-LOAD-ROSTER
018000     PERFORM 3000-TALLY-GRADES
018100     PERFORM 4000-TALLY-ABSENCES
018150     PERFORM 4500-APPLY-PHYSICALS
018200     PERFORM 5000-SETTLE-ELIGIBILITY
018250     PERFORM 5500-COACH-PHYSICAL-LISTS
018300     PERFORM 6000-TERMINATE
018400     GOBACK.
018500
018600 1000-INITIALIZE.
018700     MOVE SPACES TO WS-TERM.
018750     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
018800     OPEN INPUT PARM-FILE.
018900     IF WS-PARM-STATUS = "00"
019000        READ PARM-FILE
019400           MOVE PARM-TERM TO WS-TERM
019500           IF PARM-FLOOR IS NUMERIC AND PARM-FLOOR > 0
019600              MOVE PARM-FLOOR TO WS-FLOOR
019620           END-IF
019640           IF PARM-SEASON-END IS NUMERIC
019660              AND TEST-DATE-YYYYMMDD(PARM-SEASON-END) = 0
019680              MOVE PARM-SEASON-END TO WS-SEASON-END
019700           END-IF
019800        END-IF
019900        CLOSE PARM-FILE
020000     END-IF.
020020     IF WS-SEASON-END = 0
020040        COMPUTE WS-SEASON-END =
020060            DATE-OF-INTEGER(INTEGER-OF-DATE(WS-TODAY) + 90)
020080     END-IF.
020100     PERFORM 1100-LOAD-EXCUSES.
020200
020300 1100-LOAD-EXCUSES.
024200           MOVE 0 TO ST-GPA-TOTAL(WS-STUDENT-COUNT)
024300           MOVE 0 TO ST-GPA-COURSES(WS-STUDENT-COUNT)
024400           MOVE 0 TO ST-ABSENCES(WS-STUDENT-COUNT)
024420           MOVE 0 TO ST-PHYS-EXPIRY(WS-STUDENT-COUNT)
024440           MOVE "N" TO ST-PHYS-FORM(WS-STUDENT-COUNT)
024500        END-IF
024600     END-PERFORM.
024700     CLOSE ROSTER-FILE.
030600        END-IF
030700     END-PERFORM.
030800
030802*----------------------------------------------------------------
030804* EACH STUDENT'S CURRENT PHYSICAL.  NO ROW LEAVES THE EXPIRY AT
030806* ZERO, WHICH SETTLES AS MISSING.
030808*----------------------------------------------------------------
030810 4500-APPLY-PHYSICALS.
030812     OPEN INPUT PHYSICAL-MASTER.
030814     IF WS-PE-STATUS NOT = "00"
030816        MOVE "10" TO WS-PE-STATUS
030818        EXIT PARAGRAPH
030820     END-IF.
030822     PERFORM UNTIL WS-PE-STATUS NOT = "00"
030824        READ PHYSICAL-MASTER
030826            AT END MOVE "10" TO WS-PE-STATUS
030828        END-READ
030830        IF WS-PE-STATUS = "00"
030832           PERFORM VARYING I FROM 1 BY 1
030834                    UNTIL I > WS-STUDENT-COUNT
030836              IF ST-STUDENT-ID(I) = PE-STUDENT-ID
030838                 MOVE PE-EXPIRY-DATE TO ST-PHYS-EXPIRY(I)
030840                 MOVE PE-CONCUSSION-FORM TO ST-PHYS-FORM(I)
030842              END-IF
030844           END-PERFORM
030846        END-IF
030848     END-PERFORM.
030850     CLOSE PHYSICAL-MASTER.
030870
030900 5000-SETTLE-ELIGIBILITY.
031000     OPEN OUTPUT ELIGIBILITY-FILE.
031100     OPEN OUTPUT NOTICE-PRINT.
033900           MOVE "GPA+TRU" TO WS-REASON
034000        END-IF
034100     END-IF.
034105     IF ST-PHYS-EXPIRY(I) < WS-TODAY
034110        OR ST-PHYS-FORM(I) NOT = "Y"
034115        EVALUATE WS-REASON
034120            WHEN SPACES
034125                MOVE "PHYSICAL" TO WS-REASON
034130            WHEN "GPA"
034135                MOVE "GPA+PHY" TO WS-REASON
034140            WHEN "TRUANT"
034145                MOVE "TRU+PHY" TO WS-REASON
034150            WHEN OTHER
034155                MOVE "GPA+TR+P" TO WS-REASON
034160        END-EVALUATE
034165     END-IF.
034200     MOVE ST-STUDENT-ID(I) TO EL-STUDENT-ID.
034300     IF WS-REASON = SPACES
034400        MOVE "E" TO EL-FLAG
037000     END-STRING.
037100     WRITE NTC-LINE.
037200
037300*----------------------------------------------------------------
037400* ONE LIST PER COACH: EVERY PLAYER ON THEIR TEAMS WHOSE PHYSICAL
037500* IS MISSING, HAS RUN OUT, OR RUNS OUT BEFORE THE SEASON ENDS, AND
037600* ANY STILL OWING THE CONCUSSION FORM.
037700*----------------------------------------------------------------
037800 5500-COACH-PHYSICAL-LISTS.
037900     OPEN OUTPUT COACH-LIST.
038000     OPEN INPUT TEAM-ROSTER.
038100     IF WS-TR-STATUS NOT = "00"
038200        MOVE "10" TO WS-TR-STATUS
038300     ELSE
038400        PERFORM UNTIL WS-TR-STATUS NOT = "00"
038500           READ TEAM-ROSTER
038600               AT END MOVE "10" TO WS-TR-STATUS
038700           END-READ
038800           IF WS-TR-STATUS = "00"
038900              AND WS-TEAM-COUNT < 3000
039000              ADD 1 TO WS-TEAM-COUNT
039100              MOVE TR-COACH TO TM-COACH(WS-TEAM-COUNT)
039200              MOVE TR-TEAM TO TM-TEAM(WS-TEAM-COUNT)
039300              MOVE TR-STUDENT-ID TO TM-STUDENT-ID(WS-TEAM-COUNT)
039400           END-IF
039500        END-PERFORM
039600        CLOSE TEAM-ROSTER
039700     END-IF.
039800     IF WS-TEAM-COUNT > 1
039900        SORT TM-ROW ASCENDING TM-COACH TM-TEAM TM-STUDENT-ID
040000     END-IF.
040100     MOVE HIGH-VALUES TO WS-PRIOR-COACH.
040200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TEAM-COUNT
040300        PERFORM VARYING I FROM 1 BY 1
040400                 UNTIL I > WS-STUDENT-COUNT
040500                    OR ST-STUDENT-ID(I) = TM-STUDENT-ID(J)
040600           CONTINUE
040700        END-PERFORM
040800        IF I <= WS-STUDENT-COUNT
040900           AND (ST-PHYS-EXPIRY(I) <= WS-SEASON-END
041000                OR ST-PHYS-FORM(I) NOT = "Y")
041100           PERFORM 5600-LIST-ONE-PLAYER
041200        END-IF
041300     END-PERFORM.
041400     IF WS-LISTED-COUNT = 0
041500        MOVE "NO PHYSICALS DUE BEFORE THE SEASON ENDS"
041600            TO COACH-LINE
041700        WRITE COACH-LINE
041800     END-IF.
041900     CLOSE COACH-LIST.
042000
042100 5600-LIST-ONE-PLAYER.
042200     IF TM-COACH(J) NOT = WS-PRIOR-COACH
042300        IF WS-LISTED-COUNT > 0
042400           MOVE SPACES TO COACH-LINE
042500           WRITE COACH-LINE
042600        END-IF
042700        MOVE WS-SEASON-END TO WS-ED-DATE
042800        MOVE SPACES TO COACH-LINE
042900        STRING "SPORTS PHYSICALS DUE -- COACH " DELIMITED BY SIZE
043000            FUNCTION TRIM(TM-COACH(J)) DELIMITED BY SIZE
043100            "  SEASON ENDS " DELIMITED BY SIZE
043200            WS-ED-DATE DELIMITED BY SIZE
043300            INTO COACH-LINE
043400        END-STRING
043500        WRITE COACH-LINE
043600        MOVE TM-COACH(J) TO WS-PRIOR-COACH
043700     END-IF.
043800     ADD 1 TO WS-LISTED-COUNT.
043900     MOVE ST-PHYS-EXPIRY(I) TO WS-ED-DATE.
043950     MOVE SPACES TO WS-PHYS-TEXT.
044000     EVALUATE TRUE
044100         WHEN ST-PHYS-EXPIRY(I) = 0
044200             MOVE "NO PHYSICAL ON FILE" TO WS-PHYS-TEXT
044300         WHEN ST-PHYS-EXPIRY(I) < WS-TODAY
044400             STRING "EXPIRED " WS-ED-DATE DELIMITED BY SIZE
044500                 INTO WS-PHYS-TEXT
044600         WHEN ST-PHYS-EXPIRY(I) <= WS-SEASON-END
044700             STRING "EXPIRES " WS-ED-DATE DELIMITED BY SIZE
044800                 INTO WS-PHYS-TEXT
044900         WHEN OTHER
045000             MOVE "NO CONCUSSION FORM" TO WS-PHYS-TEXT
045100     END-EVALUATE.
045200     MOVE SPACES TO COACH-LINE.
045300     MOVE TM-TEAM(J) TO COACH-LINE(3:10).
045400     MOVE ST-STUDENT-ID(I) TO COACH-LINE(14:9).
045500     MOVE ST-NAME(I) TO COACH-LINE(24:40).
045600     MOVE WS-PHYS-TEXT TO COACH-LINE(65:20).
045700     IF ST-PHYS-FORM(I) NOT = "Y"
045800        AND ST-PHYS-EXPIRY(I) <= WS-SEASON-END
045900        AND ST-PHYS-EXPIRY(I) > 0
046000        MOVE "+FORM" TO COACH-LINE(86:5)
046100     END-IF.
046200     WRITE COACH-LINE.
046250
046300 6000-TERMINATE.
046400     DISPLAY "GRADE-SCHOOL-ELIG TERM " WS-TERM
046500         " ELIGIBLE: " WS-ELIGIBLE-COUNT
046600         "  INELIGIBLE: " WS-INELIGIBLE-COUNT.
046700     DISPLAY "  PHYSICALS ON COACH LISTS: " WS-LISTED-COUNT.
046800
046900*----------------------------------------------------------------
047000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
047100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
047200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
047300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
047400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
047500*----------------------------------------------------------------
047600 9800-CHECK-LAYOUTS.
047700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
047800     OPEN EXTEND LAYOUT-USAGE-LOG.
047900     IF WS-LU-STATUS = "35"
048000        OPEN OUTPUT LAYOUT-USAGE-LOG
048100     END-IF.
048200     MOVE "ROSTERF" TO WS-LK-DATASET.
048300     MOVE 3 TO WS-LK-VERSION.
048400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
048500     PERFORM 9820-CHECK-ONE-LAYOUT.
048600     MOVE "CRSGRADE" TO WS-LK-DATASET.
048700     MOVE 2 TO WS-LK-VERSION.
048800     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
048900     PERFORM 9820-CHECK-ONE-LAYOUT.
049000     MOVE "ATTNDNCE" TO WS-LK-DATASET.
049100     MOVE 2 TO WS-LK-VERSION.
049200     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
049300     PERFORM 9820-CHECK-ONE-LAYOUT.
049400     CLOSE LAYOUT-USAGE-LOG.
049500
049600 9810-LOAD-LAYOUT-CONTROL.
049700     MOVE 0 TO WS-LC-COUNT.
049800     OPEN INPUT LAYOUT-CONTROL.
049900     IF WS-LC-STATUS NOT = "00"
050000        EXIT PARAGRAPH
050100     END-IF.
050200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
050300        READ LAYOUT-CONTROL
050400            AT END MOVE "10" TO WS-LC-STATUS
050500        END-READ
050600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
050700           ADD 1 TO WS-LC-COUNT
050800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
050900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
051000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
051100        END-IF
051200     END-PERFORM.
051300     CLOSE LAYOUT-CONTROL.
051400
051500*----------------------------------------------------------------
051600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
051700* AS NOCTL.
051800*----------------------------------------------------------------
051900 9820-CHECK-ONE-LAYOUT.
052000     MOVE "NOCTL" TO WS-LK-RESULT.
052100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
052200             UNTIL WS-LC-INDX > WS-LC-COUNT
052300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
052400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
052500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
052600              MOVE "CURRENT" TO WS-LK-RESULT
052700           ELSE
052800              MOVE "MISMATCH" TO WS-LK-RESULT
052900           END-IF
053000        END-IF
053100     END-PERFORM.
053200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
053300     MOVE "GRADE-SCHOOL-ELIG" TO LU-PROGRAM.
053400     MOVE WS-LK-DATASET TO LU-DATASET.
053500     MOVE WS-LK-VERSION TO LU-VERSION.
053600     MOVE WS-LK-LENGTH TO LU-LENGTH.
053700     MOVE WS-LK-RESULT TO LU-RESULT.
053800     WRITE LAYOUT-USAGE-RECORD.
053900     IF WS-LK-RESULT NOT = "MISMATCH"
054000        EXIT PARAGRAPH
054100     END-IF.
054200     SET LAYOUT-MISMATCH TO TRUE.
054300     DISPLAY "GRADE-SCHOOL-ELIG HALTED: " WS-LK-DATASET
054400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
054500         " DOES NOT MATCH LAYOUTCT".
054600     OPEN EXTEND OPS-ERROR-LOG.
054700     IF WS-OPS-LOG-STATUS = "35"
054800        OPEN OUTPUT OPS-ERROR-LOG
054900     END-IF.
055000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
055100     MOVE "GRADE-SCHOOL-ELIG" TO OE-PROGRAM.
055200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
055300     MOVE "LAYOUT" TO OE-OPERATION.
055400     MOVE "16" TO OE-STATUS.
055500     WRITE OPS-ERROR-RECORD.
055600     CLOSE OPS-ERROR-LOG.
