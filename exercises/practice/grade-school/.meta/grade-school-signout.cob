000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-SIGNOUT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  FRONT-OFFICE SIGN-OUT / LATE-ARRIVAL LOG --
001100*                 PICKUPAU ANSWERS "MAY THIS PERSON TAKE THIS
001200*                 CHILD" BUT THE SIGN-OUT ITSELF STILL WENT ON
001300*                 THE DESK CLIPBOARD.  THIS JOB READS THE DESK'S
001400*                 SIGNTX ROWS (STUDENT, DATE, TIME, IN OR OUT,
001500*                 ADULT, REASON), CHECKS EVERY SIGN-OUT AGAINST
001600*                 THE HOUSEHOLD'S PICKUPAU ROWS, AND PRINTS ANY
001700*                 F (FORBIDDEN), CONTACT-ONLY OR UNLISTED ADULT
001800*                 ON THE SIGNEXC EXCEPTIONS REPORT.  A CLEAN
001900*                 EARLY DEPARTURE POSTS AN "A" FOR EVERY PERIOD
002000*                 THE STUDENT IS SCHEDULED IN THAT ENDS AFTER
002100*                 THE SIGN-OUT TIME; A LATE ARRIVAL POSTS "A" FOR
002200*                 THE PERIODS ALREADY OVER AND "T" FOR THE ONE IN
002300*                 PROGRESS, PER THE BUILDING'S BELLSCHD TIMES.
002400*                 EVERY ROW, WITH ITS OUTCOME, IS KEPT ON THE
002500*                 SIGNLOG HISTORY.
002520* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002540*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002560*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002580*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002600*                 OPSERRLG ENTRY.
002605* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002610*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002615*                 LAYOUT VERSION 3.
002616* 2026-10-15 KAP  THE EXCEPTIONS REPORT CARRIES THE STUDENT NAME
002617*                 AGAIN; IT WAS CLEARED AFTER THE ROSTERF READ.
002620*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SIGN-TRANSACTIONS ASSIGN TO "SIGNTX"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TX-STATUS.
003600
003700     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS FR-STUDENT-ID
004100         FILE STATUS IS WS-FILE-STATUS.
004200
004300     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PU-STATUS.
004600
004700     SELECT BELL-SCHEDULE ASSIGN TO "BELLSCHD"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-BL-STATUS.
005000
005100     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SCH-STATUS.
005400
005500     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ATT-KEY
005900         FILE STATUS IS WS-ATT-STATUS.
006000
006100     SELECT SIGN-LOG ASSIGN TO "SIGNLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LOG-STATUS.
006400
006500     SELECT EXCEPTION-REPORT ASSIGN TO "SIGNEXC"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006707     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006715         ORGANIZATION IS LINE SEQUENTIAL
006723         FILE STATUS IS WS-LC-STATUS.
006730
006738     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006746         ORGANIZATION IS LINE SEQUENTIAL
006753         FILE STATUS IS WS-LU-STATUS.
006761
006769     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006776         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS WS-OPS-LOG-STATUS.
006792
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SIGN-TRANSACTIONS.
007100*----------------------------------------------------------------
007200* ONE ROW PER LINE OF THE DESK LOG.  DIRECTION O IS A SIGN-OUT
007300* (EARLY DEPARTURE), I A SIGN-IN (LATE ARRIVAL).  TIME IS HHMM
007400* ON THE 24-HOUR CLOCK, AS BUSROUTE CARRIES IT.
007500*----------------------------------------------------------------
007600 01  TX-RECORD.
007700     05 SGN-STUDENT-ID        PIC 9(09).
007800     05 SGN-DATE              PIC 9(08).
007900     05 SGN-TIME              PIC 9(04).
008000     05 SGN-DIRECTION         PIC X(01).
008100        88 SGN-SIGN-OUT                  VALUE "O".
008200        88 SGN-SIGN-IN                   VALUE "I".
008300     05 SGN-ADULT-NAME        PIC X(60).
008400     05 SGN-REASON            PIC X(30).
008500
008600 FD  ROSTER-FILE.
008700*----------------------------------------------------------------
008800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008900*----------------------------------------------------------------
009000 01  ROSTER-RECORD.
009100     05 FR-STUDENT-ID         PIC 9(09).
009200     05 FR-NAME               PIC X(60).
009300     05 FR-GRADE              PIC 9(02).
009400     05 FR-TEACHER            PIC X(30).
009500     05 FR-SECTION            PIC 9(01).
009600     05 FR-HOUSEHOLD-ID       PIC 9(09).
009700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009800     05 FR-IEP-FLAG           PIC X(01).
009900     05 FR-DOB                PIC 9(08).
010000     05 FR-SCHOOL-CODE        PIC 9(02).
010033     05 FR-GENDER             PIC X(01).
010066     05 FR-RACE-ETH           PIC X(01).
010100
010200 FD  PICKUP-AUTH-FILE.
010300*----------------------------------------------------------------
010400* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
010500*----------------------------------------------------------------
010600 01  PICKUP-AUTH-RECORD.
010700     05 PU-HOUSEHOLD-ID       PIC 9(09).
010800     05 PU-RANK               PIC 9(01).
010900     05 PU-NAME               PIC X(60).
011000     05 PU-RELATIONSHIP       PIC X(15).
011100     05 PU-PHONE              PIC X(15).
011200     05 PU-AUTH-FLAG          PIC X(01).
011300     05 PU-COURT-ORDER        PIC X(40).
011400
011500 FD  BELL-SCHEDULE.
011600*----------------------------------------------------------------
011700* ONE ROW PER BUILDING PER PERIOD: START AND END, HHMM.  ROWS
011800* UNDER BUILDING 00 ARE THE DISTRICT BELLS, USED FOR ANY
011900* BUILDING THAT HAS NONE OF ITS OWN.
012000*----------------------------------------------------------------
012100 01  BELL-RECORD.
012200     05 BL-SCHOOL-CODE        PIC 9(02).
012300     05 BL-PERIOD             PIC 9(01).
012400     05 BL-START-TIME         PIC 9(04).
012500     05 BL-END-TIME           PIC 9(04).
012600
012700 FD  STUDENT-SCHEDULE.
012800*----------------------------------------------------------------
012900* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
013000*----------------------------------------------------------------
013100 01  SCHEDULE-RECORD.
013200     05 SCH-STUDENT-ID        PIC 9(09).
013300     05 SCH-COURSE-CODE       PIC X(20).
013400     05 SCH-PERIOD            PIC 9(01).
013500
013600 FD  ATTENDANCE-FILE.
013700*----------------------------------------------------------------
013800* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
013900*----------------------------------------------------------------
014000 01  ATT-RECORD.
014100     05 ATT-KEY.
014200        10 ATT-STUDENT-ID     PIC 9(09).
014300        10 ATT-DATE           PIC 9(08).
014400        10 ATT-PERIOD         PIC 9(01).
014500     05 ATT-CODE              PIC X(01).
014600
014700 FD  SIGN-LOG.
014800*----------------------------------------------------------------
014900* THE PERMANENT DESK LOG: THE TX IMAGE AND WHAT BECAME OF IT --
015000* POSTED, FORBIDDN, NOTAUTH (CONTACT ONLY), UNLISTED, NOTFOUND
015100* OR BADDIR.
015200*----------------------------------------------------------------
015300 01  SIGN-LOG-RECORD.
015400     05 SLG-TX-IMAGE          PIC X(112).
015500     05 FILLER                PIC X(01).
015600     05 SLG-RESULT            PIC X(08).
015700
015800 FD  EXCEPTION-REPORT.
015900 01  EXC-LINE                 PIC X(100).
016000
016002 FD  LAYOUT-CONTROL.
016005*----------------------------------------------------------------
016008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
016013*----------------------------------------------------------------
016016 01  LAYOUT-CONTROL-RECORD.
016018     05 LC-DATASET            PIC X(08).
016021     05 LC-VERSION            PIC 9(03).
016024     05 LC-LENGTH             PIC 9(05).
016027     05 LC-EFFECTIVE-DATE     PIC 9(08).
016029
016032 FD  LAYOUT-USAGE-LOG.
016035*----------------------------------------------------------------
016037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
016040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
016043*----------------------------------------------------------------
016045 01  LAYOUT-USAGE-RECORD.
016048     05 LU-TIMESTAMP          PIC 9(14).
016051     05 LU-PROGRAM            PIC X(24).
016054     05 LU-DATASET            PIC X(08).
016056     05 LU-VERSION            PIC 9(03).
016059     05 LU-LENGTH             PIC 9(05).
016062     05 LU-RESULT             PIC X(08).
016064
016067 FD  OPS-ERROR-LOG.
016070*----------------------------------------------------------------
016072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
016075* SHARED SHOP-WIDE ERROR LOG.
016078*----------------------------------------------------------------
016081 01  OPS-ERROR-RECORD.
016083     05 OE-TIMESTAMP          PIC 9(14).
016086     05 OE-PROGRAM            PIC X(20).
016089     05 OE-FILE-NAME          PIC X(08).
016091     05 OE-OPERATION          PIC X(08).
016094     05 OE-STATUS             PIC XX.
016097
016100 WORKING-STORAGE SECTION.
016200 01 WS-TX-STATUS               PIC XX.
016300 01 WS-FILE-STATUS             PIC XX.
016400 01 WS-PU-STATUS               PIC XX.
016500 01 WS-BL-STATUS               PIC XX.
016600 01 WS-SCH-STATUS              PIC XX.
016700 01 WS-ATT-STATUS              PIC XX.
016800 01 WS-LOG-STATUS              PIC XX.
016900 01 WS-EOF-SWITCH              PIC X(01) VALUE "N".
017000     88 END-OF-TRANSACTIONS              VALUE "Y".
017100 01 WS-TX-COUNT                PIC 9(05) COMP VALUE ZERO.
017200 01 WS-OUT-COUNT               PIC 9(05) COMP VALUE ZERO.
017300 01 WS-IN-COUNT                PIC 9(05) COMP VALUE ZERO.
017400 01 WS-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
017500 01 WS-MARKS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
017600 01 WS-MARKS-ON-FILE           PIC 9(05) COMP VALUE ZERO.
017700 01 WS-NO-PERIODS-COUNT        PIC 9(05) COMP VALUE ZERO.
017800 01 WS-RESULT                  PIC X(08).
017900 01 WS-TX-MARKS                PIC 9(02) COMP.
018000 01 WS-BELL-SCHOOL             PIC 9(02).
018100 01 WS-MARK-CODE               PIC X(01).
018200 01 WS-ADULT-KEY               PIC X(60).
018300 01 WS-PU-KEY                  PIC X(60).
018400 01 WS-PU-FOUND                PIC 9(04) COMP.
018500 01 WS-TIME-EDIT               PIC 99B99.
018600 01 WS-SCHEDULED-SWITCH        PIC X(01).
018700     88 PERIOD-SCHEDULED                 VALUE "Y".
018800     88 PERIOD-NOT-SCHEDULED             VALUE "N".
018900 01 I                          PIC 9(05) COMP.
019000 01 J                          PIC 9(05) COMP.
019100
019200 01 WS-PU-COUNT                PIC 9(04) COMP VALUE ZERO.
019300 01 PICKUP-TABLE.
019400     02 PUT-ROW               OCCURS 1 TO 6000 TIMES
019500                                 DEPENDING ON WS-PU-COUNT.
019600        05 PUT-HOUSEHOLD-ID   PIC 9(09).
019700        05 PUT-NAME           PIC X(60).
019800        05 PUT-AUTH-FLAG      PIC X(01).
019900        05 PUT-COURT-ORDER    PIC X(40).
020000
020100 01 WS-BL-COUNT                PIC 9(03) COMP VALUE ZERO.
020200 01 BELL-TABLE.
020300     02 BLT-ROW               OCCURS 1 TO 200 TIMES
020400                                 DEPENDING ON WS-BL-COUNT.
020500        05 BLT-SCHOOL-CODE    PIC 9(02).
020600        05 BLT-PERIOD         PIC 9(01).
020700        05 BLT-START-TIME     PIC 9(04).
020800        05 BLT-END-TIME       PIC 9(04).
020900
021000 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
021100 01 SCHEDULE-TABLE.
021200     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
021300                                 DEPENDING ON WS-SCH-COUNT.
021400        05 SCHT-STUDENT-ID    PIC 9(09).
021500        05 SCHT-PERIOD        PIC 9(01).
021600
021604*----------------------------------------------------------------
021609* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
021613* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
021618*----------------------------------------------------------------
021622 01 WS-LC-STATUS               PIC XX.
021627 01 WS-LU-STATUS               PIC XX.
021631 01 WS-OPS-LOG-STATUS          PIC XX.
021636 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
021640     88 LAYOUT-MISMATCH                  VALUE "Y".
021645 01 WS-LK-DATASET              PIC X(08).
021650 01 WS-LK-VERSION              PIC 9(03).
021654 01 WS-LK-LENGTH               PIC 9(05).
021659 01 WS-LK-RESULT               PIC X(08).
021663 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
021668 01 WS-LC-INDX                 PIC 9(03) COMP.
021672 01 LAYOUT-CONTROL-TABLE.
021677     02 LCT-ROW               OCCURS 50 TIMES.
021681        05 LCT-DATASET        PIC X(08).
021686        05 LCT-VERSION        PIC 9(03).
021690        05 LCT-LENGTH         PIC 9(05).
021695
021700 PROCEDURE DIVISION.
021800
021900 0000-MAINLINE.
021910     PERFORM 9800-CHECK-LAYOUTS
021920     IF LAYOUT-MISMATCH
021930        MOVE 16 TO RETURN-CODE
021940        GOBACK
021950     END-IF
022000     PERFORM 1000-INITIALIZE
022100     PERFORM 2000-PROCESS-TRANSACTIONS
022200         UNTIL END-OF-TRANSACTIONS
022300     PERFORM 3000-TERMINATE
022400     GOBACK.
022500
022600 1000-INITIALIZE.
022700     PERFORM 1100-LOAD-PICKUP-AUTH.
022800     PERFORM 1200-LOAD-BELL-SCHEDULE.
022900     PERFORM 1300-LOAD-SCHEDULE.
023000     OPEN INPUT ROSTER-FILE.
023100     OPEN I-O ATTENDANCE-FILE.
023200     IF WS-ATT-STATUS = "35"
023300        OPEN OUTPUT ATTENDANCE-FILE
023400        CLOSE ATTENDANCE-FILE
023500        OPEN I-O ATTENDANCE-FILE
023600     END-IF.
023700     OPEN EXTEND SIGN-LOG.
023800     IF WS-LOG-STATUS = "35"
023900        OPEN OUTPUT SIGN-LOG
024000     END-IF.
024100     OPEN OUTPUT EXCEPTION-REPORT.
024200     MOVE "SIGN-OUT EXCEPTIONS -- RELEASE REFUSED, CALL OFFICE"
024300         TO EXC-LINE.
024400     WRITE EXC-LINE.
024500     MOVE SPACES TO EXC-LINE.
024600     WRITE EXC-LINE.
024700     OPEN INPUT SIGN-TRANSACTIONS.
024800     IF WS-TX-STATUS NOT = "00"
024900        SET END-OF-TRANSACTIONS TO TRUE
025000     ELSE
025100        READ SIGN-TRANSACTIONS
025200           AT END SET END-OF-TRANSACTIONS TO TRUE
025300        END-READ
025400     END-IF.
025500
025600*----------------------------------------------------------------
025700* NAMES ARE KEPT UPPER-CASED AND LEFT-JUSTIFIED SO "jane doe "
025800* ON THE DESK LOG MATCHES "JANE DOE" ON PICKUPAU.
025900*----------------------------------------------------------------
026000 1100-LOAD-PICKUP-AUTH.
026100     OPEN INPUT PICKUP-AUTH-FILE.
026200     IF WS-PU-STATUS NOT = "00"
026300        MOVE "10" TO WS-PU-STATUS
026400     ELSE
026500        PERFORM UNTIL WS-PU-STATUS NOT = "00"
026600           READ PICKUP-AUTH-FILE
026700               AT END MOVE "10" TO WS-PU-STATUS
026800           END-READ
026900           IF WS-PU-STATUS = "00"
027000              AND WS-PU-COUNT < 6000
027100              ADD 1 TO WS-PU-COUNT
027200              MOVE PU-HOUSEHOLD-ID
027300                  TO PUT-HOUSEHOLD-ID(WS-PU-COUNT)
027400              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PU-NAME))
027500                  TO PUT-NAME(WS-PU-COUNT)
027600              MOVE PU-AUTH-FLAG TO PUT-AUTH-FLAG(WS-PU-COUNT)
027700              MOVE PU-COURT-ORDER TO PUT-COURT-ORDER(WS-PU-COUNT)
027800           END-IF
027900        END-PERFORM
028000        CLOSE PICKUP-AUTH-FILE
028100     END-IF.
028200
028300 1200-LOAD-BELL-SCHEDULE.
028400     OPEN INPUT BELL-SCHEDULE.
028500     IF WS-BL-STATUS NOT = "00"
028600        MOVE "10" TO WS-BL-STATUS
028700     ELSE
028800        PERFORM UNTIL WS-BL-STATUS NOT = "00"
028900           READ BELL-SCHEDULE
029000               AT END MOVE "10" TO WS-BL-STATUS
029100           END-READ
029200           IF WS-BL-STATUS = "00"
029300              AND WS-BL-COUNT < 200
029400              ADD 1 TO WS-BL-COUNT
029500              MOVE BL-SCHOOL-CODE TO BLT-SCHOOL-CODE(WS-BL-COUNT)
029600              MOVE BL-PERIOD TO BLT-PERIOD(WS-BL-COUNT)
029700              MOVE BL-START-TIME TO BLT-START-TIME(WS-BL-COUNT)
029800              MOVE BL-END-TIME TO BLT-END-TIME(WS-BL-COUNT)
029900           END-IF
030000        END-PERFORM
030100        CLOSE BELL-SCHEDULE
030200     END-IF.
030300
030400 1300-LOAD-SCHEDULE.
030500     OPEN INPUT STUDENT-SCHEDULE.
030600     IF WS-SCH-STATUS NOT = "00"
030700        MOVE "10" TO WS-SCH-STATUS
030800     ELSE
030900        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
031000           READ STUDENT-SCHEDULE
031100               AT END MOVE "10" TO WS-SCH-STATUS
031200           END-READ
031300           IF WS-SCH-STATUS = "00"
031400              AND WS-SCH-COUNT < 12000
031500              ADD 1 TO WS-SCH-COUNT
031600              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
031700              MOVE SCH-PERIOD TO SCHT-PERIOD(WS-SCH-COUNT)
031800           END-IF
031900        END-PERFORM
032000        CLOSE STUDENT-SCHEDULE
032100     END-IF.
032200
032300 2000-PROCESS-TRANSACTIONS.
032400     ADD 1 TO WS-TX-COUNT.
032500     MOVE "POSTED" TO WS-RESULT.
032600     PERFORM 2100-EDIT-ONE-ROW.
032800     IF WS-RESULT = "POSTED"
032900        PERFORM 2300-POST-PERIOD-MARKS
033000     ELSE
033100        PERFORM 2900-WRITE-EXCEPTION
033200     END-IF.
033300     MOVE SPACES TO SIGN-LOG-RECORD.
033400     MOVE TX-RECORD TO SLG-TX-IMAGE.
033500     MOVE WS-RESULT TO SLG-RESULT.
033600     WRITE SIGN-LOG-RECORD.
033700     READ SIGN-TRANSACTIONS
033800         AT END SET END-OF-TRANSACTIONS TO TRUE
033900     END-READ.
034000
034100 2100-EDIT-ONE-ROW.
034200     MOVE SPACES TO FR-NAME.
034300     IF NOT SGN-SIGN-OUT AND NOT SGN-SIGN-IN
034400        MOVE "BADDIR" TO WS-RESULT
034500        EXIT PARAGRAPH
034600     END-IF.
034700     MOVE SGN-STUDENT-ID TO FR-STUDENT-ID.
034800     READ ROSTER-FILE
034900         INVALID KEY
035000            MOVE "NOTFOUND" TO WS-RESULT
035100            MOVE SPACES TO FR-NAME
035200     END-READ.
035300     MOVE "00" TO WS-FILE-STATUS.
035400     IF WS-RESULT NOT = "POSTED"
035500        EXIT PARAGRAPH
035600     END-IF.
035700     IF SGN-SIGN-OUT
035800        ADD 1 TO WS-OUT-COUNT
035900        PERFORM 2200-CHECK-PICKUP-AUTH
036000     ELSE
036100        ADD 1 TO WS-IN-COUNT
036200     END-IF.
036300
036400*----------------------------------------------------------------
036500* ONLY A Y ROW UNDER THE STUDENT'S OWN HOUSEHOLD RELEASES THE
036600* CHILD.  AN F ROW IS A COURT ORDER OR A PARENT'S BAR; AN N ROW
036700* IS AN EMERGENCY CONTACT WHO MAY BE CALLED BUT NOT HANDED THE
036800* CHILD; NO ROW AT ALL IS A STRANGER.
036900*----------------------------------------------------------------
037000 2200-CHECK-PICKUP-AUTH.
037100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SGN-ADULT-NAME))
037200         TO WS-ADULT-KEY.
037300     MOVE 0 TO WS-PU-FOUND.
037400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PU-COUNT
037500        IF PUT-HOUSEHOLD-ID(I) = FR-HOUSEHOLD-ID
037600           AND PUT-NAME(I) = WS-ADULT-KEY
037700*          A FORBIDDING ROW OUTRANKS ANY OTHER ROW FOR THE NAME.
037800           IF WS-PU-FOUND = 0
037900              OR PUT-AUTH-FLAG(I) = "F"
038000              MOVE I TO WS-PU-FOUND
038100           END-IF
038200        END-IF
038300     END-PERFORM.
038400     IF WS-PU-FOUND = 0 OR WS-ADULT-KEY = SPACES
038500        MOVE "UNLISTED" TO WS-RESULT
038600        EXIT PARAGRAPH
038700     END-IF.
038800     EVALUATE PUT-AUTH-FLAG(WS-PU-FOUND)
038900         WHEN "Y"
039000             CONTINUE
039100         WHEN "F"
039200             MOVE "FORBIDDN" TO WS-RESULT
039300         WHEN OTHER
039400             MOVE "NOTAUTH" TO WS-RESULT
039500     END-EVALUATE.
039600
039700*----------------------------------------------------------------
039800* THE BUILDING'S OWN BELLS WHEN IT HAS ANY, THE DISTRICT'S
039900* (BUILDING 00) OTHERWISE.  ONLY PERIODS THE STUDENT IS ACTUALLY
040000* SCHEDULED IN ARE MARKED -- THE SAME RULE RECORD-ATTENDANCE
040100* HOLDS A PERIOD MARK TO.  A PERIOD THE TEACHER HAS ALREADY
040200* MARKED IS LEFT AS THE TEACHER MARKED IT.
040300*----------------------------------------------------------------
040400 2300-POST-PERIOD-MARKS.
040500     MOVE 0 TO WS-BELL-SCHOOL.
040600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BL-COUNT
040700        IF BLT-SCHOOL-CODE(J) = FR-SCHOOL-CODE
040800           MOVE FR-SCHOOL-CODE TO WS-BELL-SCHOOL
040900        END-IF
041000     END-PERFORM.
041100     MOVE 0 TO WS-TX-MARKS.
041200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BL-COUNT
041300        IF BLT-SCHOOL-CODE(J) = WS-BELL-SCHOOL
041400           PERFORM 2310-MARK-ONE-PERIOD
041500        END-IF
041600     END-PERFORM.
041700     IF WS-TX-MARKS = 0
041800        ADD 1 TO WS-NO-PERIODS-COUNT
041900     END-IF.
042000
042100 2310-MARK-ONE-PERIOD.
042200     MOVE SPACES TO WS-MARK-CODE.
042300     IF SGN-SIGN-OUT
042400        IF BLT-END-TIME(J) > SGN-TIME
042500           MOVE "A" TO WS-MARK-CODE
042600        END-IF
042700     ELSE
042800        IF BLT-END-TIME(J) <= SGN-TIME
042900           MOVE "A" TO WS-MARK-CODE
043000        ELSE
043100           IF BLT-START-TIME(J) < SGN-TIME
043200              MOVE "T" TO WS-MARK-CODE
043300           END-IF
043400        END-IF
043500     END-IF.
043600     IF WS-MARK-CODE = SPACES
043700        EXIT PARAGRAPH
043800     END-IF.
043900     SET PERIOD-NOT-SCHEDULED TO TRUE.
044000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SCH-COUNT
044100        IF SCHT-STUDENT-ID(I) = SGN-STUDENT-ID
044200           AND SCHT-PERIOD(I) = BLT-PERIOD(J)
044300           SET PERIOD-SCHEDULED TO TRUE
044400        END-IF
044500     END-PERFORM.
044600     IF PERIOD-NOT-SCHEDULED
044700        EXIT PARAGRAPH
044800     END-IF.
044900     MOVE SGN-STUDENT-ID TO ATT-STUDENT-ID.
045000     MOVE SGN-DATE TO ATT-DATE.
045100     MOVE BLT-PERIOD(J) TO ATT-PERIOD.
045200     MOVE WS-MARK-CODE TO ATT-CODE.
045300     WRITE ATT-RECORD
045400         INVALID KEY
045500            ADD 1 TO WS-MARKS-ON-FILE
045600     END-WRITE.
045700     IF WS-ATT-STATUS = "00"
045800        ADD 1 TO WS-MARKS-WRITTEN
045900        ADD 1 TO WS-TX-MARKS
046000     ELSE
046100        MOVE "00" TO WS-ATT-STATUS
046200     END-IF.
046300
046400 2900-WRITE-EXCEPTION.
046500     ADD 1 TO WS-EXCEPTION-COUNT.
046600     MOVE SGN-TIME TO WS-TIME-EDIT.
046700     INSPECT WS-TIME-EDIT REPLACING ALL " " BY ":".
046800     MOVE SPACES TO EXC-LINE.
046900     STRING WS-RESULT DELIMITED BY SIZE
047000         "  " DELIMITED BY SIZE
047100         SGN-DATE DELIMITED BY SIZE
047200         " " DELIMITED BY SIZE
047300         WS-TIME-EDIT DELIMITED BY SIZE
047400         "  STUDENT " DELIMITED BY SIZE
047500         SGN-STUDENT-ID DELIMITED BY SIZE
047600         "  " DELIMITED BY SIZE
047700         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
047800         INTO EXC-LINE
047900     END-STRING.
048000     WRITE EXC-LINE.
048100     MOVE SPACES TO EXC-LINE.
048200     STRING "          ADULT: " DELIMITED BY SIZE
048300         FUNCTION TRIM(SGN-ADULT-NAME) DELIMITED BY SIZE
048400         "  REASON: " DELIMITED BY SIZE
048500         FUNCTION TRIM(SGN-REASON) DELIMITED BY SIZE
048600         INTO EXC-LINE
048700     END-STRING.
048800     WRITE EXC-LINE.
048900     IF WS-RESULT = "FORBIDDN"
049000        MOVE SPACES TO EXC-LINE
049100        STRING "          ON FILE: " DELIMITED BY SIZE
049200            PUT-COURT-ORDER(WS-PU-FOUND) DELIMITED BY SIZE
049300            INTO EXC-LINE
049400        END-STRING
049500        WRITE EXC-LINE
049600     END-IF.
049700*    THE OPERATOR SEES A REFUSED RELEASE ON THE CONSOLE AS WELL,
049800*    WITHOUT WAITING FOR THE PRINT.
049900     IF WS-RESULT = "FORBIDDN" OR WS-RESULT = "UNLISTED"
050000        OR WS-RESULT = "NOTAUTH"
050100        DISPLAY "GRADE-SCHOOL-SIGNOUT " WS-RESULT
050200            " STUDENT " SGN-STUDENT-ID " ADULT "
050300            FUNCTION TRIM(SGN-ADULT-NAME)
050400     END-IF.
050500
050600 3000-TERMINATE.
050700     CLOSE SIGN-TRANSACTIONS.
050800     CLOSE ROSTER-FILE.
050900     CLOSE ATTENDANCE-FILE.
051000     CLOSE SIGN-LOG.
051100     IF WS-EXCEPTION-COUNT = 0
051200        MOVE "NO EXCEPTIONS" TO EXC-LINE
051300        WRITE EXC-LINE
051400     END-IF.
051500     CLOSE EXCEPTION-REPORT.
051600     DISPLAY "GRADE-SCHOOL-SIGNOUT ROWS READ:  " WS-TX-COUNT.
051700     DISPLAY "  SIGN-OUTS:            " WS-OUT-COUNT.
051800     DISPLAY "  LATE ARRIVALS:        " WS-IN-COUNT.
051900     DISPLAY "  EXCEPTIONS:           " WS-EXCEPTION-COUNT.
052000     DISPLAY "  PERIOD MARKS POSTED:  " WS-MARKS-WRITTEN.
052100     DISPLAY "  ALREADY MARKED:       " WS-MARKS-ON-FILE.
052200     DISPLAY "  NO PERIOD TO MARK:    " WS-NO-PERIODS-COUNT.
052300     IF WS-EXCEPTION-COUNT > 0
052400        MOVE 4 TO RETURN-CODE
052500     END-IF.
052600
052700*----------------------------------------------------------------
052800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
052900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
053000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
053100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
053200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
053300*----------------------------------------------------------------
053400 9800-CHECK-LAYOUTS.
053500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
053600     OPEN EXTEND LAYOUT-USAGE-LOG.
053700     IF WS-LU-STATUS = "35"
053800        OPEN OUTPUT LAYOUT-USAGE-LOG
053900     END-IF.
054000     MOVE "ROSTERF" TO WS-LK-DATASET.
054100     MOVE 3 TO WS-LK-VERSION.
054200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
054300     PERFORM 9820-CHECK-ONE-LAYOUT.
054400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
054500     MOVE 2 TO WS-LK-VERSION.
054600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
054700     PERFORM 9820-CHECK-ONE-LAYOUT.
054800     CLOSE LAYOUT-USAGE-LOG.
054900
055000 9810-LOAD-LAYOUT-CONTROL.
055100     MOVE 0 TO WS-LC-COUNT.
055200     OPEN INPUT LAYOUT-CONTROL.
055300     IF WS-LC-STATUS NOT = "00"
055400        EXIT PARAGRAPH
055500     END-IF.
055600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
055700        READ LAYOUT-CONTROL
055800            AT END MOVE "10" TO WS-LC-STATUS
055900        END-READ
056000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
056100           ADD 1 TO WS-LC-COUNT
056200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
056300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
056400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
056500        END-IF
056600     END-PERFORM.
056700     CLOSE LAYOUT-CONTROL.
056800
056900*----------------------------------------------------------------
057000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
057100* AS NOCTL.
057200*----------------------------------------------------------------
057300 9820-CHECK-ONE-LAYOUT.
057400     MOVE "NOCTL" TO WS-LK-RESULT.
057500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
057600             UNTIL WS-LC-INDX > WS-LC-COUNT
057700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
057800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
057900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
058000              MOVE "CURRENT" TO WS-LK-RESULT
058100           ELSE
058200              MOVE "MISMATCH" TO WS-LK-RESULT
058300           END-IF
058400        END-IF
058500     END-PERFORM.
058600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
058700     MOVE "GRADE-SCHOOL-SIGNOUT" TO LU-PROGRAM.
058800     MOVE WS-LK-DATASET TO LU-DATASET.
058900     MOVE WS-LK-VERSION TO LU-VERSION.
059000     MOVE WS-LK-LENGTH TO LU-LENGTH.
059100     MOVE WS-LK-RESULT TO LU-RESULT.
059200     WRITE LAYOUT-USAGE-RECORD.
059300     IF WS-LK-RESULT NOT = "MISMATCH"
059400        EXIT PARAGRAPH
059500     END-IF.
059600     SET LAYOUT-MISMATCH TO TRUE.
059700     DISPLAY "GRADE-SCHOOL-SIGNOUT HALTED: " WS-LK-DATASET
059800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
059900         " DOES NOT MATCH LAYOUTCT".
060000     OPEN EXTEND OPS-ERROR-LOG.
060100     IF WS-OPS-LOG-STATUS = "35"
060200        OPEN OUTPUT OPS-ERROR-LOG
060300     END-IF.
060400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
060500     MOVE "GRADE-SCHOOL-SIGNOUT" TO OE-PROGRAM.
060600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
060700     MOVE "LAYOUT" TO OE-OPERATION.
060800     MOVE "16" TO OE-STATUS.
060900     WRITE OPS-ERROR-RECORD.
061000     CLOSE OPS-ERROR-LOG.
