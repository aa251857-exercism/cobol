000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-EVAC.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  EVACUATION ACCOUNTABILITY AND REUNIFICATION --
001100*                 FOR ONE BUILDING (EVPARM) PRINTS WHO IS IN THE
001200*                 BUILDING RIGHT NOW, BY ROOM FOR THE PERIOD IN
001300*                 PROGRESS (STUSCHED/CRSSECTN) OR BY HOMEROOM FOR
001400*                 THE ELEMENTARY GRADES, LEAVING OUT ANY STUDENT
001500*                 MARKED ABSENT TODAY ON ATTNDNCE OR WHOSE LAST
001600*                 FRONT-DESK ENTRY ON SIGNLOG IS A SIGN-OUT.  A
001700*                 REUNIFICATION CARD PER STUDENT ON EVCARDS LISTS
001800*                 THE PICKUPAU CONTACTS IN PU-RANK ORDER, WITH
001900*                 F-FLAGGED ADULTS AND THEIR COURT-ORDER NOTES
002000*                 STRUCK OVER IN BOLD.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002105* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002110*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002115*                 LAYOUT VERSION 3.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARM-FILE ASSIGN TO "EVPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100
003200     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS FR-STUDENT-ID
003600         FILE STATUS IS WS-FILE-STATUS.
003700
003800     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SCH-STATUS.
004100
004200     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SEC-STATUS.
004500
004600     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ATT-KEY
005000         FILE STATUS IS WS-ATT-STATUS.
005100
005200     SELECT SIGN-LOG ASSIGN TO "SIGNLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LOG-STATUS.
005500
005600     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PU-STATUS.
005900
006000     SELECT EVAC-ROSTER ASSIGN TO "EVROSTER"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT REUNIFICATION-CARDS ASSIGN TO "EVCARDS"
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
007000* BUILDING, TODAY'S DATE (CCYYMMDD) AND THE PERIOD IN PROGRESS.
007100* PERIOD 0 (BEFORE THE FIRST BELL, LUNCH) LISTS EVERY GRADE BY
007200* HOMEROOM.
007300*----------------------------------------------------------------
007400 01  PARM-RECORD.
007500     05 PARM-SCHOOL-CODE      PIC 9(02).
007600     05 PARM-DATE             PIC 9(08).
007700     05 PARM-PERIOD           PIC 9(01).
007800
007900 FD  ROSTER-FILE.
008000*----------------------------------------------------------------
008100* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008200*----------------------------------------------------------------
008300 01  ROSTER-RECORD.
008400     05 FR-STUDENT-ID         PIC 9(09).
008500     05 FR-NAME               PIC X(60).
008600     05 FR-GRADE              PIC 9(02).
008700     05 FR-TEACHER            PIC X(30).
008800     05 FR-SECTION            PIC 9(01).
008900     05 FR-HOUSEHOLD-ID       PIC 9(09).
009000*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009100     05 FR-IEP-FLAG           PIC X(01).
009200     05 FR-DOB                PIC 9(08).
009300     05 FR-SCHOOL-CODE        PIC 9(02).
009333     05 FR-GENDER             PIC X(01).
009366     05 FR-RACE-ETH           PIC X(01).
009400
009500 FD  STUDENT-SCHEDULE.
009600*----------------------------------------------------------------
009700* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
009800*----------------------------------------------------------------
009900 01  SCHEDULE-RECORD.
010000     05 SCH-STUDENT-ID        PIC 9(09).
010100     05 SCH-COURSE-CODE       PIC X(20).
010200     05 SCH-PERIOD            PIC 9(01).
010300
010400 FD  SECTION-MASTER.
010500*----------------------------------------------------------------
010600* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
010700*----------------------------------------------------------------
010800 01  SECTION-RECORD.
010900     05 SEC-COURSE-CODE       PIC X(20).
011000     05 SEC-PERIOD            PIC 9(01).
011100     05 SEC-ROOM              PIC X(05).
011200     05 SEC-TEACHER           PIC X(30).
011300     05 SEC-SEAT-CAP          PIC 9(02).
011400
011500 FD  ATTENDANCE-FILE.
011600*----------------------------------------------------------------
011700* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED ATT-RECORD.
011800*----------------------------------------------------------------
011900 01  ATT-RECORD.
012000     05 ATT-KEY.
012100        10 ATT-STUDENT-ID     PIC 9(09).
012200        10 ATT-DATE           PIC 9(08).
012300        10 ATT-PERIOD         PIC 9(01).
012400     05 ATT-CODE              PIC X(01).
012500
012600 FD  SIGN-LOG.
012700*----------------------------------------------------------------
012800* LAYOUT MUST MATCH GRADE-SCHOOL-SIGNOUT'S SIGN-LOG-RECORD.
012900*----------------------------------------------------------------
013000 01  SIGN-LOG-RECORD.
013100     05 SLG-STUDENT-ID        PIC 9(09).
013200     05 SLG-DATE              PIC 9(08).
013300     05 SLG-TIME              PIC 9(04).
013400     05 SLG-DIRECTION         PIC X(01).
013500     05 SLG-ADULT-NAME        PIC X(60).
013600     05 SLG-REASON            PIC X(30).
013700     05 FILLER                PIC X(01).
013800     05 SLG-RESULT            PIC X(08).
013900
014000 FD  PICKUP-AUTH-FILE.
014100*----------------------------------------------------------------
014200* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
014300*----------------------------------------------------------------
014400 01  PICKUP-AUTH-RECORD.
014500     05 PU-HOUSEHOLD-ID       PIC 9(09).
014600     05 PU-RANK               PIC 9(01).
014700     05 PU-NAME               PIC X(60).
014800     05 PU-RELATIONSHIP       PIC X(15).
014900     05 PU-PHONE              PIC X(15).
015000     05 PU-AUTH-FLAG          PIC X(01).
015100     05 PU-COURT-ORDER        PIC X(40).
015200
015300 FD  EVAC-ROSTER.
015400 01  EVR-LINE                 PIC X(100).
015500
015600 FD  REUNIFICATION-CARDS.
015700 01  CARD-LINE                PIC X(100).
015800
015802 FD  LAYOUT-CONTROL.
015805*----------------------------------------------------------------
015808* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015810* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015813*----------------------------------------------------------------
015816 01  LAYOUT-CONTROL-RECORD.
015818     05 LC-DATASET            PIC X(08).
015821     05 LC-VERSION            PIC 9(03).
015824     05 LC-LENGTH             PIC 9(05).
015827     05 LC-EFFECTIVE-DATE     PIC 9(08).
015829
015832 FD  LAYOUT-USAGE-LOG.
015835*----------------------------------------------------------------
015837* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015840* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015843*----------------------------------------------------------------
015845 01  LAYOUT-USAGE-RECORD.
015848     05 LU-TIMESTAMP          PIC 9(14).
015851     05 LU-PROGRAM            PIC X(24).
015854     05 LU-DATASET            PIC X(08).
015856     05 LU-VERSION            PIC 9(03).
015859     05 LU-LENGTH             PIC 9(05).
015862     05 LU-RESULT             PIC X(08).
015864
015867 FD  OPS-ERROR-LOG.
015870*----------------------------------------------------------------
015872* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015875* SHARED SHOP-WIDE ERROR LOG.
015878*----------------------------------------------------------------
015881 01  OPS-ERROR-RECORD.
015883     05 OE-TIMESTAMP          PIC 9(14).
015886     05 OE-PROGRAM            PIC X(20).
015889     05 OE-FILE-NAME          PIC X(08).
015891     05 OE-OPERATION          PIC X(08).
015894     05 OE-STATUS             PIC XX.
015897
015900 WORKING-STORAGE SECTION.
016000 01 WS-PARM-STATUS             PIC XX.
016100 01 WS-FILE-STATUS             PIC XX.
016200 01 WS-SCH-STATUS              PIC XX.
016300 01 WS-SEC-STATUS              PIC XX.
016400 01 WS-ATT-STATUS              PIC XX.
016500 01 WS-LOG-STATUS              PIC XX.
016600 01 WS-PU-STATUS               PIC XX.
016700 01 WS-ELEM-MAX-GRADE          PIC 99 COMP VALUE 5.
016800 01 WS-SCHOOL-CODE             PIC 9(02) VALUE ZERO.
016900 01 WS-RUN-DATE                PIC 9(08) VALUE ZERO.
017000 01 WS-RUN-PERIOD              PIC 9(01) VALUE ZERO.
017100 01 WS-ROSTER-COUNT            PIC 9(05) COMP VALUE ZERO.
017200 01 WS-ABSENT-COUNT            PIC 9(05) COMP VALUE ZERO.
017300 01 WS-SIGNED-OUT-COUNT        PIC 9(05) COMP VALUE ZERO.
017400 01 WS-ROOM-COUNT              PIC 9(05) COMP VALUE ZERO.
017500 01 WS-NO-CONTACT-COUNT        PIC 9(05) COMP VALUE ZERO.
017600 01 WS-COUNT-DISP              PIC ZZZZ9.
017700 01 WS-PRIOR-ROOM              PIC X(05).
017800 01 WS-PRIOR-TEACHER           PIC X(30).
017900 01 WS-GRADE-DISP              PIC Z9.
018000 01 WS-PERIOD-DISP             PIC 9.
018100 01 WS-CONTACTS-PRINTED        PIC 9(02) COMP.
018200 01 WS-OUT-SWITCH              PIC X(01).
018300     88 STUDENT-IS-OUT                   VALUE "Y".
018400     88 STUDENT-IS-IN                    VALUE "N".
018500 01 WS-LAST-SIGN-TIME          PIC 9(04).
018600 01 I                          PIC 9(05) COMP.
018700 01 J                          PIC 9(05) COMP.
018800 01 K                          PIC 9(05) COMP.
018900
019000 01 WS-SEC-COUNT               PIC 9(04) COMP VALUE ZERO.
019100 01 SECTION-TABLE.
019200     02 SEC-ROW               OCCURS 1 TO 200 TIMES
019300                                 DEPENDING ON WS-SEC-COUNT.
019400        05 SEC-T-COURSE       PIC X(20).
019500        05 SEC-T-PERIOD       PIC 9(01).
019600        05 SEC-T-ROOM         PIC X(05).
019700        05 SEC-T-TEACHER      PIC X(30).
019800
019900*----------------------------------------------------------------
020000* ONLY THE PERIOD IN PROGRESS IS KEPT -- ONE ROW PER STUDENT
020100* SEATED SOMEWHERE RIGHT NOW, ALREADY RESOLVED TO ROOM/TEACHER.
020200*----------------------------------------------------------------
020300 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
020400 01 SCHEDULE-TABLE.
020500     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
020600                                 DEPENDING ON WS-SCH-COUNT.
020700        05 SCHT-STUDENT-ID    PIC 9(09).
020800        05 SCHT-ROOM          PIC X(05).
020900        05 SCHT-TEACHER       PIC X(30).
021000
021100 01 WS-SGN-COUNT               PIC 9(04) COMP VALUE ZERO.
021200 01 SIGN-TABLE.
021300     02 SGNT-ROW              OCCURS 1 TO 2000 TIMES
021400                                 DEPENDING ON WS-SGN-COUNT.
021500        05 SGNT-STUDENT-ID    PIC 9(09).
021600        05 SGNT-TIME          PIC 9(04).
021700        05 SGNT-DIRECTION     PIC X(01).
021800
021900 01 WS-PU-COUNT                PIC 9(04) COMP VALUE ZERO.
022000 01 PICKUP-TABLE.
022100     02 PUT-ROW               OCCURS 1 TO 6000 TIMES
022200                                 DEPENDING ON WS-PU-COUNT.
022300        05 PUT-HOUSEHOLD-ID   PIC 9(09).
022400        05 PUT-RANK           PIC 9(01).
022500        05 PUT-NAME           PIC X(60).
022600        05 PUT-RELATIONSHIP   PIC X(15).
022700        05 PUT-PHONE          PIC X(15).
022800        05 PUT-AUTH-FLAG      PIC X(01).
022900        05 PUT-COURT-ORDER    PIC X(40).
023000
023100*----------------------------------------------------------------
023200* EVERYONE IN THE BUILDING, SORTED ROOM / TEACHER / NAME FOR THE
023300* ACCOUNTABILITY PASS.  HOMEROOM STUDENTS CARRY ROOM "HR".
023400*----------------------------------------------------------------
023500 01 WS-EV-COUNT                PIC 9(05) COMP VALUE ZERO.
023600 01 EVAC-TABLE.
023700     02 EV-ROW                OCCURS 1 TO 12000 TIMES
023800                                 DEPENDING ON WS-EV-COUNT.
023900        05 EV-ROOM            PIC X(05).
024000        05 EV-TEACHER         PIC X(30).
024100        05 EV-NAME            PIC X(60).
024200        05 EV-STUDENT-ID      PIC 9(09).
024300        05 EV-GRADE           PIC 9(02).
024400        05 EV-HOUSEHOLD-ID    PIC 9(09).
024500
024504*----------------------------------------------------------------
024509* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
024513* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
024518*----------------------------------------------------------------
024522 01 WS-LC-STATUS               PIC XX.
024527 01 WS-LU-STATUS               PIC XX.
024531 01 WS-OPS-LOG-STATUS          PIC XX.
024536 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
024540     88 LAYOUT-MISMATCH                  VALUE "Y".
024545 01 WS-LK-DATASET              PIC X(08).
024550 01 WS-LK-VERSION              PIC 9(03).
024554 01 WS-LK-LENGTH               PIC 9(05).
024559 01 WS-LK-RESULT               PIC X(08).
024563 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
024568 01 WS-LC-INDX                 PIC 9(03) COMP.
024572 01 LAYOUT-CONTROL-TABLE.
024577     02 LCT-ROW               OCCURS 50 TIMES.
024581        05 LCT-DATASET        PIC X(08).
024586        05 LCT-VERSION        PIC 9(03).
024590        05 LCT-LENGTH         PIC 9(05).
024595
024600 PROCEDURE DIVISION.
024700
024800 0000-MAINLINE.
024810     PERFORM 9800-CHECK-LAYOUTS
024820     IF LAYOUT-MISMATCH
024830        MOVE 16 TO RETURN-CODE
024840        GOBACK
024850     END-IF
024900     PERFORM 1000-INITIALIZE
025000     PERFORM 2000-BUILD-BUILDING-LIST
025100     PERFORM 3000-PRINT-ROSTER
025200     PERFORM 4000-PRINT-CARDS
025300     PERFORM 5000-TERMINATE
025400     GOBACK.
025500
025600 1000-INITIALIZE.
025700     OPEN INPUT PARM-FILE.
025800     IF WS-PARM-STATUS = "00"
025900        READ PARM-FILE
026000            AT END MOVE "10" TO WS-PARM-STATUS
026100        END-READ
026200     END-IF.
026300     IF WS-PARM-STATUS = "00"
026400        MOVE PARM-SCHOOL-CODE TO WS-SCHOOL-CODE
026500        MOVE PARM-DATE TO WS-RUN-DATE
026600        MOVE PARM-PERIOD TO WS-RUN-PERIOD
026700        CLOSE PARM-FILE
026800     END-IF.
026900     IF WS-RUN-DATE = 0
027000        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
027100     END-IF.
027200     PERFORM 1100-LOAD-SECTION-MASTER.
027300     PERFORM 1200-LOAD-SCHEDULE.
027400     PERFORM 1300-LOAD-SIGN-LOG.
027500     PERFORM 1400-LOAD-PICKUP-AUTH.
027600     SORT PUT-ROW ASCENDING PUT-HOUSEHOLD-ID PUT-RANK.
027700     OPEN INPUT ROSTER-FILE.
027800     OPEN INPUT ATTENDANCE-FILE.
027900     OPEN OUTPUT EVAC-ROSTER.
028000     OPEN OUTPUT REUNIFICATION-CARDS.
028100
028200 1100-LOAD-SECTION-MASTER.
028300     OPEN INPUT SECTION-MASTER.
028400     IF WS-SEC-STATUS NOT = "00"
028500        MOVE "10" TO WS-SEC-STATUS
028600     ELSE
028700        PERFORM UNTIL WS-SEC-STATUS NOT = "00"
028800           READ SECTION-MASTER
028900               AT END MOVE "10" TO WS-SEC-STATUS
029000           END-READ
029100           IF WS-SEC-STATUS = "00"
029200              AND WS-SEC-COUNT < 200
029300              ADD 1 TO WS-SEC-COUNT
029400              MOVE SEC-COURSE-CODE TO SEC-T-COURSE(WS-SEC-COUNT)
029500              MOVE SEC-PERIOD TO SEC-T-PERIOD(WS-SEC-COUNT)
029600              MOVE SEC-ROOM TO SEC-T-ROOM(WS-SEC-COUNT)
029700              MOVE SEC-TEACHER TO SEC-T-TEACHER(WS-SEC-COUNT)
029800           END-IF
029900        END-PERFORM
030000        CLOSE SECTION-MASTER
030100     END-IF.
030200
030300*----------------------------------------------------------------
030400* COURSE CODE PLUS PERIOD IS THE SECTION, AS IN GRADE-SCHOOL-
030500* SCHEDULE.  A ROW WHOSE SECTION IS NOT ON CRSSECTN STILL PUTS
030600* THE STUDENT IN THE BUILDING, UNDER ROOM "?????".
030700*----------------------------------------------------------------
030800 1200-LOAD-SCHEDULE.
030900     IF WS-RUN-PERIOD = 0
031000        EXIT PARAGRAPH
031100     END-IF.
031200     OPEN INPUT STUDENT-SCHEDULE.
031300     IF WS-SCH-STATUS NOT = "00"
031400        MOVE "10" TO WS-SCH-STATUS
031500     ELSE
031600        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
031700           READ STUDENT-SCHEDULE
031800               AT END MOVE "10" TO WS-SCH-STATUS
031900           END-READ
032000           IF WS-SCH-STATUS = "00"
032100              AND SCH-PERIOD = WS-RUN-PERIOD
032200              AND WS-SCH-COUNT < 12000
032300              ADD 1 TO WS-SCH-COUNT
032400              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
032500              MOVE "?????" TO SCHT-ROOM(WS-SCH-COUNT)
032600              MOVE SPACES TO SCHT-TEACHER(WS-SCH-COUNT)
032700              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEC-COUNT
032800                 IF SEC-T-COURSE(J) = SCH-COURSE-CODE
032900                    AND SEC-T-PERIOD(J) = SCH-PERIOD
033000                    MOVE SEC-T-ROOM(J) TO SCHT-ROOM(WS-SCH-COUNT)
033100                    MOVE SEC-T-TEACHER(J)
033200                        TO SCHT-TEACHER(WS-SCH-COUNT)
033300                 END-IF
033400              END-PERFORM
033500           END-IF
033600        END-PERFORM
033700        CLOSE STUDENT-SCHEDULE
033800     END-IF.
033900
034000*----------------------------------------------------------------
034100* TODAY'S POSTED FRONT-DESK ENTRIES ONLY.  A REFUSED SIGN-OUT
034200* NEVER LEFT THE BUILDING.
034300*----------------------------------------------------------------
034400 1300-LOAD-SIGN-LOG.
034500     OPEN INPUT SIGN-LOG.
034600     IF WS-LOG-STATUS NOT = "00"
034700        MOVE "10" TO WS-LOG-STATUS
034800     ELSE
034900        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
035000           READ SIGN-LOG
035100               AT END MOVE "10" TO WS-LOG-STATUS
035200           END-READ
035300           IF WS-LOG-STATUS = "00"
035400              AND SLG-DATE = WS-RUN-DATE
035500              AND SLG-RESULT = "POSTED"
035600              AND WS-SGN-COUNT < 2000
035700              ADD 1 TO WS-SGN-COUNT
035800              MOVE SLG-STUDENT-ID TO SGNT-STUDENT-ID(WS-SGN-COUNT)
035900              MOVE SLG-TIME TO SGNT-TIME(WS-SGN-COUNT)
036000              MOVE SLG-DIRECTION TO SGNT-DIRECTION(WS-SGN-COUNT)
036100           END-IF
036200        END-PERFORM
036300        CLOSE SIGN-LOG
036400     END-IF.
036500
036600 1400-LOAD-PICKUP-AUTH.
036700     OPEN INPUT PICKUP-AUTH-FILE.
036800     IF WS-PU-STATUS NOT = "00"
036900        MOVE "10" TO WS-PU-STATUS
037000     ELSE
037100        PERFORM UNTIL WS-PU-STATUS NOT = "00"
037200           READ PICKUP-AUTH-FILE
037300               AT END MOVE "10" TO WS-PU-STATUS
037400           END-READ
037500           IF WS-PU-STATUS = "00"
037600              AND WS-PU-COUNT < 6000
037700              ADD 1 TO WS-PU-COUNT
037800              MOVE PU-HOUSEHOLD-ID
037900                  TO PUT-HOUSEHOLD-ID(WS-PU-COUNT)
038000              MOVE PU-RANK TO PUT-RANK(WS-PU-COUNT)
038100              MOVE PU-NAME TO PUT-NAME(WS-PU-COUNT)
038200              MOVE PU-RELATIONSHIP
038250                  TO PUT-RELATIONSHIP(WS-PU-COUNT)
038300              MOVE PU-PHONE TO PUT-PHONE(WS-PU-COUNT)
038400              MOVE PU-AUTH-FLAG TO PUT-AUTH-FLAG(WS-PU-COUNT)
038500              MOVE PU-COURT-ORDER TO PUT-COURT-ORDER(WS-PU-COUNT)
038600           END-IF
038700        END-PERFORM
038800        CLOSE PICKUP-AUTH-FILE
038900     END-IF.
039000
039100 2000-BUILD-BUILDING-LIST.
039200     MOVE LOW-VALUES TO FR-STUDENT-ID.
039300     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
039400         INVALID KEY MOVE "10" TO WS-FILE-STATUS
039500     END-START.
039600     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
039700        READ ROSTER-FILE NEXT RECORD
039800            AT END MOVE "10" TO WS-FILE-STATUS
039900        END-READ
040000        IF WS-FILE-STATUS = "00"
040100           AND FR-SCHOOL-CODE = WS-SCHOOL-CODE
040200           ADD 1 TO WS-ROSTER-COUNT
040300           PERFORM 2100-CHECK-PRESENT
040400           IF STUDENT-IS-IN
040500              PERFORM 2200-PLACE-STUDENT
040600           END-IF
040700        END-IF
040800     END-PERFORM.
040900     SORT EV-ROW ASCENDING EV-ROOM EV-TEACHER EV-NAME.
041000
041100*----------------------------------------------------------------
041200* OUT OF THE BUILDING: A WHOLE-DAY "A", AN "A" FOR THE PERIOD IN
041300* PROGRESS, OR A LAST POSTED FRONT-DESK ENTRY TODAY THAT IS A
041400* SIGN-OUT (THE ONLY RECORD OF AN ELEMENTARY PICK-UP, SINCE
041500* HOMEROOM STUDENTS CARRY NO PERIOD MARKS).
041600*----------------------------------------------------------------
041700 2100-CHECK-PRESENT.
041800     SET STUDENT-IS-IN TO TRUE.
041900     MOVE FR-STUDENT-ID TO ATT-STUDENT-ID.
042000     MOVE WS-RUN-DATE TO ATT-DATE.
042100     MOVE 0 TO ATT-PERIOD.
042200     READ ATTENDANCE-FILE
042300         INVALID KEY MOVE SPACES TO ATT-CODE
042400     END-READ.
042500     IF ATT-CODE = "A"
042600        SET STUDENT-IS-OUT TO TRUE
042700        ADD 1 TO WS-ABSENT-COUNT
042800        EXIT PARAGRAPH
042900     END-IF.
043000     IF WS-RUN-PERIOD > 0
043100        MOVE WS-RUN-PERIOD TO ATT-PERIOD
043200        READ ATTENDANCE-FILE
043300            INVALID KEY MOVE SPACES TO ATT-CODE
043400        END-READ
043500        IF ATT-CODE = "A"
043600           SET STUDENT-IS-OUT TO TRUE
043700           ADD 1 TO WS-SIGNED-OUT-COUNT
043800           EXIT PARAGRAPH
043900        END-IF
044000     END-IF.
044100     MOVE 0 TO WS-LAST-SIGN-TIME.
044200     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SGN-COUNT
044300        IF SGNT-STUDENT-ID(K) = FR-STUDENT-ID
044400           AND SGNT-TIME(K) >= WS-LAST-SIGN-TIME
044500           MOVE SGNT-TIME(K) TO WS-LAST-SIGN-TIME
044600           IF SGNT-DIRECTION(K) = "O"
044700              SET STUDENT-IS-OUT TO TRUE
044800           ELSE
044900              SET STUDENT-IS-IN TO TRUE
045000           END-IF
045100        END-IF
045200     END-PERFORM.
045300     IF STUDENT-IS-OUT
045400        ADD 1 TO WS-SIGNED-OUT-COUNT
045500     END-IF.
045600
045700 2200-PLACE-STUDENT.
045800     IF WS-EV-COUNT >= 12000
045900        EXIT PARAGRAPH
046000     END-IF.
046100     ADD 1 TO WS-EV-COUNT.
046200     MOVE "HR" TO EV-ROOM(WS-EV-COUNT).
046300     MOVE FR-TEACHER TO EV-TEACHER(WS-EV-COUNT).
046400     MOVE FR-NAME TO EV-NAME(WS-EV-COUNT).
046500     MOVE FR-STUDENT-ID TO EV-STUDENT-ID(WS-EV-COUNT).
046600     MOVE FR-GRADE TO EV-GRADE(WS-EV-COUNT).
046700     MOVE FR-HOUSEHOLD-ID TO EV-HOUSEHOLD-ID(WS-EV-COUNT).
046800     IF FR-GRADE > WS-ELEM-MAX-GRADE
046900        AND WS-RUN-PERIOD > 0
047000        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCH-COUNT
047100           IF SCHT-STUDENT-ID(J) = FR-STUDENT-ID
047200              MOVE SCHT-ROOM(J) TO EV-ROOM(WS-EV-COUNT)
047300              MOVE SCHT-TEACHER(J) TO EV-TEACHER(WS-EV-COUNT)
047400           END-IF
047500        END-PERFORM
047600     END-IF.
047700
047800*----------------------------------------------------------------
047900* ONE BLOCK PER ROOM (OR HOMEROOM) FOR THE TEACHER TO CALL FROM
048000* THE ASSEMBLY POINT, WITH THE HEAD COUNT THEY SHOULD REACH.
048100*----------------------------------------------------------------
048200 3000-PRINT-ROSTER.
048300     MOVE SPACES TO EVR-LINE.
048400     MOVE WS-RUN-PERIOD TO WS-PERIOD-DISP.
048500     STRING "EVACUATION ACCOUNTABILITY ROSTER  BUILDING "
048600         DELIMITED BY SIZE
048700         WS-SCHOOL-CODE DELIMITED BY SIZE
048800         "  DATE " DELIMITED BY SIZE
048900         WS-RUN-DATE DELIMITED BY SIZE
049000         "  PERIOD " DELIMITED BY SIZE
049100         WS-PERIOD-DISP DELIMITED BY SIZE
049200         INTO EVR-LINE
049300     END-STRING.
049400     WRITE EVR-LINE.
049500     MOVE HIGH-VALUES TO WS-PRIOR-ROOM.
049600     MOVE HIGH-VALUES TO WS-PRIOR-TEACHER.
049700     MOVE 0 TO WS-ROOM-COUNT.
049800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
049900        IF EV-ROOM(I) NOT = WS-PRIOR-ROOM
050000           OR EV-TEACHER(I) NOT = WS-PRIOR-TEACHER
050100           PERFORM 3100-ROOM-TOTAL
050200           PERFORM 3200-ROOM-HEADING
050300        END-IF
050400        ADD 1 TO WS-ROOM-COUNT
050500        MOVE EV-GRADE(I) TO WS-GRADE-DISP
050600        MOVE SPACES TO EVR-LINE
050700        STRING "  [ ] " DELIMITED BY SIZE
050800            EV-NAME(I)(1:40) DELIMITED BY SIZE
050900            "  " DELIMITED BY SIZE
051000            EV-STUDENT-ID(I) DELIMITED BY SIZE
051100            "  GR " DELIMITED BY SIZE
051200            WS-GRADE-DISP DELIMITED BY SIZE
051300            INTO EVR-LINE
051400        END-STRING
051500        WRITE EVR-LINE
051600     END-PERFORM.
051700     PERFORM 3100-ROOM-TOTAL.
051800     MOVE SPACES TO EVR-LINE.
051900     WRITE EVR-LINE.
052000     MOVE WS-ROSTER-COUNT TO WS-COUNT-DISP.
052100     STRING "ENROLLED IN BUILDING:   " WS-COUNT-DISP
052200         DELIMITED BY SIZE INTO EVR-LINE.
052300     WRITE EVR-LINE.
052400     MOVE SPACES TO EVR-LINE.
052500     MOVE WS-ABSENT-COUNT TO WS-COUNT-DISP.
052600     STRING "ABSENT TODAY:           " WS-COUNT-DISP
052700         DELIMITED BY SIZE INTO EVR-LINE.
052800     WRITE EVR-LINE.
052900     MOVE SPACES TO EVR-LINE.
053000     MOVE WS-SIGNED-OUT-COUNT TO WS-COUNT-DISP.
053100     STRING "SIGNED OUT:             " WS-COUNT-DISP
053200         DELIMITED BY SIZE INTO EVR-LINE.
053300     WRITE EVR-LINE.
053400     MOVE SPACES TO EVR-LINE.
053500     MOVE WS-EV-COUNT TO WS-COUNT-DISP.
053600     STRING "TO BE ACCOUNTED FOR:    " WS-COUNT-DISP
053700         DELIMITED BY SIZE INTO EVR-LINE.
053800     WRITE EVR-LINE.
053900
054000 3100-ROOM-TOTAL.
054100     IF WS-PRIOR-ROOM = HIGH-VALUES
054200        EXIT PARAGRAPH
054300     END-IF.
054400     MOVE WS-ROOM-COUNT TO WS-COUNT-DISP.
054500     MOVE SPACES TO EVR-LINE.
054600     STRING "      HEAD COUNT " WS-COUNT-DISP
054700         DELIMITED BY SIZE INTO EVR-LINE.
054800     WRITE EVR-LINE.
054900     MOVE 0 TO WS-ROOM-COUNT.
055000
055100 3200-ROOM-HEADING.
055200     MOVE EV-ROOM(I) TO WS-PRIOR-ROOM.
055300     MOVE EV-TEACHER(I) TO WS-PRIOR-TEACHER.
055400     MOVE SPACES TO EVR-LINE.
055500     WRITE EVR-LINE.
055600     IF EV-ROOM(I) = "HR"
055700        STRING "HOMEROOM: " DELIMITED BY SIZE
055800            EV-TEACHER(I) DELIMITED BY SIZE
055900            INTO EVR-LINE
056000        END-STRING
056100     ELSE
056200        STRING "ROOM " DELIMITED BY SIZE
056300            EV-ROOM(I) DELIMITED BY SIZE
056400            "  TEACHER: " DELIMITED BY SIZE
056500            EV-TEACHER(I) DELIMITED BY SIZE
056600            INTO EVR-LINE
056700        END-STRING
056800     END-IF.
056900     WRITE EVR-LINE.
057000
057100*----------------------------------------------------------------
057200* ONE CARD PER STUDENT IN THE BUILDING, CONTACTS IN PU-RANK
057300* ORDER.  A FORBIDDEN ADULT'S LINE AND COURT-ORDER NOTE ARE
057400* PRINTED AND THEN STRUCK AGAIN OVER THEMSELVES (NO ADVANCE) SO
057500* THEY COME OFF THE PRINTER IN BOLD.
057600*----------------------------------------------------------------
057700 4000-PRINT-CARDS.
057800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
057900        PERFORM 4100-ONE-CARD
058000     END-PERFORM.
058100
058200 4100-ONE-CARD.
058300     MOVE ALL "-" TO CARD-LINE.
058400     WRITE CARD-LINE AFTER ADVANCING 1 LINE.
058500     MOVE EV-GRADE(I) TO WS-GRADE-DISP.
058600     MOVE SPACES TO CARD-LINE.
058700     STRING "REUNIFICATION  " DELIMITED BY SIZE
058800         EV-NAME(I)(1:40) DELIMITED BY SIZE
058900         "  " DELIMITED BY SIZE
059000         EV-STUDENT-ID(I) DELIMITED BY SIZE
059100         "  GR " DELIMITED BY SIZE
059200         WS-GRADE-DISP DELIMITED BY SIZE
059300         INTO CARD-LINE
059400     END-STRING.
059500     WRITE CARD-LINE AFTER ADVANCING 1 LINE.
059600     MOVE 0 TO WS-CONTACTS-PRINTED.
059700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PU-COUNT
059800        IF PUT-HOUSEHOLD-ID(J) = EV-HOUSEHOLD-ID(I)
059900           PERFORM 4200-CONTACT-LINE
060000        END-IF
060100     END-PERFORM.
060200     IF WS-CONTACTS-PRINTED = 0
060300        ADD 1 TO WS-NO-CONTACT-COUNT
060400        MOVE "    ** NO PICKUP CONTACTS ON FILE -- HOLD AT OFFICE"
060500            TO CARD-LINE
060600        WRITE CARD-LINE AFTER ADVANCING 1 LINE
060700     END-IF.
060800
060900 4200-CONTACT-LINE.
061000     ADD 1 TO WS-CONTACTS-PRINTED.
061100     MOVE SPACES TO CARD-LINE.
061200     STRING "  " DELIMITED BY SIZE
061300         PUT-RANK(J) DELIMITED BY SIZE
061400         "  " DELIMITED BY SIZE
061500         PUT-NAME(J)(1:30) DELIMITED BY SIZE
061600         " " DELIMITED BY SIZE
061700         PUT-RELATIONSHIP(J) DELIMITED BY SIZE
061800         " " DELIMITED BY SIZE
061900         PUT-PHONE(J) DELIMITED BY SIZE
062000         INTO CARD-LINE
062100     END-STRING.
062200     EVALUATE PUT-AUTH-FLAG(J)
062300         WHEN "Y"
062400             MOVE "RELEASE OK" TO CARD-LINE(85:16)
062500         WHEN "F"
062600             MOVE "DO NOT RELEASE" TO CARD-LINE(85:16)
062700         WHEN OTHER
062800             MOVE "CONTACT ONLY" TO CARD-LINE(85:16)
062900     END-EVALUATE.
063000     WRITE CARD-LINE AFTER ADVANCING 1 LINE.
063100     IF PUT-AUTH-FLAG(J) = "F"
063200        WRITE CARD-LINE AFTER ADVANCING 0 LINES
063300        MOVE SPACES TO CARD-LINE
063400        STRING "     COURT ORDER: " DELIMITED BY SIZE
063500            PUT-COURT-ORDER(J) DELIMITED BY SIZE
063600            INTO CARD-LINE
063700        END-STRING
063800        WRITE CARD-LINE AFTER ADVANCING 1 LINE
063900        WRITE CARD-LINE AFTER ADVANCING 0 LINES
064000     END-IF.
064100
064200 5000-TERMINATE.
064300     CLOSE ROSTER-FILE.
064400     CLOSE ATTENDANCE-FILE.
064500     CLOSE EVAC-ROSTER.
064600     CLOSE REUNIFICATION-CARDS.
064700     DISPLAY "GRADE-SCHOOL-EVAC BUILDING " WS-SCHOOL-CODE
064800         " ENROLLED " WS-ROSTER-COUNT
064900         " IN BUILDING " WS-EV-COUNT.
065000     DISPLAY "  ABSENT:               " WS-ABSENT-COUNT.
065100     DISPLAY "  SIGNED OUT:           " WS-SIGNED-OUT-COUNT.
065200     DISPLAY "  NO PICKUP CONTACTS:   " WS-NO-CONTACT-COUNT.
065300     IF WS-NO-CONTACT-COUNT > 0
065400        MOVE 4 TO RETURN-CODE
065500     END-IF.
065600
065700*----------------------------------------------------------------
065800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
065900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
066000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
066100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
066200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
066300*----------------------------------------------------------------
066400 9800-CHECK-LAYOUTS.
066500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
066600     OPEN EXTEND LAYOUT-USAGE-LOG.
066700     IF WS-LU-STATUS = "35"
066800        OPEN OUTPUT LAYOUT-USAGE-LOG
066900     END-IF.
067000     MOVE "ROSTERF" TO WS-LK-DATASET.
067100     MOVE 3 TO WS-LK-VERSION.
067200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
067300     PERFORM 9820-CHECK-ONE-LAYOUT.
067400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
067500     MOVE 2 TO WS-LK-VERSION.
067600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
067700     PERFORM 9820-CHECK-ONE-LAYOUT.
067800     CLOSE LAYOUT-USAGE-LOG.
067900
068000 9810-LOAD-LAYOUT-CONTROL.
068100     MOVE 0 TO WS-LC-COUNT.
068200     OPEN INPUT LAYOUT-CONTROL.
068300     IF WS-LC-STATUS NOT = "00"
068400        EXIT PARAGRAPH
068500     END-IF.
068600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
068700        READ LAYOUT-CONTROL
068800            AT END MOVE "10" TO WS-LC-STATUS
068900        END-READ
069000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
069100           ADD 1 TO WS-LC-COUNT
069200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
069300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
069400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
069500        END-IF
069600     END-PERFORM.
069700     CLOSE LAYOUT-CONTROL.
069800
069900*----------------------------------------------------------------
070000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
070100* AS NOCTL.
070200*----------------------------------------------------------------
070300 9820-CHECK-ONE-LAYOUT.
070400     MOVE "NOCTL" TO WS-LK-RESULT.
070500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
070600             UNTIL WS-LC-INDX > WS-LC-COUNT
070700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
070800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
070900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
071000              MOVE "CURRENT" TO WS-LK-RESULT
071100           ELSE
071200              MOVE "MISMATCH" TO WS-LK-RESULT
071300           END-IF
071400        END-IF
071500     END-PERFORM.
071600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
071700     MOVE "GRADE-SCHOOL-EVAC" TO LU-PROGRAM.
071800     MOVE WS-LK-DATASET TO LU-DATASET.
071900     MOVE WS-LK-VERSION TO LU-VERSION.
072000     MOVE WS-LK-LENGTH TO LU-LENGTH.
072100     MOVE WS-LK-RESULT TO LU-RESULT.
072200     WRITE LAYOUT-USAGE-RECORD.
072300     IF WS-LK-RESULT NOT = "MISMATCH"
072400        EXIT PARAGRAPH
072500     END-IF.
072600     SET LAYOUT-MISMATCH TO TRUE.
072700     DISPLAY "GRADE-SCHOOL-EVAC HALTED: " WS-LK-DATASET
072800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
072900         " DOES NOT MATCH LAYOUTCT".
073000     OPEN EXTEND OPS-ERROR-LOG.
073100     IF WS-OPS-LOG-STATUS = "35"
073200        OPEN OUTPUT OPS-ERROR-LOG
073300     END-IF.
073400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
073500     MOVE "GRADE-SCHOOL-EVAC" TO OE-PROGRAM.
073600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
073700     MOVE "LAYOUT" TO OE-OPERATION.
073800     MOVE "16" TO OE-STATUS.
073900     WRITE OPS-ERROR-RECORD.
074000     CLOSE OPS-ERROR-LOG.
