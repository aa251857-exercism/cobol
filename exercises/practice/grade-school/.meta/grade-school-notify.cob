000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-NOTIFY.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  MASS NOTIFICATION -- A SNOW DAY, A LATE BUS ON
001100*                 ONE ROUTE OR A LOCKDOWN HAD NO WAY TO PULL THE
001200*                 FAMILIES TO CALL.  THE NTFYPARM CARD SELECTS
001300*                 STUDENTS BY BUILDING, GRADE, HOMEROOM, BUSASSGN
001400*                 ROUTE OR TRIPPERM FIELD TRIP (OR THE WHOLE
001500*                 DISTRICT); EACH HOUSEHOLD IS WRITTEN ONCE TO
001600*                 DIALEXP FOR THE AUTOMATED DIALER -- THE
001700*                 HSHLDMST PHONES FIRST, THEN THE PICKUPAU
001800*                 CONTACTS IN PU-RANK ORDER, EVERY ROW CARRYING
001900*                 HM-LANGUAGE SO THE DIALER PLAYS THE RIGHT
002000*                 RECORDING.  A FORBIDDEN ADULT IS NEVER CALLED.
002100*                 FAMILIES WITH NO NUMBER AT ALL PRINT ON NTFYRPT
002200*                 FOR THE FRONT OFFICE.  THE DIALER'S RESULTS COME
002300*                 BACK THROUGH BOB'S IMPORT-DIALER-RESULTS.
002320* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002340*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002360*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002380*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002400*                 OPSERRLG ENTRY.
002405* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002410*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002415*                 LAYOUT VERSION 3.
002420*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "NTFYPARM"
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
004700     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PU-STATUS.
005000
005100     SELECT BUS-ASSIGNMENTS ASSIGN TO "BUSASSGN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BA-STATUS.
005400
005500     SELECT PERMISSION-FILE ASSIGN TO "TRIPPERM"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PM-STATUS.
005800
005900     SELECT DIALER-EXPORT ASSIGN TO "DIALEXP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DX-STATUS.
006200
006300     SELECT NOTIFY-REPORT ASSIGN TO "NTFYRPT"
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
007000* ONE CARD: THE SELECTOR, THE DIALER'S MESSAGE CODE, AND THE
007100* VALUE THE SELECTOR NEEDS.  A ALL STUDENTS, B BUILDING, G GRADE
007200* (BUILDING OPTIONAL), H HOMEROOM = GRADE AND SECTION (BUILDING
007300* OPTIONAL), R BUSASSGN ROUTE, T TRIPPERM TRIP.
007400*----------------------------------------------------------------
007500 01  PARM-RECORD.
007600     05 PARM-SELECTOR         PIC X(01).
007700     05 PARM-MESSAGE          PIC X(08).
007800     05 PARM-BUILDING         PIC 9(02).
007900     05 PARM-GRADE            PIC 9(02).
008000     05 PARM-SECTION          PIC 9(01).
008100     05 PARM-ROUTE            PIC 9(03).
008200     05 PARM-TRIP             PIC 9(04).
008300
008400 FD  ROSTER-FILE.
008500*----------------------------------------------------------------
008600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008700*----------------------------------------------------------------
008800 01  ROSTER-RECORD.
008900     05 FR-STUDENT-ID         PIC 9(09).
009000     05 FR-NAME               PIC X(60).
009100     05 FR-GRADE              PIC 9(02).
009200     05 FR-TEACHER            PIC X(30).
009300     05 FR-SECTION            PIC 9(01).
009400     05 FR-HOUSEHOLD-ID       PIC 9(09).
009500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009600     05 FR-IEP-FLAG           PIC X(01).
009700     05 FR-DOB                PIC 9(08).
009800     05 FR-SCHOOL-CODE        PIC 9(02).
009833     05 FR-GENDER             PIC X(01).
009866     05 FR-RACE-ETH           PIC X(01).
009900
010000 FD  HOUSEHOLD-MASTER.
010100*----------------------------------------------------------------
010200* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
010300*----------------------------------------------------------------
010400 01  HOUSEHOLD-RECORD.
010500     05 HM-HOUSEHOLD-ID       PIC 9(09).
010600     05 HM-GUARDIAN-1         PIC X(60).
010700     05 HM-GUARDIAN-2         PIC X(60).
010800     05 HM-ADDRESS            PIC X(40).
010900     05 HM-CITY               PIC X(25).
011000     05 HM-STATE              PIC XX.
011100     05 HM-ZIP                PIC X(10).
011200     05 HM-PHONE-1            PIC X(15).
011300     05 HM-PHONE-2            PIC X(15).
011400     05 HM-DO-NOT-MAIL        PIC X(01).
011500     05 HM-LANGUAGE           PIC X(02).
011600     05 HM-ADDR-STATUS        PIC X(01).
011700     05 HM-RETURN-COUNT       PIC 9(03).
011800     05 HM-LAST-RETURN-DATE   PIC 9(08).
011900
012000 FD  PICKUP-AUTH-FILE.
012100*----------------------------------------------------------------
012200* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
012300*----------------------------------------------------------------
012400 01  PICKUP-AUTH-RECORD.
012500     05 PU-HOUSEHOLD-ID       PIC 9(09).
012600     05 PU-RANK               PIC 9(01).
012700     05 PU-NAME               PIC X(60).
012800     05 PU-RELATIONSHIP       PIC X(15).
012900     05 PU-PHONE              PIC X(15).
013000     05 PU-AUTH-FLAG          PIC X(01).
013100        88 PU-FORBIDDEN                 VALUE "F".
013200     05 PU-COURT-ORDER        PIC X(40).
013300
013400 FD  BUS-ASSIGNMENTS.
013500*----------------------------------------------------------------
013600* LAYOUT MUST MATCH GRADE-SCHOOL-BUS'S BUS-ASSIGN-RECORD.
013700*----------------------------------------------------------------
013800 01  BUS-ASSIGN-RECORD.
013900     05 BA-STUDENT-ID         PIC 9(09).
014000     05 BA-ROUTE              PIC 9(03).
014100     05 BA-STOP               PIC 9(03).
014200
014300 FD  PERMISSION-FILE.
014400*----------------------------------------------------------------
014500* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S PERMISSION-RECORD.
014600* EVERY STUDENT SENT A SLIP IS ON THE TRIP'S LIST, SIGNED OR NOT.
014700*----------------------------------------------------------------
014800 01  PERMISSION-RECORD.
014900     05 PM-TRIP-ID            PIC 9(04).
015000     05 PM-STUDENT-ID         PIC 9(09).
015100     05 PM-RETURNED           PIC X(01).
015200
015300 FD  DIALER-EXPORT.
015400*----------------------------------------------------------------
015500* ONE ROW PER NUMBER TO DIAL, IN CALLING ORDER WITHIN THE
015600* HOUSEHOLD.  DX-SOURCE IS H FOR AN HSHLDMST PHONE, P FOR A
015700* PICKUPAU CONTACT.  THE DIALER RETURNS DX-DATE, DX-MESSAGE,
015800* DX-HOUSEHOLD-ID AND DX-PHONE ON EACH RESULT ROW.
015900*----------------------------------------------------------------
016000 01  DIALER-EXPORT-RECORD.
016100     05 DX-DATE               PIC 9(08).
016200     05 DX-MESSAGE            PIC X(08).
016300     05 DX-HOUSEHOLD-ID       PIC 9(09).
016400     05 DX-SEQUENCE           PIC 9(02).
016500     05 DX-PHONE              PIC X(15).
016600     05 DX-LANGUAGE           PIC X(02).
016700     05 DX-SOURCE             PIC X(01).
016800     05 DX-CONTACT            PIC X(60).
016900
017000 FD  NOTIFY-REPORT.
017100 01  RPT-LINE                 PIC X(100).
017200
017202 FD  LAYOUT-CONTROL.
017205*----------------------------------------------------------------
017208* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
017210* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017213*----------------------------------------------------------------
017216 01  LAYOUT-CONTROL-RECORD.
017218     05 LC-DATASET            PIC X(08).
017221     05 LC-VERSION            PIC 9(03).
017224     05 LC-LENGTH             PIC 9(05).
017227     05 LC-EFFECTIVE-DATE     PIC 9(08).
017229
017232 FD  LAYOUT-USAGE-LOG.
017235*----------------------------------------------------------------
017237* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
017240* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
017243*----------------------------------------------------------------
017245 01  LAYOUT-USAGE-RECORD.
017248     05 LU-TIMESTAMP          PIC 9(14).
017251     05 LU-PROGRAM            PIC X(24).
017254     05 LU-DATASET            PIC X(08).
017256     05 LU-VERSION            PIC 9(03).
017259     05 LU-LENGTH             PIC 9(05).
017262     05 LU-RESULT             PIC X(08).
017264
017267 FD  OPS-ERROR-LOG.
017270*----------------------------------------------------------------
017272* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
017275* SHARED SHOP-WIDE ERROR LOG.
017278*----------------------------------------------------------------
017281 01  OPS-ERROR-RECORD.
017283     05 OE-TIMESTAMP          PIC 9(14).
017286     05 OE-PROGRAM            PIC X(20).
017289     05 OE-FILE-NAME          PIC X(08).
017291     05 OE-OPERATION          PIC X(08).
017294     05 OE-STATUS             PIC XX.
017297
017300 WORKING-STORAGE SECTION.
017400 01 WS-PARM-STATUS             PIC XX.
017500 01 WS-FILE-STATUS             PIC XX.
017600 01 WS-HM-STATUS               PIC XX.
017700 01 WS-PU-STATUS               PIC XX.
017800 01 WS-BA-STATUS               PIC XX.
017900 01 WS-PM-STATUS               PIC XX.
018000 01 WS-DX-STATUS               PIC XX.
018100 01 WS-TODAY                   PIC 9(08).
018200 01 WS-SELECTOR                PIC X(01) VALUE SPACE.
018300     88 SELECT-ALL                       VALUE "A".
018400     88 SELECT-BUILDING                  VALUE "B".
018500     88 SELECT-GRADE                     VALUE "G".
018600     88 SELECT-HOMEROOM                  VALUE "H".
018700     88 SELECT-ROUTE                     VALUE "R".
018800     88 SELECT-TRIP                      VALUE "T".
018900     88 SELECT-VALID          VALUES "A" "B" "G" "H" "R" "T".
019000 01 WS-MESSAGE                 PIC X(08) VALUE SPACES.
019100 01 WS-BUILDING                PIC 9(02) VALUE ZERO.
019200 01 WS-GRADE                   PIC 9(02) VALUE ZERO.
019300 01 WS-SECTION                 PIC 9(01) VALUE ZERO.
019400 01 WS-ROUTE                   PIC 9(03) VALUE ZERO.
019500 01 WS-TRIP                    PIC 9(04) VALUE ZERO.
019600 01 WS-STUDENT-COUNT           PIC 9(05) COMP VALUE ZERO.
019700 01 WS-FAMILY-COUNT            PIC 9(05) COMP VALUE ZERO.
019800 01 WS-NUMBER-COUNT            PIC 9(05) COMP VALUE ZERO.
019900 01 WS-NO-PHONE-COUNT          PIC 9(05) COMP VALUE ZERO.
020000 01 WS-NO-HSHLD-COUNT          PIC 9(05) COMP VALUE ZERO.
020100 01 WS-SEQUENCE                PIC 9(02).
020200 01 WS-PHONE                   PIC X(15).
020300 01 WS-CONTACT                 PIC X(60).
020400 01 WS-SOURCE                  PIC X(01).
020500 01 WS-DUP-SWITCH              PIC X(01).
020600     88 PHONE-ALREADY-LISTED             VALUE "Y".
020700 01 WS-PRIOR-HOUSEHOLD         PIC 9(09).
020800 01 WS-COUNT-DISP              PIC ZZ,ZZ9.
020900 01 I                          PIC 9(05) COMP.
021000 01 J                          PIC 9(05) COMP.
021100 01 K                          PIC 9(05) COMP.
021200
021300*----------------------------------------------------------------
021400* THE SELECTED STUDENTS' HOUSEHOLDS -- ONE ROW PER STUDENT,
021500* SORTED SO SIBLINGS FALL TOGETHER AND THE FAMILY IS CALLED ONCE.
021600*----------------------------------------------------------------
021700 01 WS-HH-COUNT                PIC 9(05) COMP VALUE ZERO.
021800 01 HOUSEHOLD-TABLE.
021900     02 HH-ROW                OCCURS 1 TO 9000 TIMES
022000                                 DEPENDING ON WS-HH-COUNT.
022100        05 HH-HOUSEHOLD-ID    PIC 9(09).
022200
022300*----------------------------------------------------------------
022400* THE ROUTE'S OR TRIP'S STUDENTS, WHEN THE SELECTOR IS R OR T.
022500*----------------------------------------------------------------
022600 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
022700 01 STUDENT-TABLE.
022800     02 ST-ROW                OCCURS 1 TO 9000 TIMES
022900                                 DEPENDING ON WS-ST-COUNT.
023000        05 ST-STUDENT-ID      PIC 9(09).
023100
023200*----------------------------------------------------------------
023300* PICKUPAU, SORTED BY HOUSEHOLD AND PU-RANK SO EACH FAMILY'S
023400* CONTACTS COME OUT IN CALLING ORDER.
023500*----------------------------------------------------------------
023600 01 WS-PU-COUNT                PIC 9(04) COMP VALUE ZERO.
023700 01 PICKUP-TABLE.
023800     02 PUT-ROW               OCCURS 1 TO 6000 TIMES
023900                                 DEPENDING ON WS-PU-COUNT.
024000        05 PUT-HOUSEHOLD-ID   PIC 9(09).
024100        05 PUT-RANK           PIC 9(01).
024200        05 PUT-NAME           PIC X(60).
024300        05 PUT-PHONE          PIC X(15).
024400
024500*----------------------------------------------------------------
024600* THE NUMBERS ALREADY WRITTEN FOR THE CURRENT HOUSEHOLD, SO A
024700* CONTACT WHO SHARES THE HOME PHONE IS NOT DIALED TWICE.
024800*----------------------------------------------------------------
024900 01 WS-LISTED-COUNT            PIC 9(02) COMP VALUE ZERO.
025000 01 LISTED-TABLE.
025100     02 LISTED-PHONE          PIC X(15) OCCURS 20 TIMES.
025200
025204*----------------------------------------------------------------
025209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
025213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
025218*----------------------------------------------------------------
025222 01 WS-LC-STATUS               PIC XX.
025227 01 WS-LU-STATUS               PIC XX.
025231 01 WS-OPS-LOG-STATUS          PIC XX.
025236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
025240     88 LAYOUT-MISMATCH                  VALUE "Y".
025245 01 WS-LK-DATASET              PIC X(08).
025250 01 WS-LK-VERSION              PIC 9(03).
025254 01 WS-LK-LENGTH               PIC 9(05).
025259 01 WS-LK-RESULT               PIC X(08).
025263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
025268 01 WS-LC-INDX                 PIC 9(03) COMP.
025272 01 LAYOUT-CONTROL-TABLE.
025277     02 LCT-ROW               OCCURS 50 TIMES.
025281        05 LCT-DATASET        PIC X(08).
025286        05 LCT-VERSION        PIC 9(03).
025290        05 LCT-LENGTH         PIC 9(05).
025295
025300 PROCEDURE DIVISION.
025400
025500 0000-MAINLINE.
025510     PERFORM 9800-CHECK-LAYOUTS
025520     IF LAYOUT-MISMATCH
025530        MOVE 16 TO RETURN-CODE
025540        GOBACK
025550     END-IF
025600     PERFORM 1000-INITIALIZE.
025700     IF NOT SELECT-VALID
025800        DISPLAY "GRADE-SCHOOL-NOTIFY UNKNOWN SELECTOR "
025900            WS-SELECTOR
026000        MOVE 8 TO RETURN-CODE
026100        GOBACK
026200     END-IF.
026300     OPEN INPUT ROSTER-FILE.
026400     EVALUATE TRUE
026500         WHEN SELECT-ROUTE
026600             PERFORM 2100-LOAD-ROUTE
026700             PERFORM 2300-STUDENTS-TO-HOUSEHOLDS
026800         WHEN SELECT-TRIP
026900             PERFORM 2200-LOAD-TRIP
027000             PERFORM 2300-STUDENTS-TO-HOUSEHOLDS
027100         WHEN OTHER
027200             PERFORM 2000-SCAN-ROSTER
027300     END-EVALUATE.
027400     CLOSE ROSTER-FILE.
027500     IF WS-HH-COUNT > 1
027600        SORT HH-ROW ASCENDING HH-HOUSEHOLD-ID
027700     END-IF.
027800     PERFORM 3000-LOAD-PICKUP-AUTH.
027900     PERFORM 4000-WRITE-EXPORT.
028000     DISPLAY "GRADE-SCHOOL-NOTIFY " WS-SELECTOR " " WS-MESSAGE.
028100     DISPLAY "  STUDENTS SELECTED:    " WS-STUDENT-COUNT.
028200     DISPLAY "  HOUSEHOLDS:           " WS-FAMILY-COUNT.
028300     DISPLAY "  NUMBERS TO DIAL:      " WS-NUMBER-COUNT.
028400     DISPLAY "  NO NUMBER ON FILE:    " WS-NO-PHONE-COUNT.
028500     DISPLAY "  NO HOUSEHOLD ROW:     " WS-NO-HSHLD-COUNT.
028600     IF WS-NO-PHONE-COUNT > 0 OR WS-NO-HSHLD-COUNT > 0
028700        MOVE 4 TO RETURN-CODE
028800     END-IF.
028900     GOBACK.
029000
029100 1000-INITIALIZE.
029200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
029300     OPEN INPUT PARM-FILE.
029400     IF WS-PARM-STATUS = "00"
029500        READ PARM-FILE
029600            AT END CONTINUE
029700        END-READ
029800        IF WS-PARM-STATUS = "00"
029900           MOVE PARM-SELECTOR TO WS-SELECTOR
030000           MOVE PARM-MESSAGE TO WS-MESSAGE
030100           IF PARM-BUILDING IS NUMERIC
030200              MOVE PARM-BUILDING TO WS-BUILDING
030300           END-IF
030400           IF PARM-GRADE IS NUMERIC
030500              MOVE PARM-GRADE TO WS-GRADE
030600           END-IF
030700           IF PARM-SECTION IS NUMERIC
030800              MOVE PARM-SECTION TO WS-SECTION
030900           END-IF
031000           IF PARM-ROUTE IS NUMERIC
031100              MOVE PARM-ROUTE TO WS-ROUTE
031200           END-IF
031300           IF PARM-TRIP IS NUMERIC
031400              MOVE PARM-TRIP TO WS-TRIP
031500           END-IF
031600        END-IF
031700        CLOSE PARM-FILE
031800     END-IF.
031900
032000*----------------------------------------------------------------
032100* A, B, G AND H: ONE PASS OF ROSTERF IN KEY ORDER.  A BUILDING
032200* ON THE CARD NARROWS A GRADE OR HOMEROOM TO THAT BUILDING.
032300*----------------------------------------------------------------
032400 2000-SCAN-ROSTER.
032500     MOVE LOW-VALUES TO FR-STUDENT-ID.
032600     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
032700         INVALID KEY MOVE "10" TO WS-FILE-STATUS
032800     END-START.
032900     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
033000        READ ROSTER-FILE NEXT RECORD
033100            AT END MOVE "10" TO WS-FILE-STATUS
033200        END-READ
033300        IF WS-FILE-STATUS = "00"
033400           PERFORM 2010-MATCH-STUDENT
033500        END-IF
033600     END-PERFORM.
033700
033800 2010-MATCH-STUDENT.
033900     IF WS-BUILDING NOT = 0
034000        AND FR-SCHOOL-CODE NOT = WS-BUILDING
034100        EXIT PARAGRAPH
034200     END-IF.
034300     IF (SELECT-GRADE OR SELECT-HOMEROOM)
034400        AND FR-GRADE NOT = WS-GRADE
034500        EXIT PARAGRAPH
034600     END-IF.
034700     IF SELECT-HOMEROOM
034800        AND FR-SECTION NOT = WS-SECTION
034900        EXIT PARAGRAPH
035000     END-IF.
035100     PERFORM 2400-KEEP-HOUSEHOLD.
035200
035300 2100-LOAD-ROUTE.
035400     OPEN INPUT BUS-ASSIGNMENTS.
035500     IF WS-BA-STATUS NOT = "00"
035600        MOVE "10" TO WS-BA-STATUS
035700     ELSE
035800        PERFORM UNTIL WS-BA-STATUS NOT = "00"
035900           READ BUS-ASSIGNMENTS
036000               AT END MOVE "10" TO WS-BA-STATUS
036100           END-READ
036200           IF WS-BA-STATUS = "00"
036300              AND BA-ROUTE = WS-ROUTE
036400              AND WS-ST-COUNT < 9000
036500              ADD 1 TO WS-ST-COUNT
036600              MOVE BA-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
036700           END-IF
036800        END-PERFORM
036900        CLOSE BUS-ASSIGNMENTS
037000     END-IF.
037100
037200 2200-LOAD-TRIP.
037300     OPEN INPUT PERMISSION-FILE.
037400     IF WS-PM-STATUS NOT = "00"
037500        MOVE "10" TO WS-PM-STATUS
037600     ELSE
037700        PERFORM UNTIL WS-PM-STATUS NOT = "00"
037800           READ PERMISSION-FILE
037900               AT END MOVE "10" TO WS-PM-STATUS
038000           END-READ
038100           IF WS-PM-STATUS = "00"
038200              AND PM-TRIP-ID = WS-TRIP
038300              AND WS-ST-COUNT < 9000
038400              ADD 1 TO WS-ST-COUNT
038500              MOVE PM-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT)
038600           END-IF
038700        END-PERFORM
038800        CLOSE PERMISSION-FILE
038900     END-IF.
039000
039100*----------------------------------------------------------------
039200* A ROUTE OR TRIP NAMES STUDENTS; ROSTERF GIVES THEIR HOUSEHOLD.
039300* A STUDENT NO LONGER ON ROSTERF HAS LEFT AND IS NOT CALLED.
039400*----------------------------------------------------------------
039500 2300-STUDENTS-TO-HOUSEHOLDS.
039600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
039700        MOVE ST-STUDENT-ID(I) TO FR-STUDENT-ID
039800        READ ROSTER-FILE
039900            INVALID KEY CONTINUE
040000        END-READ
040100        IF WS-FILE-STATUS = "00"
040200           PERFORM 2400-KEEP-HOUSEHOLD
040300        END-IF
040400     END-PERFORM.
040500
040600 2400-KEEP-HOUSEHOLD.
040700     ADD 1 TO WS-STUDENT-COUNT.
040800     IF FR-HOUSEHOLD-ID NOT = 0
040900        AND WS-HH-COUNT < 9000
041000        ADD 1 TO WS-HH-COUNT
041100        MOVE FR-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID(WS-HH-COUNT)
041200     END-IF.
041300
041400*----------------------------------------------------------------
041500* A FORBIDDEN ADULT (PU-AUTH-FLAG F) IS LEFT OUT OF THE TABLE --
041600* A LOCKDOWN CALL MUST NEVER REACH THE PERSON A COURT ORDER
041700* KEEPS AWAY FROM THE CHILD.
041800*----------------------------------------------------------------
041900 3000-LOAD-PICKUP-AUTH.
042000     OPEN INPUT PICKUP-AUTH-FILE.
042100     IF WS-PU-STATUS NOT = "00"
042200        MOVE "10" TO WS-PU-STATUS
042300     ELSE
042400        PERFORM UNTIL WS-PU-STATUS NOT = "00"
042500           READ PICKUP-AUTH-FILE
042600               AT END MOVE "10" TO WS-PU-STATUS
042700           END-READ
042800           IF WS-PU-STATUS = "00"
042900              AND NOT PU-FORBIDDEN
043000              AND PU-PHONE NOT = SPACES
043100              AND WS-PU-COUNT < 6000
043200              ADD 1 TO WS-PU-COUNT
043300              MOVE PU-HOUSEHOLD-ID
043400                  TO PUT-HOUSEHOLD-ID(WS-PU-COUNT)
043500              MOVE PU-RANK TO PUT-RANK(WS-PU-COUNT)
043600              MOVE PU-NAME TO PUT-NAME(WS-PU-COUNT)
043700              MOVE PU-PHONE TO PUT-PHONE(WS-PU-COUNT)
043800           END-IF
043900        END-PERFORM
044000        CLOSE PICKUP-AUTH-FILE
044100     END-IF.
044200     IF WS-PU-COUNT > 1
044300        SORT PUT-ROW ASCENDING PUT-HOUSEHOLD-ID PUT-RANK
044400     END-IF.
044500
044600*----------------------------------------------------------------
044700* ONE HOUSEHOLD AT A TIME, SIBLINGS SKIPPED: HM-PHONE-1, THEN
044800* HM-PHONE-2, THEN THE PICKUPAU CONTACTS, EACH NUMBER ONCE.
044900*----------------------------------------------------------------
045000 4000-WRITE-EXPORT.
045100     OPEN INPUT HOUSEHOLD-MASTER.
045200     OPEN OUTPUT DIALER-EXPORT.
045300     OPEN OUTPUT NOTIFY-REPORT.
045400     MOVE SPACES TO RPT-LINE.
045500     STRING "MASS NOTIFICATION " DELIMITED BY SIZE
045600         WS-MESSAGE DELIMITED BY SIZE
045700         " SELECTOR " DELIMITED BY SIZE
045800         WS-SELECTOR DELIMITED BY SIZE
045900         "  " DELIMITED BY SIZE
046000         WS-TODAY DELIMITED BY SIZE
046100         INTO RPT-LINE
046200     END-STRING.
046300     WRITE RPT-LINE.
046400     MOVE "NO NUMBER TO DIAL -- FRONT OFFICE TO CALL"
046500         TO RPT-LINE.
046600     WRITE RPT-LINE.
046700     MOVE 0 TO WS-PRIOR-HOUSEHOLD.
046800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HH-COUNT
046900        IF HH-HOUSEHOLD-ID(I) NOT = WS-PRIOR-HOUSEHOLD
047000           MOVE HH-HOUSEHOLD-ID(I) TO WS-PRIOR-HOUSEHOLD
047100           PERFORM 4100-ONE-HOUSEHOLD
047200        END-IF
047300     END-PERFORM.
047400     MOVE SPACES TO RPT-LINE.
047500     WRITE RPT-LINE.
047600     MOVE WS-FAMILY-COUNT TO WS-COUNT-DISP.
047700     MOVE "HOUSEHOLDS SELECTED" TO RPT-LINE.
047800     MOVE WS-COUNT-DISP TO RPT-LINE(25:6).
047900     WRITE RPT-LINE.
048000     MOVE WS-NUMBER-COUNT TO WS-COUNT-DISP.
048100     MOVE "NUMBERS EXPORTED" TO RPT-LINE.
048200     MOVE WS-COUNT-DISP TO RPT-LINE(25:6).
048300     WRITE RPT-LINE.
048400     MOVE WS-NO-PHONE-COUNT TO WS-COUNT-DISP.
048500     MOVE "NO NUMBER ON FILE" TO RPT-LINE.
048600     MOVE WS-COUNT-DISP TO RPT-LINE(25:6).
048700     WRITE RPT-LINE.
048800     CLOSE NOTIFY-REPORT.
048900     CLOSE DIALER-EXPORT.
049000     CLOSE HOUSEHOLD-MASTER.
049100
049200 4100-ONE-HOUSEHOLD.
049300     ADD 1 TO WS-FAMILY-COUNT.
049400     MOVE 0 TO WS-SEQUENCE.
049500     MOVE 0 TO WS-LISTED-COUNT.
049600     MOVE WS-PRIOR-HOUSEHOLD TO HM-HOUSEHOLD-ID.
049700     READ HOUSEHOLD-MASTER
049800         INVALID KEY CONTINUE
049900     END-READ.
050000     IF WS-HM-STATUS NOT = "00"
050100        MOVE "00" TO WS-HM-STATUS
050200        ADD 1 TO WS-NO-HSHLD-COUNT
050300        MOVE SPACES TO RPT-LINE
050400        STRING WS-PRIOR-HOUSEHOLD DELIMITED BY SIZE
050500            " NO HSHLDMST ROW" DELIMITED BY SIZE
050600            INTO RPT-LINE
050700        END-STRING
050800        WRITE RPT-LINE
050900        EXIT PARAGRAPH
051000     END-IF.
051100     MOVE "H" TO WS-SOURCE.
051200     MOVE HM-PHONE-1 TO WS-PHONE.
051300     MOVE HM-GUARDIAN-1 TO WS-CONTACT.
051400     PERFORM 4200-EXPORT-NUMBER.
051500     MOVE HM-PHONE-2 TO WS-PHONE.
051600     IF HM-GUARDIAN-2 NOT = SPACES
051700        MOVE HM-GUARDIAN-2 TO WS-CONTACT
051800     END-IF.
051900     PERFORM 4200-EXPORT-NUMBER.
052000     MOVE "P" TO WS-SOURCE.
052100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PU-COUNT
052200        IF PUT-HOUSEHOLD-ID(J) = WS-PRIOR-HOUSEHOLD
052300           MOVE PUT-PHONE(J) TO WS-PHONE
052400           MOVE PUT-NAME(J) TO WS-CONTACT
052500           PERFORM 4200-EXPORT-NUMBER
052600        END-IF
052700     END-PERFORM.
052800     IF WS-SEQUENCE = 0
052900        ADD 1 TO WS-NO-PHONE-COUNT
053000        MOVE SPACES TO RPT-LINE
053100        STRING HM-HOUSEHOLD-ID DELIMITED BY SIZE
053200            " " DELIMITED BY SIZE
053300            HM-GUARDIAN-1(1:30) DELIMITED BY SIZE
053400            " NO NUMBER ON FILE" DELIMITED BY SIZE
053500            INTO RPT-LINE
053600        END-STRING
053700        WRITE RPT-LINE
053800     END-IF.
053900
054000 4200-EXPORT-NUMBER.
054100     IF WS-PHONE = SPACES
054200        EXIT PARAGRAPH
054300     END-IF.
054400     MOVE "N" TO WS-DUP-SWITCH.
054500     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LISTED-COUNT
054600        IF LISTED-PHONE(K) = WS-PHONE
054700           SET PHONE-ALREADY-LISTED TO TRUE
054800        END-IF
054900     END-PERFORM.
055000     IF PHONE-ALREADY-LISTED OR WS-SEQUENCE >= 20
055100        EXIT PARAGRAPH
055200     END-IF.
055300     ADD 1 TO WS-LISTED-COUNT.
055400     MOVE WS-PHONE TO LISTED-PHONE(WS-LISTED-COUNT).
055500     ADD 1 TO WS-SEQUENCE.
055600     ADD 1 TO WS-NUMBER-COUNT.
055700     MOVE WS-TODAY TO DX-DATE.
055800     MOVE WS-MESSAGE TO DX-MESSAGE.
055900     MOVE HM-HOUSEHOLD-ID TO DX-HOUSEHOLD-ID.
056000     MOVE WS-SEQUENCE TO DX-SEQUENCE.
056100     MOVE WS-PHONE TO DX-PHONE.
056200     MOVE HM-LANGUAGE TO DX-LANGUAGE.
056300     MOVE WS-SOURCE TO DX-SOURCE.
056400     MOVE WS-CONTACT TO DX-CONTACT.
056500     WRITE DIALER-EXPORT-RECORD.
056600
056700*----------------------------------------------------------------
056800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
056900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
057000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
057100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
057200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
057300*----------------------------------------------------------------
057400 9800-CHECK-LAYOUTS.
057500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
057600     OPEN EXTEND LAYOUT-USAGE-LOG.
057700     IF WS-LU-STATUS = "35"
057800        OPEN OUTPUT LAYOUT-USAGE-LOG
057900     END-IF.
058000     MOVE "ROSTERF" TO WS-LK-DATASET.
058100     MOVE 3 TO WS-LK-VERSION.
058200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
058300     PERFORM 9820-CHECK-ONE-LAYOUT.
058400     MOVE "HSHLDMST" TO WS-LK-DATASET.
058500     MOVE 3 TO WS-LK-VERSION.
058600     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
058700     PERFORM 9820-CHECK-ONE-LAYOUT.
058800     CLOSE LAYOUT-USAGE-LOG.
058900
059000 9810-LOAD-LAYOUT-CONTROL.
059100     MOVE 0 TO WS-LC-COUNT.
059200     OPEN INPUT LAYOUT-CONTROL.
059300     IF WS-LC-STATUS NOT = "00"
059400        EXIT PARAGRAPH
059500     END-IF.
059600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
059700        READ LAYOUT-CONTROL
059800            AT END MOVE "10" TO WS-LC-STATUS
059900        END-READ
060000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
060100           ADD 1 TO WS-LC-COUNT
060200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
060300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
060400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
060500        END-IF
060600     END-PERFORM.
060700     CLOSE LAYOUT-CONTROL.
060800
060900*----------------------------------------------------------------
061000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
061100* AS NOCTL.
061200*----------------------------------------------------------------
061300 9820-CHECK-ONE-LAYOUT.
061400     MOVE "NOCTL" TO WS-LK-RESULT.
061500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
061600             UNTIL WS-LC-INDX > WS-LC-COUNT
061700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
061800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
061900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
062000              MOVE "CURRENT" TO WS-LK-RESULT
062100           ELSE
062200              MOVE "MISMATCH" TO WS-LK-RESULT
062300           END-IF
062400        END-IF
062500     END-PERFORM.
062600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
062700     MOVE "GRADE-SCHOOL-NOTIFY" TO LU-PROGRAM.
062800     MOVE WS-LK-DATASET TO LU-DATASET.
062900     MOVE WS-LK-VERSION TO LU-VERSION.
063000     MOVE WS-LK-LENGTH TO LU-LENGTH.
063100     MOVE WS-LK-RESULT TO LU-RESULT.
063200     WRITE LAYOUT-USAGE-RECORD.
063300     IF WS-LK-RESULT NOT = "MISMATCH"
063400        EXIT PARAGRAPH
063500     END-IF.
063600     SET LAYOUT-MISMATCH TO TRUE.
063700     DISPLAY "GRADE-SCHOOL-NOTIFY HALTED: " WS-LK-DATASET
063800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
063900         " DOES NOT MATCH LAYOUTCT".
064000     OPEN EXTEND OPS-ERROR-LOG.
064100     IF WS-OPS-LOG-STATUS = "35"
064200        OPEN OUTPUT OPS-ERROR-LOG
064300     END-IF.
064400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
064500     MOVE "GRADE-SCHOOL-NOTIFY" TO OE-PROGRAM.
064600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
064700     MOVE "LAYOUT" TO OE-OPERATION.
064800     MOVE "16" TO OE-STATUS.
064900     WRITE OPS-ERROR-RECORD.
065000     CLOSE OPS-ERROR-LOG.
