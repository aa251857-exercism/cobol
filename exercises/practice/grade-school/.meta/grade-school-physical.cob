000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-PHYSICAL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  SPORTS PHYSICALS -- A STUDENT MAY NOT PRACTICE
001100*                 OR COMPETE WITHOUT A CURRENT PHYSICAL AND A
001200*                 SIGNED CONCUSSION FORM, AND THE NURSE KEPT BOTH
001300*                 IN A FILE DRAWER.  PHYSEXAM HOLDS EACH STUDENT'S
001400*                 CURRENT PHYSICAL (EXAM DATE, EXPIRY, PROVIDER,
001500*                 RESTRICTIONS, CONCUSSION FORM RECEIVED).  THE
001600*                 NURSE'S OFFICE KEYS PHYSTX: E A NEW EXAM, WHICH
001700*                 REPLACES THE OLD ONE, OR C THE CONCUSSION FORM
001800*                 CAME IN.  BAD ROWS GO TO PHYSREJ.
001900*                 GRADE-SCHOOL-ELIG READS PHYSEXAM EACH WEEK.
001920* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001940*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001960*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001980*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002000*                 OPSERRLG ENTRY.
002005* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002010*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002015*                 LAYOUT VERSION 3.
002020*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PHYSICAL-TRANSACTIONS ASSIGN TO "PHYSTX"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TX-STATUS.
003000
003100     SELECT PHYSICAL-MASTER ASSIGN TO "PHYSEXAM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PE-STATUS.
003400
003500     SELECT PHYSICAL-REJECTS ASSIGN TO "PHYSREJ"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REJECT-STATUS.
003800
003900     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FR-STUDENT-ID
004300         FILE STATUS IS WS-FILE-STATUS.
004400
004407     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004415         ORGANIZATION IS LINE SEQUENTIAL
004423         FILE STATUS IS WS-LC-STATUS.
004430
004438     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004446         ORGANIZATION IS LINE SEQUENTIAL
004453         FILE STATUS IS WS-LU-STATUS.
004461
004469     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004476         ORGANIZATION IS LINE SEQUENTIAL
004484         FILE STATUS IS WS-OPS-LOG-STATUS.
004492
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------
004800* E = A NEW EXAM.  EXPIRY ZERO MEANS A YEAR FROM THE EXAM DATE;
004900* CONCUSSION Y WHEN THE SIGNED FORM CAME IN WITH THE EXAM.
005000* C = THE SIGNED CONCUSSION FORM, RECEIVED ON PTX-DATE, FOR THE
005100* EXAM ALREADY ON FILE (ONLY ACTION, STUDENT AND DATE ARE USED).
005200*----------------------------------------------------------------
005300 FD  PHYSICAL-TRANSACTIONS.
005400 01  PHYSICAL-TX-RECORD.
005500     05 PTX-ACTION            PIC X(01).
005600     05 PTX-STUDENT-ID        PIC 9(09).
005700     05 PTX-DATE              PIC 9(08).
005800     05 PTX-EXPIRY-DATE       PIC 9(08).
005900     05 PTX-PROVIDER          PIC X(30).
006000     05 PTX-RESTRICTIONS      PIC X(30).
006100     05 PTX-CONCUSSION-FORM   PIC X(01).
006200
006300*----------------------------------------------------------------
006400* ONE ROW PER STUDENT WHO HAS EVER HAD A PHYSICAL ON FILE.  THE
006500* CONCUSSION FORM BELONGS TO THE EXAM -- A NEW EXAM NEEDS A NEW
006600* FORM.  LAYOUT MUST MATCH GRADE-SCHOOL-ELIG'S PHYSICAL-RECORD.
006700*----------------------------------------------------------------
006800 FD  PHYSICAL-MASTER.
006900 01  PHYSICAL-RECORD.
007000     05 PE-STUDENT-ID         PIC 9(09).
007100     05 PE-EXAM-DATE          PIC 9(08).
007200     05 PE-EXPIRY-DATE        PIC 9(08).
007300     05 PE-PROVIDER           PIC X(30).
007400     05 PE-RESTRICTIONS       PIC X(30).
007500     05 PE-CONCUSSION-FORM    PIC X(01).
007600        88 PE-FORM-RECEIVED            VALUE "Y".
007700     05 PE-CONCUSSION-DATE    PIC 9(08).
007800
007900*----------------------------------------------------------------
008000* TX IMAGE LEADING, REASON TRAILING: BADACTN, NOTFOUND (NOT ON
008100* THE ROSTER), BADDATE, NOEXAM (A FORM WITH NO EXAM ON FILE) OR
008200* TBLFULL.
008300*----------------------------------------------------------------
008400 FD  PHYSICAL-REJECTS.
008500 01  REJ-RECORD.
008600     05 REJ-TX-IMAGE          PIC X(87).
008700     05 FILLER                PIC X(01).
008800     05 REJ-REASON            PIC X(08).
008900
009000 FD  ROSTER-FILE.
009100*----------------------------------------------------------------
009200* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009300*----------------------------------------------------------------
009400 01  ROSTER-RECORD.
009500     05 FR-STUDENT-ID         PIC 9(09).
009600     05 FR-NAME               PIC X(60).
009700     05 FR-GRADE              PIC 9(02).
009800     05 FR-TEACHER            PIC X(30).
009900     05 FR-SECTION            PIC 9(01).
010000     05 FR-HOUSEHOLD-ID       PIC 9(09).
010100*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010200     05 FR-IEP-FLAG           PIC X(01).
010300     05 FR-DOB                PIC 9(08).
010400     05 FR-SCHOOL-CODE        PIC 9(02).
010433     05 FR-GENDER             PIC X(01).
010466     05 FR-RACE-ETH           PIC X(01).
010500
010502 FD  LAYOUT-CONTROL.
010505*----------------------------------------------------------------
010508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
010510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
010513*----------------------------------------------------------------
010516 01  LAYOUT-CONTROL-RECORD.
010518     05 LC-DATASET            PIC X(08).
010521     05 LC-VERSION            PIC 9(03).
010524     05 LC-LENGTH             PIC 9(05).
010527     05 LC-EFFECTIVE-DATE     PIC 9(08).
010529
010532 FD  LAYOUT-USAGE-LOG.
010535*----------------------------------------------------------------
010537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
010540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
010543*----------------------------------------------------------------
010545 01  LAYOUT-USAGE-RECORD.
010548     05 LU-TIMESTAMP          PIC 9(14).
010551     05 LU-PROGRAM            PIC X(24).
010554     05 LU-DATASET            PIC X(08).
010556     05 LU-VERSION            PIC 9(03).
010559     05 LU-LENGTH             PIC 9(05).
010562     05 LU-RESULT             PIC X(08).
010564
010567 FD  OPS-ERROR-LOG.
010570*----------------------------------------------------------------
010572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
010575* SHARED SHOP-WIDE ERROR LOG.
010578*----------------------------------------------------------------
010581 01  OPS-ERROR-RECORD.
010583     05 OE-TIMESTAMP          PIC 9(14).
010586     05 OE-PROGRAM            PIC X(20).
010589     05 OE-FILE-NAME          PIC X(08).
010591     05 OE-OPERATION          PIC X(08).
010594     05 OE-STATUS             PIC XX.
010597
010600 WORKING-STORAGE SECTION.
010700 01 WS-TX-STATUS               PIC XX.
010800 01 WS-PE-STATUS               PIC XX.
010900 01 WS-REJECT-STATUS           PIC XX.
011000 01 WS-FILE-STATUS             PIC XX.
011100 01 WS-TODAY                   PIC 9(08).
011200 01 WS-REJECT-REASON           PIC X(08).
011300 01 WS-EXAM-COUNT              PIC 9(05) COMP VALUE ZERO.
011400 01 WS-FORM-COUNT              PIC 9(05) COMP VALUE ZERO.
011500 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
011600 01 WS-PE-IX                   PIC 9(05) COMP.
011700 01 J                          PIC 9(05) COMP.
011800
011900*----------------------------------------------------------------
012000* PHYSEXAM IN FULL; REWRITTEN AT THE END WHEN ANYTHING POSTED.
012100*----------------------------------------------------------------
012200 01 WS-PE-COUNT                PIC 9(05) COMP VALUE ZERO.
012300 01 PHYSICAL-TABLE.
012400     02 PE-ROW                OCCURS 1 TO 5000 TIMES
012500                                 DEPENDING ON WS-PE-COUNT.
012600        05 PE-T-STUDENT-ID    PIC 9(09).
012700        05 PE-T-EXAM-DATE     PIC 9(08).
012800        05 PE-T-EXPIRY-DATE   PIC 9(08).
012900        05 PE-T-PROVIDER      PIC X(30).
013000        05 PE-T-RESTRICTIONS  PIC X(30).
013100        05 PE-T-CONCUSSION-FORM
013200                              PIC X(01).
013300        05 PE-T-CONCUSSION-DATE
013400                              PIC 9(08).
013500
013504*----------------------------------------------------------------
013509* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
013513* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
013518*----------------------------------------------------------------
013522 01 WS-LC-STATUS               PIC XX.
013527 01 WS-LU-STATUS               PIC XX.
013531 01 WS-OPS-LOG-STATUS          PIC XX.
013536 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
013540     88 LAYOUT-MISMATCH                  VALUE "Y".
013545 01 WS-LK-DATASET              PIC X(08).
013550 01 WS-LK-VERSION              PIC 9(03).
013554 01 WS-LK-LENGTH               PIC 9(05).
013559 01 WS-LK-RESULT               PIC X(08).
013563 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
013568 01 WS-LC-INDX                 PIC 9(03) COMP.
013572 01 LAYOUT-CONTROL-TABLE.
013577     02 LCT-ROW               OCCURS 50 TIMES.
013581        05 LCT-DATASET        PIC X(08).
013586        05 LCT-VERSION        PIC 9(03).
013590        05 LCT-LENGTH         PIC 9(05).
013595
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
013810     PERFORM 9800-CHECK-LAYOUTS
013820     IF LAYOUT-MISMATCH
013830        MOVE 16 TO RETURN-CODE
013840        GOBACK
013850     END-IF
013900     PERFORM 1000-INITIALIZE
014000     PERFORM 2000-POST-PHYSICALS
014100     PERFORM 3000-REWRITE-PHYSICALS
014200     PERFORM 4000-TERMINATE
014300     GOBACK.
014400
014500 1000-INITIALIZE.
014600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
014700     OPEN INPUT PHYSICAL-MASTER.
014800     IF WS-PE-STATUS NOT = "00"
014900        MOVE "10" TO WS-PE-STATUS
015000        EXIT PARAGRAPH
015100     END-IF.
015200     PERFORM UNTIL WS-PE-STATUS NOT = "00"
015300        READ PHYSICAL-MASTER
015400            AT END MOVE "10" TO WS-PE-STATUS
015500        END-READ
015600        IF WS-PE-STATUS = "00"
015700           AND WS-PE-COUNT < 5000
015800           ADD 1 TO WS-PE-COUNT
015900           MOVE PE-STUDENT-ID TO PE-T-STUDENT-ID(WS-PE-COUNT)
016000           MOVE PE-EXAM-DATE TO PE-T-EXAM-DATE(WS-PE-COUNT)
016100           MOVE PE-EXPIRY-DATE TO PE-T-EXPIRY-DATE(WS-PE-COUNT)
016200           MOVE PE-PROVIDER TO PE-T-PROVIDER(WS-PE-COUNT)
016300           MOVE PE-RESTRICTIONS TO PE-T-RESTRICTIONS(WS-PE-COUNT)
016400           MOVE PE-CONCUSSION-FORM
016500               TO PE-T-CONCUSSION-FORM(WS-PE-COUNT)
016600           MOVE PE-CONCUSSION-DATE
016700               TO PE-T-CONCUSSION-DATE(WS-PE-COUNT)
016800        END-IF
016900     END-PERFORM.
017000     CLOSE PHYSICAL-MASTER.
017100
017200 2000-POST-PHYSICALS.
017300     OPEN INPUT ROSTER-FILE.
017400     OPEN EXTEND PHYSICAL-REJECTS.
017500     IF WS-REJECT-STATUS = "35"
017600        OPEN OUTPUT PHYSICAL-REJECTS
017700     END-IF.
017800     OPEN INPUT PHYSICAL-TRANSACTIONS.
017900     IF WS-TX-STATUS NOT = "00"
018000        MOVE "10" TO WS-TX-STATUS
018100     ELSE
018200        PERFORM UNTIL WS-TX-STATUS NOT = "00"
018300           READ PHYSICAL-TRANSACTIONS
018400               AT END MOVE "10" TO WS-TX-STATUS
018500               NOT AT END PERFORM 2100-APPLY-ONE
018600           END-READ
018700        END-PERFORM
018800        CLOSE PHYSICAL-TRANSACTIONS
018900     END-IF.
019000     CLOSE PHYSICAL-REJECTS.
019100     CLOSE ROSTER-FILE.
019200
019300 2100-APPLY-ONE.
019400     IF PTX-ACTION NOT = "E" AND PTX-ACTION NOT = "C"
019500        MOVE "BADACTN" TO WS-REJECT-REASON
019600        PERFORM 2900-REJECT-ONE
019700        EXIT PARAGRAPH
019800     END-IF.
019900     MOVE PTX-STUDENT-ID TO FR-STUDENT-ID.
020000     READ ROSTER-FILE
020100         INVALID KEY CONTINUE
020200     END-READ.
020300     IF WS-FILE-STATUS NOT = "00"
020400        MOVE "00" TO WS-FILE-STATUS
020500        MOVE "NOTFOUND" TO WS-REJECT-REASON
020600        PERFORM 2900-REJECT-ONE
020700        EXIT PARAGRAPH
020800     END-IF.
020900     IF PTX-DATE IS NOT NUMERIC
021000        OR TEST-DATE-YYYYMMDD(PTX-DATE) NOT = 0
021100        OR PTX-DATE > WS-TODAY
021200        MOVE "BADDATE" TO WS-REJECT-REASON
021300        PERFORM 2900-REJECT-ONE
021400        EXIT PARAGRAPH
021500     END-IF.
021600     MOVE 0 TO WS-PE-IX.
021700     PERFORM VARYING J FROM 1 BY 1
021800              UNTIL J > WS-PE-COUNT OR WS-PE-IX > 0
021900        IF PE-T-STUDENT-ID(J) = PTX-STUDENT-ID
022000           MOVE J TO WS-PE-IX
022100        END-IF
022200     END-PERFORM.
022300     IF PTX-ACTION = "C"
022400        PERFORM 2300-POST-FORM
022500     ELSE
022600        PERFORM 2200-POST-EXAM
022700     END-IF.
022800
022900 2200-POST-EXAM.
023000     IF PTX-EXPIRY-DATE IS NOT NUMERIC
023100        MOVE 0 TO PTX-EXPIRY-DATE
023200     END-IF.
023300     IF PTX-EXPIRY-DATE = 0
023400        COMPUTE PTX-EXPIRY-DATE =
023500            DATE-OF-INTEGER(INTEGER-OF-DATE(PTX-DATE) + 365)
023600     END-IF.
023700     IF TEST-DATE-YYYYMMDD(PTX-EXPIRY-DATE) NOT = 0
023800        OR PTX-EXPIRY-DATE NOT > PTX-DATE
023900        MOVE "BADDATE" TO WS-REJECT-REASON
024000        PERFORM 2900-REJECT-ONE
024100        EXIT PARAGRAPH
024200     END-IF.
024300     IF WS-PE-IX = 0
024400        IF WS-PE-COUNT >= 5000
024500           MOVE "TBLFULL" TO WS-REJECT-REASON
024600           PERFORM 2900-REJECT-ONE
024700           EXIT PARAGRAPH
024800        END-IF
024900        ADD 1 TO WS-PE-COUNT
025000        MOVE WS-PE-COUNT TO WS-PE-IX
025100        MOVE PTX-STUDENT-ID TO PE-T-STUDENT-ID(WS-PE-IX)
025200     END-IF.
025300     MOVE PTX-DATE TO PE-T-EXAM-DATE(WS-PE-IX).
025400     MOVE PTX-EXPIRY-DATE TO PE-T-EXPIRY-DATE(WS-PE-IX).
025500     MOVE PTX-PROVIDER TO PE-T-PROVIDER(WS-PE-IX).
025600     MOVE PTX-RESTRICTIONS TO PE-T-RESTRICTIONS(WS-PE-IX).
025700     IF PTX-CONCUSSION-FORM = "Y"
025800        MOVE "Y" TO PE-T-CONCUSSION-FORM(WS-PE-IX)
025900        MOVE PTX-DATE TO PE-T-CONCUSSION-DATE(WS-PE-IX)
026000     ELSE
026100        MOVE "N" TO PE-T-CONCUSSION-FORM(WS-PE-IX)
026200        MOVE 0 TO PE-T-CONCUSSION-DATE(WS-PE-IX)
026300     END-IF.
026400     ADD 1 TO WS-EXAM-COUNT.
026500
026600 2300-POST-FORM.
026700     IF WS-PE-IX = 0
026800        MOVE "NOEXAM" TO WS-REJECT-REASON
026900        PERFORM 2900-REJECT-ONE
027000        EXIT PARAGRAPH
027100     END-IF.
027200     MOVE "Y" TO PE-T-CONCUSSION-FORM(WS-PE-IX).
027300     MOVE PTX-DATE TO PE-T-CONCUSSION-DATE(WS-PE-IX).
027400     ADD 1 TO WS-FORM-COUNT.
027500
027600 2900-REJECT-ONE.
027700     MOVE SPACES TO REJ-RECORD.
027800     MOVE PHYSICAL-TX-RECORD TO REJ-TX-IMAGE.
027900     MOVE WS-REJECT-REASON TO REJ-REASON.
028000     WRITE REJ-RECORD.
028100     ADD 1 TO WS-REJECT-COUNT.
028200
028300 3000-REWRITE-PHYSICALS.
028400     IF WS-EXAM-COUNT = 0 AND WS-FORM-COUNT = 0
028500        EXIT PARAGRAPH
028600     END-IF.
028700     SORT PE-ROW ASCENDING PE-T-STUDENT-ID.
028800     OPEN OUTPUT PHYSICAL-MASTER.
028900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PE-COUNT
029000        MOVE PE-T-STUDENT-ID(J) TO PE-STUDENT-ID
029100        MOVE PE-T-EXAM-DATE(J) TO PE-EXAM-DATE
029200        MOVE PE-T-EXPIRY-DATE(J) TO PE-EXPIRY-DATE
029300        MOVE PE-T-PROVIDER(J) TO PE-PROVIDER
029400        MOVE PE-T-RESTRICTIONS(J) TO PE-RESTRICTIONS
029500        MOVE PE-T-CONCUSSION-FORM(J) TO PE-CONCUSSION-FORM
029600        MOVE PE-T-CONCUSSION-DATE(J) TO PE-CONCUSSION-DATE
029700        WRITE PHYSICAL-RECORD
029800     END-PERFORM.
029900     CLOSE PHYSICAL-MASTER.
030000
030100 4000-TERMINATE.
030200     DISPLAY "GRADE-SCHOOL-PHYSICAL EXAMS POSTED: " WS-EXAM-COUNT.
030300     DISPLAY "  CONCUSSION FORMS:  " WS-FORM-COUNT.
030400     DISPLAY "  REJECTED:          " WS-REJECT-COUNT.
030500     IF WS-REJECT-COUNT > 0
030600        MOVE 4 TO RETURN-CODE
030700     END-IF.
030800
030900*----------------------------------------------------------------
031000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
031100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
031200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
031300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
031400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
031500*----------------------------------------------------------------
031600 9800-CHECK-LAYOUTS.
031700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
031800     OPEN EXTEND LAYOUT-USAGE-LOG.
031900     IF WS-LU-STATUS = "35"
032000        OPEN OUTPUT LAYOUT-USAGE-LOG
032100     END-IF.
032200     MOVE "ROSTERF" TO WS-LK-DATASET.
032300     MOVE 3 TO WS-LK-VERSION.
032400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
032500     PERFORM 9820-CHECK-ONE-LAYOUT.
032600     CLOSE LAYOUT-USAGE-LOG.
032700
032800 9810-LOAD-LAYOUT-CONTROL.
032900     MOVE 0 TO WS-LC-COUNT.
033000     OPEN INPUT LAYOUT-CONTROL.
033100     IF WS-LC-STATUS NOT = "00"
033200        EXIT PARAGRAPH
033300     END-IF.
033400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
033500        READ LAYOUT-CONTROL
033600            AT END MOVE "10" TO WS-LC-STATUS
033700        END-READ
033800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
033900           ADD 1 TO WS-LC-COUNT
034000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
034100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
034200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
034300        END-IF
034400     END-PERFORM.
034500     CLOSE LAYOUT-CONTROL.
034600
034700*----------------------------------------------------------------
034800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
034900* AS NOCTL.
035000*----------------------------------------------------------------
035100 9820-CHECK-ONE-LAYOUT.
035200     MOVE "NOCTL" TO WS-LK-RESULT.
035300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
035400             UNTIL WS-LC-INDX > WS-LC-COUNT
035500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
035600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
035700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
035800              MOVE "CURRENT" TO WS-LK-RESULT
035900           ELSE
036000              MOVE "MISMATCH" TO WS-LK-RESULT
036100           END-IF
036200        END-IF
036300     END-PERFORM.
036400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
036500     MOVE "GRADE-SCHOOL-PHYSICAL" TO LU-PROGRAM.
036600     MOVE WS-LK-DATASET TO LU-DATASET.
036700     MOVE WS-LK-VERSION TO LU-VERSION.
036800     MOVE WS-LK-LENGTH TO LU-LENGTH.
036900     MOVE WS-LK-RESULT TO LU-RESULT.
037000     WRITE LAYOUT-USAGE-RECORD.
037100     IF WS-LK-RESULT NOT = "MISMATCH"
037200        EXIT PARAGRAPH
037300     END-IF.
037400     SET LAYOUT-MISMATCH TO TRUE.
037500     DISPLAY "GRADE-SCHOOL-PHYSICAL HALTED: " WS-LK-DATASET
037600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
037700         " DOES NOT MATCH LAYOUTCT".
037800     OPEN EXTEND OPS-ERROR-LOG.
037900     IF WS-OPS-LOG-STATUS = "35"
038000        OPEN OUTPUT OPS-ERROR-LOG
038100     END-IF.
038200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
038300     MOVE "GRADE-SCHOOL-PHYSICAL" TO OE-PROGRAM.
038400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
038500     MOVE "LAYOUT" TO OE-OPERATION.
038600     MOVE "16" TO OE-STATUS.
038700     WRITE OPS-ERROR-RECORD.
038800     CLOSE OPS-ERROR-LOG.
