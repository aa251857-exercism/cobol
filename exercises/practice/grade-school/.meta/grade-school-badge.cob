000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-BADGE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  STUDENT ID BADGE PRODUCTION.  BADGES WERE MADE
001100*                 IN THE PHOTO PROGRAM, WHICH RETYPES THE ID AND
001200*                 SOMETIMES GETS IT WRONG -- AND THE POS, THE
001300*                 ABSENCE LINE AND THE BUS READERS ALL TRUST THE
001400*                 BADGE.  THIS NIGHTLY JOB PICKS FROM ROSTERF
001500*                 EVERY STUDENT WITH NO CURRENT BADGE (NEW
001600*                 ENROLLEES), EVERY ONE WHOSE GRADE OR BUILDING NO
001700*                 LONGER MATCHES THEIR BADGE, AND EVERY
001800*                 REPLACEMENT REQUEST ON BADGETX, CHECKS EACH ID'S
001900*                 LUHN CHECK DIGIT, AND WRITES THE BADGE VENDOR'S
002000*                 PRINT FILE.  A REPLACEMENT CHARGES FEELEDGR
002100*                 UNLESS WAIVED.  BADGELOG KEEPS ONE ROW PER CARD
002200*                 SERIAL EVER ISSUED; ONLY THE CURRENT ONE IS GOOD
002300*                 AT THE POS, AND A LOST OR STOLEN ONE IS MARKED
002400*                 BLOCKED.  ROSTERF IS CHECKED AGAINST LAYOUTCT AT
002500*                 START.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS FR-STUDENT-ID
003700         FILE STATUS IS WS-FILE-STATUS.
003800
003900     SELECT BADGE-LOG ASSIGN TO "BADGELOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BL-STATUS.
004200
004300     SELECT BADGE-TRANSACTIONS ASSIGN TO "BADGETX"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TX-STATUS.
004600
004700     SELECT REJECT-FILE ASSIGN TO "BADGEREJ"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REJECT-STATUS.
005000
005100     SELECT BADGE-PRINT-FILE ASSIGN TO "BADGEPRT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BP-STATUS.
005400
005500     SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FEE-STATUS.
005800
005900     SELECT BADGE-REPORT ASSIGN TO "BADGERPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LC-STATUS.
006500
006600     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LU-STATUS.
006900
007000     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-OPS-LOG-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  ROSTER-FILE.
007700*----------------------------------------------------------------
007800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
007900*----------------------------------------------------------------
008000 01  ROSTER-RECORD.
008100     05 FR-STUDENT-ID         PIC 9(09).
008200     05 FR-NAME               PIC X(60).
008300     05 FR-GRADE              PIC 9(02).
008400     05 FR-TEACHER            PIC X(30).
008500     05 FR-SECTION            PIC 9(01).
008600     05 FR-HOUSEHOLD-ID       PIC 9(09).
008700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
008800     05 FR-IEP-FLAG           PIC X(01).
008900     05 FR-DOB                PIC 9(08).
009000     05 FR-SCHOOL-CODE        PIC 9(02).
009100     05 FR-GENDER             PIC X(01).
009200     05 FR-RACE-ETH           PIC X(01).
009300
009400 FD  BADGE-LOG.
009500*----------------------------------------------------------------
009600* ONE ROW PER BADGE EVER ISSUED, IN STUDENT-ID AND SERIAL ORDER.
009700* THE SERIAL COUNTS A STUDENT'S CARDS FROM 01 AND IS PART OF THE
009800* BARCODE, SO AN OLD CARD SCANS AS ITSELF.  THE POS, THE ABSENCE
009900* LINE AND THE BUS READERS HONOR ONLY STATUS C.
010000*   BL-STATUS  C CURRENT
010100*              S SUPERSEDED BY A NEWER CARD
010200*              B BLOCKED -- REPORTED LOST OR STOLEN
010300*              W STUDENT NO LONGER ON ROSTERF
010400*   BL-REASON  N NEW -- NO CURRENT CARD
010500*              G GRADE OR BUILDING CHANGED
010600*              R REPLACEMENT REQUESTED ON BADGETX
010700*----------------------------------------------------------------
010800 01  BADGE-LOG-RECORD.
010900     05 BL-STUDENT-ID         PIC 9(09).
011000     05 BL-SERIAL             PIC 9(02).
011100     05 BL-STATUS             PIC X(01).
011200     05 BL-ISSUE-DATE         PIC 9(08).
011300     05 BL-REASON             PIC X(01).
011400     05 BL-GRADE              PIC 9(02).
011500     05 BL-SCHOOL-CODE        PIC 9(02).
011600     05 BL-STATUS-DATE        PIC 9(08).
011700
011800 FD  BADGE-TRANSACTIONS.
011900*----------------------------------------------------------------
012000* ONE CARD PER REPLACEMENT THE OFFICE TAKES: THE STUDENT, WHY
012100* (L LOST, S STOLEN, D DAMAGED) AND Y IN THE WAIVE COLUMN WHEN
012200* THE OFFICE HAS EXCUSED THE FEE.
012300*----------------------------------------------------------------
012400 01  TX-RECORD.
012500     05 BT-STUDENT-ID         PIC 9(09).
012600     05 FILLER                PIC X(01).
012700     05 BT-REASON             PIC X(01).
012800        88 BT-REASON-VALID              VALUE "L" "S" "D".
012900        88 BT-CARD-MISSING              VALUE "L" "S".
013000     05 FILLER                PIC X(01).
013100     05 BT-WAIVE              PIC X(01).
013200        88 BT-FEE-WAIVED                VALUE "Y".
013300
013400 FD  REJECT-FILE.
013500*----------------------------------------------------------------
013600* TX IMAGE LEADING, REASON TRAILING -- THE SAME SHAPE THE
013700* ENROLLMENT BATCH WRITES.
013800*----------------------------------------------------------------
013900 01  REJ-RECORD.
014000     05 REJ-TX-IMAGE          PIC X(13).
014100     05 FILLER                PIC X(01).
014200     05 REJ-REASON            PIC X(08).
014300
014400 FD  BADGE-PRINT-FILE.
014500*----------------------------------------------------------------
014600* THE BADGE VENDOR'S PRINT FILE, ONE ROW PER CARD.  BP-BARCODE IS
014700* THE CODE 39 TEXT: START *, STUDENT ID, CARD SERIAL, STOP *.
014800*----------------------------------------------------------------
014900 01  BADGE-PRINT-RECORD.
015000     05 BP-NAME               PIC X(60).
015100     05 BP-STUDENT-ID         PIC 9(09).
015200     05 BP-GRADE              PIC 9(02).
015300     05 BP-SCHOOL-CODE        PIC 9(02).
015400     05 BP-HOMEROOM-TEACHER   PIC X(30).
015500     05 BP-HOMEROOM-SECTION   PIC 9(01).
015600     05 BP-BARCODE.
015700        10 BP-BAR-START       PIC X(01).
015800        10 BP-BAR-STUDENT-ID  PIC 9(09).
015900        10 BP-BAR-SERIAL      PIC 9(02).
016000        10 BP-BAR-STOP        PIC X(01).
016100     05 BP-ISSUE-DATE         PIC 9(08).
016200
016300 FD  FEE-LEDGER.
016400*----------------------------------------------------------------
016500* LAYOUT MUST MATCH GRADE-SCHOOL-FEES' FEE-LEDGER-RECORD.
016600*----------------------------------------------------------------
016700 01  FEE-LEDGER-RECORD.
016800     05 FL-STUDENT-ID         PIC 9(09).
016900     05 FL-DATE               PIC 9(08).
017000     05 FL-TYPE               PIC X(01).
017100     05 FL-AMOUNT             PIC 9(05)V99.
017200     05 FL-REASON             PIC X(12).
017300     05 FL-SOURCE             PIC X(08).
017400
017500 FD  BADGE-REPORT.
017600 01  RPT-LINE                 PIC X(100).
017700
017800 FD  LAYOUT-CONTROL.
017900*----------------------------------------------------------------
018000* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018100* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018200*----------------------------------------------------------------
018300 01  LAYOUT-CONTROL-RECORD.
018400     05 LC-DATASET            PIC X(08).
018500     05 LC-VERSION            PIC 9(03).
018600     05 LC-LENGTH             PIC 9(05).
018700     05 LC-EFFECTIVE-DATE     PIC 9(08).
018800
018900 FD  LAYOUT-USAGE-LOG.
019000*----------------------------------------------------------------
019100* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
019200* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
019300*----------------------------------------------------------------
019400 01  LAYOUT-USAGE-RECORD.
019500     05 LU-TIMESTAMP          PIC 9(14).
019600     05 LU-PROGRAM            PIC X(24).
019700     05 LU-DATASET            PIC X(08).
019800     05 LU-VERSION            PIC 9(03).
019900     05 LU-LENGTH             PIC 9(05).
020000     05 LU-RESULT             PIC X(08).
020100
020200 FD  OPS-ERROR-LOG.
020300*----------------------------------------------------------------
020400* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
020500* SHARED SHOP-WIDE ERROR LOG.
020600*----------------------------------------------------------------
020700 01  OPS-ERROR-RECORD.
020800     05 OE-TIMESTAMP          PIC 9(14).
020900     05 OE-PROGRAM            PIC X(20).
021000     05 OE-FILE-NAME          PIC X(08).
021100     05 OE-OPERATION          PIC X(08).
021200     05 OE-STATUS             PIC XX.
021300
021400 WORKING-STORAGE SECTION.
021500 01 WS-FILE-STATUS             PIC XX.
021600 01 WS-BL-STATUS               PIC XX.
021700 01 WS-TX-STATUS               PIC XX.
021800 01 WS-REJECT-STATUS           PIC XX.
021900 01 WS-BP-STATUS               PIC XX.
022000 01 WS-FEE-STATUS              PIC XX.
022100 01 WS-TODAY                   PIC 9(08).
022200 01 WS-REJECT-REASON           PIC X(08).
022300 01 WS-ISSUE-REASON            PIC X(01).
022400 01 WS-ISSUE-TEXT              PIC X(24).
022500 01 WS-NEW-COUNT               PIC 9(05) COMP VALUE ZERO.
022600 01 WS-CHANGE-COUNT            PIC 9(05) COMP VALUE ZERO.
022700 01 WS-REPLACE-COUNT           PIC 9(05) COMP VALUE ZERO.
022800 01 WS-FEE-COUNT               PIC 9(05) COMP VALUE ZERO.
022900 01 WS-CHECK-FAIL-COUNT        PIC 9(05) COMP VALUE ZERO.
023000 01 WS-WITHDRAWN-COUNT         PIC 9(05) COMP VALUE ZERO.
023100 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
023200 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
023300 01 WS-COUNT-EDIT              PIC ZZZZ9.
023400* BOARD CHARGE FOR A REPLACEMENT BADGE.
023500 01 WS-REPLACEMENT-FEE         PIC 9(03)V99 VALUE 5.00.
023600
023700*----------------------------------------------------------------
023800* BADGELOG AS LOADED, IN STUDENT-ID AND SERIAL ORDER; CARDS
023900* ISSUED THIS RUN ARE ADDED AT THE END AND THE TABLE IS RE-SORTED
024000* BEFORE IT IS WRITTEN BACK.  BLT-SEEN MARKS A STUDENT FOUND ON
024100* ROSTERF THIS RUN.
024200*----------------------------------------------------------------
024300 01 WS-BL-COUNT                PIC 9(05) COMP VALUE ZERO.
024400 01 WS-BL-LOADED               PIC 9(05) COMP.
024500 01 WS-BL-PTR                  PIC 9(05) COMP.
024600 01 WS-CURRENT-INDX            PIC 9(05) COMP.
024700 01 WS-LAST-SERIAL             PIC 9(02).
024800 01 BADGE-LOG-TABLE.
024900     02 BLT-ROW               OCCURS 1 TO 20000 TIMES
025000                                 DEPENDING ON WS-BL-COUNT.
025100        05 BLT-STUDENT-ID     PIC 9(09).
025200        05 BLT-SERIAL         PIC 9(02).
025300        05 BLT-STATUS         PIC X(01).
025400        05 BLT-ISSUE-DATE     PIC 9(08).
025500        05 BLT-REASON         PIC X(01).
025600        05 BLT-GRADE          PIC 9(02).
025700        05 BLT-SCHOOL-CODE    PIC 9(02).
025800        05 BLT-STATUS-DATE    PIC 9(08).
025900        05 BLT-SEEN           PIC X(01).
026000
026100*----------------------------------------------------------------
026200* THE NIGHT'S REPLACEMENT REQUESTS, SORTED BY STUDENT SO THEY
026300* MATCH ROSTERF IN ONE PASS.  RQ-USED MARKS ONE THAT FOUND ITS
026400* STUDENT; THE REST ARE REJECTED NOTFOUND AT THE END.
026500*----------------------------------------------------------------
026600 01 WS-RQ-COUNT                PIC 9(04) COMP VALUE ZERO.
026700 01 WS-RQ-PTR                  PIC 9(04) COMP.
026800 01 WS-RQ-INDX                 PIC 9(04) COMP.
026900 01 REQUEST-TABLE.
027000     02 RQ-ROW                OCCURS 1 TO 2000 TIMES
027100                                 DEPENDING ON WS-RQ-COUNT.
027200        05 RQ-STUDENT-ID      PIC 9(09).
027300        05 RQ-IMAGE           PIC X(13).
027400        05 RQ-REASON          PIC X(01).
027500        05 RQ-WAIVE           PIC X(01).
027600        05 RQ-USED            PIC X(01).
027700
027800*----------------------------------------------------------------
027900* THE SAME LUHN DOUBLING SUM GRADE-SCHOOL'S
028000* VALIDATE-STUDENT-ID-CHECK-DIGIT RUNS, SO A BADGE IS NEVER
028100* PRINTED WITH AN ID THE SCANNERS WILL REFUSE.
028200*----------------------------------------------------------------
028300 01 WS-SID-BASE                PIC 9(08) COMP.
028400 01 WS-SID-WORK                PIC 9(08) COMP.
028500 01 WS-SID-DIGIT               PIC 9.
028600 01 WS-SID-DOUBLE              PIC 99.
028700 01 WS-SID-SUM                 PIC 9(04) COMP.
028800 01 WS-SID-POS                 PIC 99 COMP.
028900 01 WS-SID-CHECK               PIC 9.
029000 01 WS-SID-CHECK-DIGIT         PIC 9.
029100 01 WS-ID-CHECK-SWITCH         PIC X VALUE "Y".
029200     88 ID-CHECK-DIGIT-VALID             VALUE "Y".
029300     88 ID-CHECK-DIGIT-INVALID           VALUE "N".
029400 01 I                          PIC 9(05) COMP.
029500
029600*----------------------------------------------------------------
029700* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
029800* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
029900*----------------------------------------------------------------
030000 01 WS-LC-STATUS               PIC XX.
030100 01 WS-LU-STATUS               PIC XX.
030200 01 WS-OPS-LOG-STATUS          PIC XX.
030300 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
030400     88 LAYOUT-MISMATCH                  VALUE "Y".
030500 01 WS-LK-DATASET              PIC X(08).
030600 01 WS-LK-VERSION              PIC 9(03).
030700 01 WS-LK-LENGTH               PIC 9(05).
030800 01 WS-LK-RESULT               PIC X(08).
030900 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
031000 01 WS-LC-INDX                 PIC 9(03) COMP.
031100 01 LAYOUT-CONTROL-TABLE.
031200     02 LCT-ROW               OCCURS 50 TIMES.
031300        05 LCT-DATASET        PIC X(08).
031400        05 LCT-VERSION        PIC 9(03).
031500        05 LCT-LENGTH         PIC 9(05).
031600
031700 PROCEDURE DIVISION.
031800
031900 0000-MAINLINE.
032000     PERFORM 9800-CHECK-LAYOUTS
032100     IF LAYOUT-MISMATCH
032200        MOVE 16 TO RETURN-CODE
032300        GOBACK
032400     END-IF
032500     PERFORM 1000-INITIALIZE
032600     PERFORM 2000-SELECT-BADGES
032700     PERFORM 3000-CLOSE-OUT
032800     PERFORM 5000-TERMINATE
032900     GOBACK.
033000
033100 1000-INITIALIZE.
033200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
033300     PERFORM 1100-LOAD-BADGE-LOG.
033400     MOVE WS-BL-COUNT TO WS-BL-LOADED.
033500     OPEN EXTEND REJECT-FILE.
033600     IF WS-REJECT-STATUS = "35"
033700        OPEN OUTPUT REJECT-FILE
033800     END-IF.
033900     PERFORM 1200-LOAD-REQUESTS.
034000     OPEN OUTPUT BADGE-PRINT-FILE.
034100     OPEN EXTEND FEE-LEDGER.
034200     IF WS-FEE-STATUS = "35"
034300        OPEN OUTPUT FEE-LEDGER
034400     END-IF.
034500     OPEN OUTPUT BADGE-REPORT.
034600     MOVE SPACES TO RPT-LINE.
034700     STRING "STUDENT ID BADGES -- RUN " DELIMITED BY SIZE
034800         WS-TODAY DELIMITED BY SIZE
034900         INTO RPT-LINE
035000     END-STRING.
035100     WRITE RPT-LINE.
035200     MOVE SPACES TO RPT-LINE.
035300     WRITE RPT-LINE.
035400     MOVE SPACES TO RPT-LINE.
035500     MOVE "STUDENT" TO RPT-LINE(1:7).
035600     MOVE "NAME" TO RPT-LINE(12:4).
035700     MOVE "GR" TO RPT-LINE(44:2).
035800     MOVE "BLDG" TO RPT-LINE(47:4).
035900     MOVE "CARD" TO RPT-LINE(52:4).
036000     MOVE "ACTION" TO RPT-LINE(58:6).
036100     WRITE RPT-LINE.
036200
036300 1100-LOAD-BADGE-LOG.
036400     OPEN INPUT BADGE-LOG.
036500     IF WS-BL-STATUS NOT = "00"
036600        MOVE "10" TO WS-BL-STATUS
036700        EXIT PARAGRAPH
036800     END-IF.
036900     PERFORM UNTIL WS-BL-STATUS NOT = "00"
037000        READ BADGE-LOG
037100            AT END MOVE "10" TO WS-BL-STATUS
037200        END-READ
037300        IF WS-BL-STATUS = "00"
037400           AND WS-BL-COUNT < 20000
037500           ADD 1 TO WS-BL-COUNT
037600           MOVE BL-STUDENT-ID TO BLT-STUDENT-ID(WS-BL-COUNT)
037700           MOVE BL-SERIAL TO BLT-SERIAL(WS-BL-COUNT)
037800           MOVE BL-STATUS TO BLT-STATUS(WS-BL-COUNT)
037900           MOVE BL-ISSUE-DATE TO BLT-ISSUE-DATE(WS-BL-COUNT)
038000           MOVE BL-REASON TO BLT-REASON(WS-BL-COUNT)
038100           MOVE BL-GRADE TO BLT-GRADE(WS-BL-COUNT)
038200           MOVE BL-SCHOOL-CODE TO BLT-SCHOOL-CODE(WS-BL-COUNT)
038300           MOVE BL-STATUS-DATE TO BLT-STATUS-DATE(WS-BL-COUNT)
038400           MOVE "N" TO BLT-SEEN(WS-BL-COUNT)
038500        END-IF
038600     END-PERFORM.
038700     CLOSE BADGE-LOG.
038800
038900*----------------------------------------------------------------
039000* A CARD WITH A BAD ID OR REASON IS REJECTED NOW; THE REST WAIT
039100* FOR THEIR STUDENT'S TURN IN THE ROSTER PASS.
039200*----------------------------------------------------------------
039300 1200-LOAD-REQUESTS.
039400     OPEN INPUT BADGE-TRANSACTIONS.
039500     IF WS-TX-STATUS NOT = "00"
039600        MOVE "10" TO WS-TX-STATUS
039700        EXIT PARAGRAPH
039800     END-IF.
039900     PERFORM UNTIL WS-TX-STATUS NOT = "00"
040000        READ BADGE-TRANSACTIONS
040100            AT END MOVE "10" TO WS-TX-STATUS
040200        END-READ
040300        IF WS-TX-STATUS = "00"
040400           PERFORM 1210-LOAD-ONE-REQUEST
040500        END-IF
040600     END-PERFORM.
040700     CLOSE BADGE-TRANSACTIONS.
040800     IF WS-RQ-COUNT > 1
040900        SORT RQ-ROW ASCENDING RQ-STUDENT-ID
041000     END-IF.
041100
041200 1210-LOAD-ONE-REQUEST.
041300     IF BT-STUDENT-ID IS NOT NUMERIC
041400        MOVE SPACES TO REJ-RECORD
041500        MOVE TX-RECORD TO REJ-TX-IMAGE
041600        MOVE "NOTFOUND" TO WS-REJECT-REASON
041700        PERFORM 2900-WRITE-REJECT
041800        EXIT PARAGRAPH
041900     END-IF.
042000     IF NOT BT-REASON-VALID
042100        MOVE SPACES TO REJ-RECORD
042200        MOVE TX-RECORD TO REJ-TX-IMAGE
042300        MOVE "REASON" TO WS-REJECT-REASON
042400        PERFORM 2900-WRITE-REJECT
042500        EXIT PARAGRAPH
042600     END-IF.
042700     IF WS-RQ-COUNT >= 2000
042800        ADD 1 TO WS-OVERFLOW-COUNT
042900        EXIT PARAGRAPH
043000     END-IF.
043100     ADD 1 TO WS-RQ-COUNT.
043200     MOVE BT-STUDENT-ID TO RQ-STUDENT-ID(WS-RQ-COUNT).
043300     MOVE TX-RECORD TO RQ-IMAGE(WS-RQ-COUNT).
043400     MOVE BT-REASON TO RQ-REASON(WS-RQ-COUNT).
043500     MOVE BT-WAIVE TO RQ-WAIVE(WS-RQ-COUNT).
043600     MOVE "N" TO RQ-USED(WS-RQ-COUNT).
043700
043800*----------------------------------------------------------------
043900* ROSTERF, THE LOADED BADGELOG AND THE REQUESTS ARE ALL IN
044000* STUDENT-ID ORDER, SO ONE FORWARD POINTER INTO EACH TABLE WALKS
044100* THEM ALONGSIDE THE ROSTER.
044200*----------------------------------------------------------------
044300 2000-SELECT-BADGES.
044400     MOVE 1 TO WS-BL-PTR.
044500     MOVE 1 TO WS-RQ-PTR.
044600     OPEN INPUT ROSTER-FILE.
044700     MOVE 0 TO FR-STUDENT-ID.
044800     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
044900         INVALID KEY MOVE "10" TO WS-FILE-STATUS
045000     END-START.
045100     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
045200        READ ROSTER-FILE NEXT RECORD
045300            AT END MOVE "10" TO WS-FILE-STATUS
045400        END-READ
045500        IF WS-FILE-STATUS = "00"
045600           PERFORM 2100-CHECK-ONE-STUDENT
045700        END-IF
045800     END-PERFORM.
045900     CLOSE ROSTER-FILE.
046000
046100 2100-CHECK-ONE-STUDENT.
046200*    THE STUDENT'S CURRENT CARD AND HIGHEST SERIAL SO FAR.
046300     MOVE 0 TO WS-CURRENT-INDX.
046400     MOVE 0 TO WS-LAST-SERIAL.
046500     PERFORM UNTIL WS-BL-PTR > WS-BL-LOADED
046600              OR BLT-STUDENT-ID(WS-BL-PTR) >= FR-STUDENT-ID
046700        ADD 1 TO WS-BL-PTR
046800     END-PERFORM.
046900     PERFORM UNTIL WS-BL-PTR > WS-BL-LOADED
047000              OR BLT-STUDENT-ID(WS-BL-PTR) NOT = FR-STUDENT-ID
047100        MOVE "Y" TO BLT-SEEN(WS-BL-PTR)
047200        IF BLT-STATUS(WS-BL-PTR) = "C"
047300           MOVE WS-BL-PTR TO WS-CURRENT-INDX
047400        END-IF
047500        IF BLT-SERIAL(WS-BL-PTR) > WS-LAST-SERIAL
047600           MOVE BLT-SERIAL(WS-BL-PTR) TO WS-LAST-SERIAL
047700        END-IF
047800        ADD 1 TO WS-BL-PTR
047900     END-PERFORM.
048000*    THE STUDENT'S REPLACEMENT REQUEST, IF ANY -- A SECOND CARD
048100*    THE SAME NIGHT IS THE SAME CARD KEYED TWICE.
048200     MOVE 0 TO WS-RQ-INDX.
048300     PERFORM UNTIL WS-RQ-PTR > WS-RQ-COUNT
048400              OR RQ-STUDENT-ID(WS-RQ-PTR) > FR-STUDENT-ID
048500        IF RQ-STUDENT-ID(WS-RQ-PTR) = FR-STUDENT-ID
048600           MOVE "Y" TO RQ-USED(WS-RQ-PTR)
048700           IF WS-RQ-INDX = 0
048800              MOVE WS-RQ-PTR TO WS-RQ-INDX
048900           END-IF
049000        END-IF
049100        ADD 1 TO WS-RQ-PTR
049200     END-PERFORM.
049300     MOVE SPACE TO WS-ISSUE-REASON.
049400     EVALUATE TRUE
049500         WHEN WS-CURRENT-INDX = 0
049600             MOVE "N" TO WS-ISSUE-REASON
049700         WHEN WS-RQ-INDX > 0
049800             MOVE "R" TO WS-ISSUE-REASON
049900         WHEN BLT-GRADE(WS-CURRENT-INDX) NOT = FR-GRADE
050000           OR BLT-SCHOOL-CODE(WS-CURRENT-INDX)
050100              NOT = FR-SCHOOL-CODE
050200             MOVE "G" TO WS-ISSUE-REASON
050300         WHEN OTHER
050400             CONTINUE
050500     END-EVALUATE.
050600     IF WS-ISSUE-REASON = SPACE
050700        EXIT PARAGRAPH
050800     END-IF.
050900     PERFORM 2500-VALIDATE-CHECK-DIGIT.
051000     IF ID-CHECK-DIGIT-INVALID
051100        ADD 1 TO WS-CHECK-FAIL-COUNT
051200        IF WS-RQ-INDX > 0
051300           MOVE SPACES TO REJ-RECORD
051400           MOVE RQ-IMAGE(WS-RQ-INDX) TO REJ-TX-IMAGE
051500           MOVE "CHKDIGIT" TO WS-REJECT-REASON
051600           PERFORM 2900-WRITE-REJECT
051700        END-IF
051800        MOVE "HELD -- BAD CHECK DIGIT" TO WS-ISSUE-TEXT
051900        MOVE 0 TO WS-LAST-SERIAL
052000        PERFORM 2800-REPORT-LINE
052100        EXIT PARAGRAPH
052200     END-IF.
052300     IF WS-LAST-SERIAL = 99 OR WS-BL-COUNT >= 20000
052400        ADD 1 TO WS-OVERFLOW-COUNT
052500        MOVE "HELD -- BADGELOG FULL" TO WS-ISSUE-TEXT
052600        PERFORM 2800-REPORT-LINE
052700        EXIT PARAGRAPH
052800     END-IF.
052900     PERFORM 2200-ISSUE-BADGE.
053000
053100*----------------------------------------------------------------
053200* THE OLD CARD STOPS WORKING THE MOMENT THE NEW ONE IS LOGGED --
053300* BLOCKED IF IT IS OUT THERE LOST OR STOLEN, SUPERSEDED IF THE
053400* STUDENT STILL HAS IT.
053500*----------------------------------------------------------------
053600 2200-ISSUE-BADGE.
053700     IF WS-CURRENT-INDX > 0
053800        MOVE "S" TO BLT-STATUS(WS-CURRENT-INDX)
053900        IF WS-ISSUE-REASON = "R"
054000           IF RQ-REASON(WS-RQ-INDX) = "L"
054100              OR RQ-REASON(WS-RQ-INDX) = "S"
054200              MOVE "B" TO BLT-STATUS(WS-CURRENT-INDX)
054300           END-IF
054400        END-IF
054500        MOVE WS-TODAY TO BLT-STATUS-DATE(WS-CURRENT-INDX)
054600     END-IF.
054700     ADD 1 TO WS-LAST-SERIAL.
054800     ADD 1 TO WS-BL-COUNT.
054900     MOVE FR-STUDENT-ID TO BLT-STUDENT-ID(WS-BL-COUNT).
055000     MOVE WS-LAST-SERIAL TO BLT-SERIAL(WS-BL-COUNT).
055100     MOVE "C" TO BLT-STATUS(WS-BL-COUNT).
055200     MOVE WS-TODAY TO BLT-ISSUE-DATE(WS-BL-COUNT).
055300     MOVE WS-ISSUE-REASON TO BLT-REASON(WS-BL-COUNT).
055400     MOVE FR-GRADE TO BLT-GRADE(WS-BL-COUNT).
055500     MOVE FR-SCHOOL-CODE TO BLT-SCHOOL-CODE(WS-BL-COUNT).
055600     MOVE WS-TODAY TO BLT-STATUS-DATE(WS-BL-COUNT).
055700     MOVE "Y" TO BLT-SEEN(WS-BL-COUNT).
055800
055900     MOVE FR-NAME TO BP-NAME.
056000     MOVE FR-STUDENT-ID TO BP-STUDENT-ID.
056100     MOVE FR-GRADE TO BP-GRADE.
056200     MOVE FR-SCHOOL-CODE TO BP-SCHOOL-CODE.
056300     MOVE FR-TEACHER TO BP-HOMEROOM-TEACHER.
056400     MOVE FR-SECTION TO BP-HOMEROOM-SECTION.
056500     MOVE "*" TO BP-BAR-START.
056600     MOVE FR-STUDENT-ID TO BP-BAR-STUDENT-ID.
056700     MOVE WS-LAST-SERIAL TO BP-BAR-SERIAL.
056800     MOVE "*" TO BP-BAR-STOP.
056900     MOVE WS-TODAY TO BP-ISSUE-DATE.
057000     WRITE BADGE-PRINT-RECORD.
057100
057200     EVALUATE WS-ISSUE-REASON
057300         WHEN "N"
057400             ADD 1 TO WS-NEW-COUNT
057500             MOVE "NEW BADGE" TO WS-ISSUE-TEXT
057600         WHEN "G"
057700             ADD 1 TO WS-CHANGE-COUNT
057800             MOVE "GRADE/BUILDING CHANGE" TO WS-ISSUE-TEXT
057900         WHEN OTHER
058000             ADD 1 TO WS-REPLACE-COUNT
058100             MOVE "REPLACEMENT" TO WS-ISSUE-TEXT
058200             IF RQ-WAIVE(WS-RQ-INDX) = "Y"
058300                MOVE "REPLACEMENT -- NO FEE" TO WS-ISSUE-TEXT
058400             ELSE
058500                PERFORM 2300-CHARGE-REPLACEMENT
058600             END-IF
058700     END-EVALUATE.
058800     PERFORM 2800-REPORT-LINE.
058900
059000 2300-CHARGE-REPLACEMENT.
059100     MOVE FR-STUDENT-ID TO FL-STUDENT-ID.
059200     MOVE WS-TODAY TO FL-DATE.
059300     MOVE "C" TO FL-TYPE.
059400     MOVE WS-REPLACEMENT-FEE TO FL-AMOUNT.
059500     MOVE "BADGEREPL" TO FL-REASON.
059600     MOVE "BADGE" TO FL-SOURCE.
059700     WRITE FEE-LEDGER-RECORD.
059800     ADD 1 TO WS-FEE-COUNT.
059900
060000 2500-VALIDATE-CHECK-DIGIT.
060100     SET ID-CHECK-DIGIT-VALID TO TRUE.
060200     COMPUTE WS-SID-BASE =
060300         FUNCTION INTEGER(FR-STUDENT-ID / 10).
060400     MOVE FUNCTION MOD(FR-STUDENT-ID, 10) TO WS-SID-CHECK.
060500     MOVE WS-SID-BASE TO WS-SID-WORK.
060600     MOVE 0 TO WS-SID-SUM.
060700     PERFORM VARYING WS-SID-POS FROM 1 BY 1
060800              UNTIL WS-SID-POS > 8
060900        COMPUTE WS-SID-DIGIT = FUNCTION MOD(WS-SID-WORK, 10)
061000        IF FUNCTION MOD(WS-SID-POS, 2) NOT = 0
061100           COMPUTE WS-SID-DOUBLE = WS-SID-DIGIT * 2
061200           IF WS-SID-DOUBLE > 9
061300              SUBTRACT 9 FROM WS-SID-DOUBLE
061400           END-IF
061500           ADD WS-SID-DOUBLE TO WS-SID-SUM
061600        ELSE
061700           ADD WS-SID-DIGIT TO WS-SID-SUM
061800        END-IF
061900        COMPUTE WS-SID-WORK =
062000            FUNCTION INTEGER(WS-SID-WORK / 10)
062100     END-PERFORM.
062200     COMPUTE WS-SID-CHECK-DIGIT =
062300         FUNCTION MOD(10 - FUNCTION MOD(WS-SID-SUM, 10), 10).
062400     IF WS-SID-CHECK-DIGIT NOT = WS-SID-CHECK
062500        SET ID-CHECK-DIGIT-INVALID TO TRUE
062600     END-IF.
062700
062800 2800-REPORT-LINE.
062900     MOVE SPACES TO RPT-LINE.
063000     MOVE FR-STUDENT-ID TO RPT-LINE(1:9).
063100     MOVE FR-NAME(1:30) TO RPT-LINE(12:30).
063200     MOVE FR-GRADE TO RPT-LINE(44:2).
063300     MOVE FR-SCHOOL-CODE TO RPT-LINE(48:2).
063400     IF WS-LAST-SERIAL > 0
063500        MOVE WS-LAST-SERIAL TO RPT-LINE(53:2)
063600     END-IF.
063700     MOVE WS-ISSUE-TEXT TO RPT-LINE(58:24).
063800     IF WS-ISSUE-REASON = "R"
063900        IF RQ-REASON(WS-RQ-INDX) = "L"
064000           OR RQ-REASON(WS-RQ-INDX) = "S"
064100           MOVE "OLD CARD BLOCKED" TO RPT-LINE(84:16)
064200        END-IF
064300     END-IF.
064400     WRITE RPT-LINE.
064500
064600 2900-WRITE-REJECT.
064700     MOVE WS-REJECT-REASON TO REJ-REASON.
064800     WRITE REJ-RECORD.
064900     ADD 1 TO WS-REJECT-COUNT.
065000
065100*----------------------------------------------------------------
065200* A CURRENT CARD WHOSE STUDENT HAS LEFT ROSTERF IS RETIRED, AND A
065300* REQUEST THAT NEVER MET ITS STUDENT IS REJECTED.  THEN BADGELOG
065400* IS WRITTEN BACK IN ORDER.
065500*----------------------------------------------------------------
065600 3000-CLOSE-OUT.
065700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BL-LOADED
065800        IF BLT-SEEN(I) = "N"
065900           AND BLT-STATUS(I) = "C"
066000           MOVE "W" TO BLT-STATUS(I)
066100           MOVE WS-TODAY TO BLT-STATUS-DATE(I)
066200           ADD 1 TO WS-WITHDRAWN-COUNT
066300        END-IF
066400     END-PERFORM.
066500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RQ-COUNT
066600        IF RQ-USED(I) = "N"
066700           MOVE SPACES TO REJ-RECORD
066800           MOVE RQ-IMAGE(I) TO REJ-TX-IMAGE
066900           MOVE "NOTFOUND" TO WS-REJECT-REASON
067000           PERFORM 2900-WRITE-REJECT
067100        END-IF
067200     END-PERFORM.
067300     IF WS-BL-COUNT > 1
067400        SORT BLT-ROW ASCENDING BLT-STUDENT-ID BLT-SERIAL
067500     END-IF.
067600     OPEN OUTPUT BADGE-LOG.
067700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BL-COUNT
067800        MOVE BLT-STUDENT-ID(I) TO BL-STUDENT-ID
067900        MOVE BLT-SERIAL(I) TO BL-SERIAL
068000        MOVE BLT-STATUS(I) TO BL-STATUS
068100        MOVE BLT-ISSUE-DATE(I) TO BL-ISSUE-DATE
068200        MOVE BLT-REASON(I) TO BL-REASON
068300        MOVE BLT-GRADE(I) TO BL-GRADE
068400        MOVE BLT-SCHOOL-CODE(I) TO BL-SCHOOL-CODE
068500        MOVE BLT-STATUS-DATE(I) TO BL-STATUS-DATE
068600        WRITE BADGE-LOG-RECORD
068700     END-PERFORM.
068800     CLOSE BADGE-LOG.
068900
069000 5000-TERMINATE.
069100     MOVE SPACES TO RPT-LINE.
069200     WRITE RPT-LINE.
069300     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
069400     MOVE SPACES TO RPT-LINE.
069500     STRING "NEW " DELIMITED BY SIZE
069600         WS-COUNT-EDIT DELIMITED BY SIZE
069700         "   CHANGED " DELIMITED BY SIZE
069800         INTO RPT-LINE
069900     END-STRING.
070000     MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT.
070100     MOVE WS-COUNT-EDIT TO RPT-LINE(21:5).
070200     MOVE "REPLACED" TO RPT-LINE(29:8).
070300     MOVE WS-REPLACE-COUNT TO WS-COUNT-EDIT.
070400     MOVE WS-COUNT-EDIT TO RPT-LINE(38:5).
070500     MOVE "FAILED CHECK DIGIT" TO RPT-LINE(46:18).
070600     MOVE WS-CHECK-FAIL-COUNT TO WS-COUNT-EDIT.
070700     MOVE WS-COUNT-EDIT TO RPT-LINE(65:5).
070800     WRITE RPT-LINE.
070900     CLOSE BADGE-PRINT-FILE.
071000     CLOSE FEE-LEDGER.
071100     CLOSE REJECT-FILE.
071200     CLOSE BADGE-REPORT.
071300     DISPLAY "GRADE-SCHOOL-BADGE COMPLETE".
071400     DISPLAY "  NEW BADGES:             " WS-NEW-COUNT.
071500     DISPLAY "  GRADE/BUILDING CHANGES: " WS-CHANGE-COUNT.
071600     DISPLAY "  REPLACEMENTS:           " WS-REPLACE-COUNT.
071700     DISPLAY "  FEES CHARGED:           " WS-FEE-COUNT.
071800     DISPLAY "  FAILED CHECK DIGIT:     " WS-CHECK-FAIL-COUNT.
071900     DISPLAY "  CARDS RETIRED:          " WS-WITHDRAWN-COUNT.
072000     DISPLAY "  REQUESTS REJECTED:      " WS-REJECT-COUNT.
072100     IF WS-REJECT-COUNT > 0 OR WS-CHECK-FAIL-COUNT > 0
072200        MOVE 4 TO RETURN-CODE
072300     END-IF.
072400     IF WS-OVERFLOW-COUNT > 0
072500        DISPLAY "  TABLE FULL -- NOT DONE:  " WS-OVERFLOW-COUNT
072600        MOVE 4 TO RETURN-CODE
072700     END-IF.
072800
072900*----------------------------------------------------------------
073000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
073100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
073200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
073300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
073400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
073500*----------------------------------------------------------------
073600 9800-CHECK-LAYOUTS.
073700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
073800     OPEN EXTEND LAYOUT-USAGE-LOG.
073900     IF WS-LU-STATUS = "35"
074000        OPEN OUTPUT LAYOUT-USAGE-LOG
074100     END-IF.
074200     MOVE "ROSTERF" TO WS-LK-DATASET.
074300     MOVE 3 TO WS-LK-VERSION.
074400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
074500     PERFORM 9820-CHECK-ONE-LAYOUT.
074600     CLOSE LAYOUT-USAGE-LOG.
074700
074800 9810-LOAD-LAYOUT-CONTROL.
074900     MOVE 0 TO WS-LC-COUNT.
075000     OPEN INPUT LAYOUT-CONTROL.
075100     IF WS-LC-STATUS NOT = "00"
075200        EXIT PARAGRAPH
075300     END-IF.
075400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
075500        READ LAYOUT-CONTROL
075600            AT END MOVE "10" TO WS-LC-STATUS
075700        END-READ
075800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
075900           ADD 1 TO WS-LC-COUNT
076000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
076100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
076200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
076300        END-IF
076400     END-PERFORM.
076500     CLOSE LAYOUT-CONTROL.
076600
076700*----------------------------------------------------------------
076800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
076900* AS NOCTL.
077000*----------------------------------------------------------------
077100 9820-CHECK-ONE-LAYOUT.
077200     MOVE "NOCTL" TO WS-LK-RESULT.
077300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
077400             UNTIL WS-LC-INDX > WS-LC-COUNT
077500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
077600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
077700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
077800              MOVE "CURRENT" TO WS-LK-RESULT
077900           ELSE
078000              MOVE "MISMATCH" TO WS-LK-RESULT
078100           END-IF
078200        END-IF
078300     END-PERFORM.
078400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
078500     MOVE "GRADE-SCHOOL-BADGE" TO LU-PROGRAM.
078600     MOVE WS-LK-DATASET TO LU-DATASET.
078700     MOVE WS-LK-VERSION TO LU-VERSION.
078800     MOVE WS-LK-LENGTH TO LU-LENGTH.
078900     MOVE WS-LK-RESULT TO LU-RESULT.
079000     WRITE LAYOUT-USAGE-RECORD.
079100     IF WS-LK-RESULT NOT = "MISMATCH"
079200        EXIT PARAGRAPH
079300     END-IF.
079400     SET LAYOUT-MISMATCH TO TRUE.
079500     DISPLAY "GRADE-SCHOOL-BADGE HALTED: " WS-LK-DATASET
079600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
079700         " DOES NOT MATCH LAYOUTCT".
079800     OPEN EXTEND OPS-ERROR-LOG.
079900     IF WS-OPS-LOG-STATUS = "35"
080000        OPEN OUTPUT OPS-ERROR-LOG
080100     END-IF.
080200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
080300     MOVE "GRADE-SCHOOL-BADGE" TO OE-PROGRAM.
080400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
080500     MOVE "LAYOUT" TO OE-OPERATION.
080600     MOVE "16" TO OE-STATUS.
080700     WRITE OPS-ERROR-RECORD.
080800     CLOSE OPS-ERROR-LOG.
