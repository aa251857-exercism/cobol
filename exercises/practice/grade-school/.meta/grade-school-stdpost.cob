000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-STDPOST.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  STANDARDS-BASED MARKS POSTING -- THE ELEMENTARY
001100*                 BUILDINGS MARK EACH READING AND MATH STANDARD
001200*                 1-4 EVERY TERM INSTEAD OF A 4.0 COURSE GRADE,
001300*                 AND THOSE CARDS WERE STILL FILLED OUT BY HAND.
001400*                 THIS JOB READS ONE STDMKTX ROW PER STUDENT/
001500*                 STANDARD/TERM/MARK, APPLIES THE SAME ROSTER AND
001600*                 TERM-STATUS EDITS GRADE-SCHOOL-GRDBATCH DOES
001700*                 PLUS THE STANDARD'S STDMAST GRADE LEVEL, POSTS
001800*                 CLEAN ROWS TO STDMARKS (KEYED LIKE CRSGRADE),
001900*                 WRITES REJECTS WITH REASON CODES TO STDREJF (TX
002000*                 IMAGE LEADING, SO A CORRECTED REJECT FILE RUNS
002100*                 STRAIGHT BACK IN), AND WRITES A RUNCTL RECORD
002200*                 FOR THE MORNING BALANCE RUN.
002220* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002240*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002260*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002280*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002300*                 OPSERRLG ENTRY.
002305* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002310*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002315*                 LAYOUT VERSION 3.
002320*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MARK-TRANSACTIONS ASSIGN TO "STDMKTX"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TX-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT STANDARDS-MASTER ASSIGN TO "STDMAST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SD-STATUS.
004300
004400     SELECT TERM-STATUS-FILE ASSIGN TO "TERMSTAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TS-STATUS.
004700
004800     SELECT STANDARD-MARKS ASSIGN TO "STDMARKS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MK-KEY
005200         FILE STATUS IS WS-MK-FILE-STATUS.
005300
005400     SELECT REJECT-FILE ASSIGN TO "STDREJF"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REJECT-STATUS.
005700
005800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RUNCTL-STATUS.
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
006400 FD  MARK-TRANSACTIONS.
006500*----------------------------------------------------------------
006600* ONE ROW PER STUDENT/STANDARD/MARK OFF THE TEACHER'S SHEET.
006700*----------------------------------------------------------------
006800 01  TX-RECORD.
006900     05 MTX-STUDENT-ID        PIC 9(09).
007000     05 MTX-STANDARD          PIC X(20).
007100     05 MTX-TERM              PIC X(06).
007200     05 MTX-MARK              PIC 9(01).
007300
007400 FD  ROSTER-FILE.
007500*----------------------------------------------------------------
007600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
007700*----------------------------------------------------------------
007800 01  ROSTER-RECORD.
007900     05 FR-STUDENT-ID         PIC 9(09).
008000     05 FR-NAME               PIC X(60).
008100     05 FR-GRADE              PIC 9(02).
008200     05 FR-TEACHER            PIC X(30).
008300     05 FR-SECTION            PIC 9(01).
008400     05 FR-HOUSEHOLD-ID       PIC 9(09).
008500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
008600     05 FR-IEP-FLAG           PIC X(01).
008700     05 FR-DOB                PIC 9(08).
008800     05 FR-SCHOOL-CODE        PIC 9(02).
008833     05 FR-GENDER             PIC X(01).
008866     05 FR-RACE-ETH           PIC X(01).
008900
009000 FD  STANDARDS-MASTER.
009100*----------------------------------------------------------------
009200* THE DISTRICT'S K-5 STANDARDS: ONE ROW PER STANDARD, THE
009300* SUBJECT IT PRINTS UNDER ON THE CARD (READ, MATH, ...), THE
009400* GRADE LEVEL IT IS TAUGHT AT, AND THE WORDING THE FAMILY SEES.
009500*----------------------------------------------------------------
009600 01  STANDARD-RECORD.
009700     05 SD-STANDARD           PIC X(20).
009800     05 SD-SUBJECT            PIC X(04).
009900     05 SD-GRADE-LEVEL        PIC 9(02).
010000     05 SD-DESCRIPTION        PIC X(50).
010100
010200 FD  TERM-STATUS-FILE.
010300*----------------------------------------------------------------
010400* LAYOUT MUST MATCH GRADE-SCHOOL'S TERM-STATUS-RECORD.
010500*----------------------------------------------------------------
010600 01  TERM-STATUS-RECORD.
010700     05 TS-TERM               PIC X(06).
010800     05 TS-STATUS             PIC X(01).
010900
011000 FD  STANDARD-MARKS.
011100*----------------------------------------------------------------
011200* ONE 1-4 MARK PER STUDENT PER STANDARD PER TERM, KEYED THE WAY
011300* CRSGRADE IS (STUDENT/STANDARD/TERM).  4 = EXCEEDS, 3 = MEETS,
011400* 2 = APPROACHING, 1 = BEGINNING.
011500*----------------------------------------------------------------
011600 01  MK-RECORD.
011700     05 MK-KEY.
011800        10 MK-STUDENT-ID      PIC 9(09).
011900        10 MK-STANDARD        PIC X(20).
012000        10 MK-TERM            PIC X(06).
012100     05 MK-MARK               PIC 9(01).
012200
012300 FD  REJECT-FILE.
012400*----------------------------------------------------------------
012500* THE FULL TX IMAGE LEADS THE RECORD, REASON TRAILING, SO A
012600* CORRECTED STDREJF RUNS BACK IN AS THE NEXT STDMKTX UNCHANGED.
012700*----------------------------------------------------------------
012800 01  REJ-RECORD.
012900     05 REJ-TX-IMAGE          PIC X(36).
013000     05 FILLER                PIC X(01).
013100     05 REJ-REASON            PIC X(08).
013200
013300 FD  RUN-CONTROL-FILE.
013400*----------------------------------------------------------------
013500* LAYOUT MUST MATCH GRADE-SCHOOL-BATCH'S RC-RECORD.
013600*----------------------------------------------------------------
013700 01  RC-RECORD.
013800     05 RC-JOB-NAME           PIC X(08).
013900     05 RC-RUN-DATE           PIC 9(08).
014000     05 RC-READS              PIC 9(07).
014100     05 RC-ADDS               PIC 9(07).
014200     05 RC-WITHDRAWS          PIC 9(07).
014300     05 RC-UPDATES            PIC 9(07).
014400     05 RC-PROMOTES           PIC 9(07).
014500     05 RC-GRADUATES          PIC 9(07).
014600     05 RC-RETAINS            PIC 9(07).
014700     05 RC-REJECTS            PIC 9(07).
014800     05 RC-BEFORE-COUNT       PIC 9(07).
014900     05 RC-AFTER-COUNT        PIC 9(07).
015000
015002 FD  LAYOUT-CONTROL.
015005*----------------------------------------------------------------
015008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
015010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
015013*----------------------------------------------------------------
015016 01  LAYOUT-CONTROL-RECORD.
015018     05 LC-DATASET            PIC X(08).
015021     05 LC-VERSION            PIC 9(03).
015024     05 LC-LENGTH             PIC 9(05).
015027     05 LC-EFFECTIVE-DATE     PIC 9(08).
015029
015032 FD  LAYOUT-USAGE-LOG.
015035*----------------------------------------------------------------
015037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
015040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
015043*----------------------------------------------------------------
015045 01  LAYOUT-USAGE-RECORD.
015048     05 LU-TIMESTAMP          PIC 9(14).
015051     05 LU-PROGRAM            PIC X(24).
015054     05 LU-DATASET            PIC X(08).
015056     05 LU-VERSION            PIC 9(03).
015059     05 LU-LENGTH             PIC 9(05).
015062     05 LU-RESULT             PIC X(08).
015064
015067 FD  OPS-ERROR-LOG.
015070*----------------------------------------------------------------
015072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015075* SHARED SHOP-WIDE ERROR LOG.
015078*----------------------------------------------------------------
015081 01  OPS-ERROR-RECORD.
015083     05 OE-TIMESTAMP          PIC 9(14).
015086     05 OE-PROGRAM            PIC X(20).
015089     05 OE-FILE-NAME          PIC X(08).
015091     05 OE-OPERATION          PIC X(08).
015094     05 OE-STATUS             PIC XX.
015097
015100 WORKING-STORAGE SECTION.
015200 01 WS-TX-STATUS               PIC XX.
015300 01 WS-FILE-STATUS             PIC XX.
015400 01 WS-SD-STATUS               PIC XX.
015500 01 WS-TS-STATUS               PIC XX.
015600 01 WS-MK-FILE-STATUS          PIC XX.
015700 01 WS-REJECT-STATUS           PIC XX.
015800 01 WS-RUNCTL-STATUS           PIC XX.
015900 01 WS-EOF-SWITCH              PIC X(01) VALUE "N".
016000     88 END-OF-TRANSACTIONS              VALUE "Y".
016100 01 WS-TX-COUNT                PIC 9(07) COMP VALUE ZERO.
016200 01 WS-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
016300 01 WS-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
016400 01 WS-BEFORE-COUNT            PIC 9(07) COMP VALUE ZERO.
016500 01 WS-AFTER-COUNT             PIC 9(07) COMP VALUE ZERO.
016600 01 WS-ELEM-MAX-GRADE          PIC 99 COMP VALUE 5.
016700 01 WS-REJECT-REASON           PIC X(08).
016800 01 WS-TX-VALID-SWITCH         PIC X VALUE "Y".
016900     88 TX-DATA-VALID                    VALUE "Y".
017000     88 TX-DATA-INVALID                  VALUE "N".
017100 01 I                          PIC 9(04) COMP.
017200 01 WS-SD-INDX                 PIC 9(04) COMP.
017300
017400 01 WS-SD-COUNT                PIC 9(04) COMP VALUE ZERO.
017500 01 STANDARDS-TABLE.
017600     02 SD-ROW                OCCURS 1 TO 1000 TIMES
017700                                 DEPENDING ON WS-SD-COUNT.
017800        05 SD-T-STANDARD      PIC X(20).
017900        05 SD-T-GRADE-LEVEL   PIC 9(02).
018000
018100 01 WS-TERM-COUNT              PIC 99 COMP VALUE ZERO.
018200 01 TERM-STATUS-TABLE.
018300     02 TS-ROW                OCCURS 1 TO 40 TIMES
018400                                 DEPENDING ON WS-TERM-COUNT.
018500        05 TS-T-TERM          PIC X(06).
018600        05 TS-T-STATUS        PIC X(01).
018700
018704*----------------------------------------------------------------
018709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
018713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
018718*----------------------------------------------------------------
018722 01 WS-LC-STATUS               PIC XX.
018727 01 WS-LU-STATUS               PIC XX.
018731 01 WS-OPS-LOG-STATUS          PIC XX.
018736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
018740     88 LAYOUT-MISMATCH                  VALUE "Y".
018745 01 WS-LK-DATASET              PIC X(08).
018750 01 WS-LK-VERSION              PIC 9(03).
018754 01 WS-LK-LENGTH               PIC 9(05).
018759 01 WS-LK-RESULT               PIC X(08).
018763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
018768 01 WS-LC-INDX                 PIC 9(03) COMP.
018772 01 LAYOUT-CONTROL-TABLE.
018777     02 LCT-ROW               OCCURS 50 TIMES.
018781        05 LCT-DATASET        PIC X(08).
018786        05 LCT-VERSION        PIC 9(03).
018790        05 LCT-LENGTH         PIC 9(05).
018795
018800 PROCEDURE DIVISION.
018900
019000 0000-MAINLINE.
019010     PERFORM 9800-CHECK-LAYOUTS
019020     IF LAYOUT-MISMATCH
019030        MOVE 16 TO RETURN-CODE
019040        GOBACK
019050     END-IF
019100     PERFORM 1000-INITIALIZE
019200     PERFORM 2000-PROCESS-TRANSACTIONS
019300         UNTIL END-OF-TRANSACTIONS
019400     PERFORM 3000-TERMINATE
019500     GOBACK.
019600
019700 1000-INITIALIZE.
019800     PERFORM 1100-LOAD-STANDARDS.
019900     PERFORM 1300-LOAD-TERM-STATUS.
020000     PERFORM 1400-COUNT-STDMARKS.
020100     MOVE WS-AFTER-COUNT TO WS-BEFORE-COUNT.
020200     OPEN INPUT ROSTER-FILE.
020300     OPEN EXTEND REJECT-FILE.
020400     IF WS-REJECT-STATUS = "35"
020500        OPEN OUTPUT REJECT-FILE
020600     END-IF.
020700     OPEN I-O STANDARD-MARKS.
020800     IF WS-MK-FILE-STATUS = "35"
020900        OPEN OUTPUT STANDARD-MARKS
021000        CLOSE STANDARD-MARKS
021100        OPEN I-O STANDARD-MARKS
021200     END-IF.
021300     OPEN INPUT MARK-TRANSACTIONS.
021400     IF WS-TX-STATUS NOT = "00"
021500        SET END-OF-TRANSACTIONS TO TRUE
021600     ELSE
021700        READ MARK-TRANSACTIONS
021800           AT END SET END-OF-TRANSACTIONS TO TRUE
021900        END-READ
022000     END-IF.
022100
022200 1100-LOAD-STANDARDS.
022300     OPEN INPUT STANDARDS-MASTER.
022400     IF WS-SD-STATUS NOT = "00"
022500        MOVE "10" TO WS-SD-STATUS
022600     ELSE
022700        PERFORM UNTIL WS-SD-STATUS NOT = "00"
022800           READ STANDARDS-MASTER
022900               AT END MOVE "10" TO WS-SD-STATUS
023000           END-READ
023100           IF WS-SD-STATUS = "00"
023200              AND WS-SD-COUNT < 1000
023300              ADD 1 TO WS-SD-COUNT
023400              MOVE SD-STANDARD TO SD-T-STANDARD(WS-SD-COUNT)
023500              MOVE SD-GRADE-LEVEL
023600                  TO SD-T-GRADE-LEVEL(WS-SD-COUNT)
023700           END-IF
023800        END-PERFORM
023900        CLOSE STANDARDS-MASTER
024000     END-IF.
024100
024200 1300-LOAD-TERM-STATUS.
024300     OPEN INPUT TERM-STATUS-FILE.
024400     IF WS-TS-STATUS NOT = "00"
024500        MOVE "10" TO WS-TS-STATUS
024600     ELSE
024700        PERFORM UNTIL WS-TS-STATUS NOT = "00"
024800           READ TERM-STATUS-FILE
024900               AT END MOVE "10" TO WS-TS-STATUS
025000           END-READ
025100           IF WS-TS-STATUS = "00"
025200              AND WS-TERM-COUNT < 40
025300              ADD 1 TO WS-TERM-COUNT
025400              MOVE TS-TERM TO TS-T-TERM(WS-TERM-COUNT)
025500              MOVE TS-STATUS TO TS-T-STATUS(WS-TERM-COUNT)
025600           END-IF
025700        END-PERFORM
025800        CLOSE TERM-STATUS-FILE
025900     END-IF.
026000
026100*----------------------------------------------------------------
026200* THE STDMARKS ROW COUNT BEFORE AND AFTER IS THE BALANCE PROOF:
026300* BEFORE + POSTED MUST EQUAL AFTER.
026400*----------------------------------------------------------------
026500 1400-COUNT-STDMARKS.
026600     MOVE 0 TO WS-AFTER-COUNT.
026700     OPEN INPUT STANDARD-MARKS.
026800     IF WS-MK-FILE-STATUS NOT = "00"
026900        MOVE "10" TO WS-MK-FILE-STATUS
027000     ELSE
027100        PERFORM UNTIL WS-MK-FILE-STATUS NOT = "00"
027200           READ STANDARD-MARKS NEXT RECORD
027300               AT END MOVE "10" TO WS-MK-FILE-STATUS
027400               NOT AT END ADD 1 TO WS-AFTER-COUNT
027500           END-READ
027600        END-PERFORM
027700        CLOSE STANDARD-MARKS
027800     END-IF.
027900     MOVE "00" TO WS-MK-FILE-STATUS.
028000
028100 2000-PROCESS-TRANSACTIONS.
028200     ADD 1 TO WS-TX-COUNT.
028300     PERFORM 2100-EDIT-ONE-ROW.
028400     IF TX-DATA-VALID
028500        PERFORM 2200-POST-ONE-MARK
028600     ELSE
028700        PERFORM 2300-WRITE-REJECT
028800     END-IF.
028900     READ MARK-TRANSACTIONS
029000         AT END SET END-OF-TRANSACTIONS TO TRUE
029100     END-READ.
029200
029300*----------------------------------------------------------------
029400* GRDBATCH'S EDITS, WITH THE STANDARD IN PLACE OF THE COURSE:
029500* THE TERM STILL OPEN, THE STUDENT ON ROSTERF AND IN GRADE 5 OR
029600* BELOW, THE STANDARD ON STDMAST AT THE STUDENT'S GRADE LEVEL,
029700* AND A MARK OF 1 THROUGH 4.
029800*----------------------------------------------------------------
029900 2100-EDIT-ONE-ROW.
030000     SET TX-DATA-VALID TO TRUE.
030100     MOVE SPACES TO WS-REJECT-REASON.
030200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TERM-COUNT
030300        IF TS-T-TERM(I) = MTX-TERM AND TS-T-STATUS(I) = "C"
030400           MOVE "TERMCLSD" TO WS-REJECT-REASON
030500           SET TX-DATA-INVALID TO TRUE
030600        END-IF
030700     END-PERFORM.
030800     IF TX-DATA-INVALID
030900        EXIT PARAGRAPH
031000     END-IF.
031100     IF MTX-MARK IS NOT NUMERIC
031200        OR MTX-MARK < 1 OR MTX-MARK > 4
031300        MOVE "BADMARK" TO WS-REJECT-REASON
031400        SET TX-DATA-INVALID TO TRUE
031500        EXIT PARAGRAPH
031600     END-IF.
031700     MOVE MTX-STUDENT-ID TO FR-STUDENT-ID.
031800     READ ROSTER-FILE
031900         INVALID KEY
032000            MOVE "NOTFOUND" TO WS-REJECT-REASON
032100            SET TX-DATA-INVALID TO TRUE
032200     END-READ.
032300     MOVE "00" TO WS-FILE-STATUS.
032400     IF TX-DATA-INVALID
032500        EXIT PARAGRAPH
032600     END-IF.
032700     IF FR-GRADE > WS-ELEM-MAX-GRADE
032800        MOVE "NOTELEM" TO WS-REJECT-REASON
032900        SET TX-DATA-INVALID TO TRUE
033000        EXIT PARAGRAPH
033100     END-IF.
033200     MOVE 0 TO WS-SD-INDX.
033300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SD-COUNT
033400        IF SD-T-STANDARD(I) = MTX-STANDARD
033500           MOVE I TO WS-SD-INDX
033600        END-IF
033700     END-PERFORM.
033800     IF WS-SD-INDX = 0
033900        MOVE "BADSTD" TO WS-REJECT-REASON
034000        SET TX-DATA-INVALID TO TRUE
034100        EXIT PARAGRAPH
034200     END-IF.
034300     IF FR-GRADE NOT = SD-T-GRADE-LEVEL(WS-SD-INDX)
034400        MOVE "GRADERNG" TO WS-REJECT-REASON
034500        SET TX-DATA-INVALID TO TRUE
034600     END-IF.
034700
034800 2200-POST-ONE-MARK.
034900     MOVE MTX-STUDENT-ID TO MK-STUDENT-ID.
035000     MOVE MTX-STANDARD TO MK-STANDARD.
035100     MOVE MTX-TERM TO MK-TERM.
035200     MOVE MTX-MARK TO MK-MARK.
035300*    A MARK ALREADY POSTED UNDER THE SAME KEY IS A REJECT, AS IN
035400*    GRDBATCH -- A CORRECTION IS A DELIBERATE OFFICE CHANGE.
035500     WRITE MK-RECORD
035600         INVALID KEY
035700            MOVE "DUPPOST" TO WS-REJECT-REASON
035800            PERFORM 2300-WRITE-REJECT
035900     END-WRITE.
036000     IF WS-MK-FILE-STATUS = "00"
036100        ADD 1 TO WS-POSTED-COUNT
036200     ELSE
036300        MOVE "00" TO WS-MK-FILE-STATUS
036400     END-IF.
036500
036600 2300-WRITE-REJECT.
036700     ADD 1 TO WS-REJECT-COUNT.
036800     MOVE TX-RECORD TO REJ-TX-IMAGE.
036900     MOVE WS-REJECT-REASON TO REJ-REASON.
037000     WRITE REJ-RECORD.
037100
037200 3000-TERMINATE.
037300     CLOSE MARK-TRANSACTIONS.
037400     CLOSE STANDARD-MARKS.
037500     CLOSE REJECT-FILE.
037600     CLOSE ROSTER-FILE.
037700     PERFORM 1400-COUNT-STDMARKS.
037800     PERFORM 3100-WRITE-RUN-CONTROL.
037900     DISPLAY "GRADE-SCHOOL-STDPOST ROWS READ:  " WS-TX-COUNT.
038000     DISPLAY "  MARKS POSTED:     " WS-POSTED-COUNT.
038100     DISPLAY "  REJECTED:         " WS-REJECT-COUNT.
038200     IF WS-REJECT-COUNT > 0
038300        MOVE 4 TO RETURN-CODE
038400     END-IF.
038500
038600 3100-WRITE-RUN-CONTROL.
038700     OPEN EXTEND RUN-CONTROL-FILE.
038800     IF WS-RUNCTL-STATUS = "35"
038900        OPEN OUTPUT RUN-CONTROL-FILE
039000     END-IF.
039100     MOVE "GSSTDPST" TO RC-JOB-NAME.
039200     MOVE FUNCTION CURRENT-DATE(1:8) TO RC-RUN-DATE.
039300     MOVE WS-TX-COUNT TO RC-READS.
039400     MOVE WS-POSTED-COUNT TO RC-ADDS.
039500     MOVE 0 TO RC-WITHDRAWS.
039600     MOVE 0 TO RC-UPDATES.
039700     MOVE 0 TO RC-PROMOTES.
039800     MOVE 0 TO RC-GRADUATES.
039900     MOVE 0 TO RC-RETAINS.
040000     MOVE WS-REJECT-COUNT TO RC-REJECTS.
040100     MOVE WS-BEFORE-COUNT TO RC-BEFORE-COUNT.
040200     MOVE WS-AFTER-COUNT TO RC-AFTER-COUNT.
040300     WRITE RC-RECORD.
040400     CLOSE RUN-CONTROL-FILE.
040500
040600*----------------------------------------------------------------
040700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
040800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
040900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
041000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
041100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
041200*----------------------------------------------------------------
041300 9800-CHECK-LAYOUTS.
041400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
041500     OPEN EXTEND LAYOUT-USAGE-LOG.
041600     IF WS-LU-STATUS = "35"
041700        OPEN OUTPUT LAYOUT-USAGE-LOG
041800     END-IF.
041900     MOVE "ROSTERF" TO WS-LK-DATASET.
042000     MOVE 3 TO WS-LK-VERSION.
042100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
042200     PERFORM 9820-CHECK-ONE-LAYOUT.
042300     CLOSE LAYOUT-USAGE-LOG.
042400
042500 9810-LOAD-LAYOUT-CONTROL.
042600     MOVE 0 TO WS-LC-COUNT.
042700     OPEN INPUT LAYOUT-CONTROL.
042800     IF WS-LC-STATUS NOT = "00"
042900        EXIT PARAGRAPH
043000     END-IF.
043100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
043200        READ LAYOUT-CONTROL
043300            AT END MOVE "10" TO WS-LC-STATUS
043400        END-READ
043500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
043600           ADD 1 TO WS-LC-COUNT
043700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
043800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
043900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
044000        END-IF
044100     END-PERFORM.
044200     CLOSE LAYOUT-CONTROL.
044300
044400*----------------------------------------------------------------
044500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
044600* AS NOCTL.
044700*----------------------------------------------------------------
044800 9820-CHECK-ONE-LAYOUT.
044900     MOVE "NOCTL" TO WS-LK-RESULT.
045000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
045100             UNTIL WS-LC-INDX > WS-LC-COUNT
045200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
045300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
045400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
045500              MOVE "CURRENT" TO WS-LK-RESULT
045600           ELSE
045700              MOVE "MISMATCH" TO WS-LK-RESULT
045800           END-IF
045900        END-IF
046000     END-PERFORM.
046100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
046200     MOVE "GRADE-SCHOOL-STDPOST" TO LU-PROGRAM.
046300     MOVE WS-LK-DATASET TO LU-DATASET.
046400     MOVE WS-LK-VERSION TO LU-VERSION.
046500     MOVE WS-LK-LENGTH TO LU-LENGTH.
046600     MOVE WS-LK-RESULT TO LU-RESULT.
046700     WRITE LAYOUT-USAGE-RECORD.
046800     IF WS-LK-RESULT NOT = "MISMATCH"
046900        EXIT PARAGRAPH
047000     END-IF.
047100     SET LAYOUT-MISMATCH TO TRUE.
047200     DISPLAY "GRADE-SCHOOL-STDPOST HALTED: " WS-LK-DATASET
047300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
047400         " DOES NOT MATCH LAYOUTCT".
047500     OPEN EXTEND OPS-ERROR-LOG.
047600     IF WS-OPS-LOG-STATUS = "35"
047700        OPEN OUTPUT OPS-ERROR-LOG
047800     END-IF.
047900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
048000     MOVE "GRADE-SCHOOL-STDPOST" TO OE-PROGRAM.
048100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
048200     MOVE "LAYOUT" TO OE-OPERATION.
048300     MOVE "16" TO OE-STATUS.
048400     WRITE OPS-ERROR-RECORD.
048500     CLOSE OPS-ERROR-LOG.
