000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CMTPOST.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  REPORT-CARD COMMENT POSTING -- TEACHERS USED TO
001100*                 HAND-WRITE EVERY COMMENT ON EVERY CARD.  THIS
001200*                 JOB READS ONE CMNTTX ROW PER STUDENT/COURSE/TERM
001300*                 CARRYING UP TO THREE CMNTBANK COMMENT CODES,
001400*                 RUNS EACH ROW THROUGH THE SAME TERM-LOCK,
001500*                 ROSTER AND CATALOG EDITS GRADE-SCHOOL-GRDBATCH
001600*                 APPLIES, CHECKS EVERY CODE AGAINST THE BANK,
001700*                 AND POSTS THE ROW TO CRSCMNT.  A ROW FOR A
001800*                 STUDENT/COURSE/TERM ALREADY ON FILE REPLACES
001900*                 ITS CODES WHILE THE TERM IS OPEN.  REJECTS GO
002000*                 TO CMTREJF WITH REASON CODES (TX IMAGE LEADING,
002100*                 SO A CORRECTED REJECT FILE RUNS STRAIGHT BACK
002200*                 IN).  GRADE-SCHOOL-RPTCARD PRINTS THE COMMENTS.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT COMMENT-TRANSACTIONS ASSIGN TO "CMNTTX"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TX-STATUS.
003300
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FR-STUDENT-ID
003800         FILE STATUS IS WS-FILE-STATUS.
003900
004000     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CAT-STATUS.
004300
004400     SELECT TERM-STATUS-FILE ASSIGN TO "TERMSTAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TS-STATUS.
004700
004800     SELECT COMMENT-BANK ASSIGN TO "CMNTBANK"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CB-STATUS.
005100
005200     SELECT COURSE-COMMENT-FILE ASSIGN TO "CRSCMNT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CM-KEY
005600         FILE STATUS IS WS-CM-FILE-STATUS.
005700
005800     SELECT REJECT-FILE ASSIGN TO "CMTREJF"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REJECT-STATUS.
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
007600 FD  COMMENT-TRANSACTIONS.
007700*----------------------------------------------------------------
007800* ONE ROW PER STUDENT/COURSE/TERM OFF THE TEACHER'S SHEET: UP TO
007900* THREE BANK CODES, LEFT-JUSTIFIED, UNUSED SLOTS BLANK.
008000*----------------------------------------------------------------
008100 01  TX-RECORD.
008200     05 CTX-STUDENT-ID        PIC 9(09).
008300     05 CTX-COURSE            PIC X(20).
008400     05 CTX-TERM              PIC X(06).
008500     05 CTX-CODE              PIC X(04) OCCURS 3 TIMES.
008600
008700 FD  ROSTER-FILE.
008800*----------------------------------------------------------------
008900* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009000*----------------------------------------------------------------
009100 01  ROSTER-RECORD.
009200     05 FR-STUDENT-ID         PIC 9(09).
009300     05 FR-NAME               PIC X(60).
009400     05 FR-GRADE              PIC 9(02).
009500     05 FR-TEACHER            PIC X(30).
009600     05 FR-SECTION            PIC 9(01).
009700     05 FR-HOUSEHOLD-ID       PIC 9(09).
009800*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009900     05 FR-IEP-FLAG           PIC X(01).
010000     05 FR-DOB                PIC 9(08).
010100     05 FR-SCHOOL-CODE        PIC 9(02).
010200     05 FR-GENDER             PIC X(01).
010300     05 FR-RACE-ETH           PIC X(01).
010400
010500 FD  COURSE-CATALOG.
010600*----------------------------------------------------------------
010700* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.  ONLY THE CODE
010800* AND THE GRADE RANGE MATTER HERE.
010900*----------------------------------------------------------------
011000 01  CATALOG-RECORD.
011100     05 CAT-COURSE-CODE       PIC X(20).
011200     05 CAT-TITLE             PIC X(40).
011300     05 CAT-MIN-GRADE         PIC 9(02).
011400     05 CAT-MAX-GRADE         PIC 9(02).
011500     05 CAT-WEIGHT            PIC 9V99.
011600     05 CAT-SESSION           PIC X.
011700     05 CAT-SUBJECT           PIC X(04).
011800     05 CAT-CREDITS           PIC 9V99.
011900     05 CAT-CERT-AREA         PIC X(04).
012000     05 CAT-FEE               PIC 9(03)V99.
012100
012200 FD  TERM-STATUS-FILE.
012300*----------------------------------------------------------------
012400* LAYOUT MUST MATCH GRADE-SCHOOL'S TERM-STATUS-RECORD.
012500*----------------------------------------------------------------
012600 01  TERM-STATUS-RECORD.
012700     05 TS-TERM               PIC X(06).
012800     05 TS-STATUS             PIC X(01).
012900
013000 FD  COMMENT-BANK.
013100*----------------------------------------------------------------
013200* THE DISTRICT COMMENT BANK: ONE ROW PER CODE PER LANGUAGE THE
013300* DISTRICT SUPPORTS (THE HM-LANGUAGE VALUES).  EVERY CODE MUST
013400* HAVE AN "EN" ROW -- IT IS WHAT PRINTS WHEN A HOUSEHOLD'S
013500* LANGUAGE HAS NO TRANSLATION YET.
013600*----------------------------------------------------------------
013700 01  COMMENT-BANK-RECORD.
013800     05 CB-CODE               PIC X(04).
013900     05 CB-LANGUAGE           PIC X(02).
014000     05 CB-TEXT               PIC X(60).
014100
014200 FD  COURSE-COMMENT-FILE.
014300*----------------------------------------------------------------
014400* ONE ROW PER STUDENT/COURSE/TERM, KEYED LIKE CRSGRADE.
014500*----------------------------------------------------------------
014600 01  CM-RECORD.
014700     05 CM-KEY.
014800        10 CM-STUDENT-ID      PIC 9(09).
014900        10 CM-COURSE          PIC X(20).
015000        10 CM-TERM            PIC X(06).
015100     05 CM-CODE               PIC X(04) OCCURS 3 TIMES.
015200     05 CM-POSTED-DATE        PIC 9(08).
015300
015400 FD  REJECT-FILE.
015500*----------------------------------------------------------------
015600* THE FULL TX IMAGE LEADS THE RECORD, REASON TRAILING, SO A
015700* CORRECTED CMTREJF RUNS BACK IN AS THE NEXT CMNTTX UNCHANGED.
015800*----------------------------------------------------------------
015900 01  REJ-RECORD.
016000     05 REJ-TX-IMAGE          PIC X(47).
016100     05 FILLER                PIC X(01).
016200     05 REJ-REASON            PIC X(08).
016300
016400 FD  LAYOUT-CONTROL.
016500*----------------------------------------------------------------
016600* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016700* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
016800*----------------------------------------------------------------
016900 01  LAYOUT-CONTROL-RECORD.
017000     05 LC-DATASET            PIC X(08).
017100     05 LC-VERSION            PIC 9(03).
017200     05 LC-LENGTH             PIC 9(05).
017300     05 LC-EFFECTIVE-DATE     PIC 9(08).
017400
017500 FD  LAYOUT-USAGE-LOG.
017600*----------------------------------------------------------------
017700* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
017800* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
017900*----------------------------------------------------------------
018000 01  LAYOUT-USAGE-RECORD.
018100     05 LU-TIMESTAMP          PIC 9(14).
018200     05 LU-PROGRAM            PIC X(24).
018300     05 LU-DATASET            PIC X(08).
018400     05 LU-VERSION            PIC 9(03).
018500     05 LU-LENGTH             PIC 9(05).
018600     05 LU-RESULT             PIC X(08).
018700
018800 FD  OPS-ERROR-LOG.
018900*----------------------------------------------------------------
019000* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
019100* SHARED SHOP-WIDE ERROR LOG.
019200*----------------------------------------------------------------
019300 01  OPS-ERROR-RECORD.
019400     05 OE-TIMESTAMP          PIC 9(14).
019500     05 OE-PROGRAM            PIC X(20).
019600     05 OE-FILE-NAME          PIC X(08).
019700     05 OE-OPERATION          PIC X(08).
019800     05 OE-STATUS             PIC XX.
019900
020000 WORKING-STORAGE SECTION.
020100 01 WS-TX-STATUS               PIC XX.
020200 01 WS-FILE-STATUS             PIC XX.
020300 01 WS-CAT-STATUS              PIC XX.
020400 01 WS-TS-STATUS               PIC XX.
020500 01 WS-CB-STATUS               PIC XX.
020600 01 WS-CM-FILE-STATUS          PIC XX.
020700 01 WS-REJECT-STATUS           PIC XX.
020800 01 WS-EOF-SWITCH              PIC X(01) VALUE "N".
020900     88 END-OF-TRANSACTIONS              VALUE "Y".
021000 01 WS-TX-COUNT                PIC 9(07) COMP VALUE ZERO.
021100 01 WS-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
021200 01 WS-REPLACED-COUNT          PIC 9(07) COMP VALUE ZERO.
021300 01 WS-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
021400 01 WS-REJECT-REASON           PIC X(08).
021500 01 WS-TODAY                   PIC 9(08).
021600 01 WS-TX-VALID-SWITCH         PIC X VALUE "Y".
021700     88 TX-DATA-VALID                    VALUE "Y".
021800     88 TX-DATA-INVALID                  VALUE "N".
021900 01 I                          PIC 9(04) COMP.
022000 01 WS-CAT-INDX                PIC 9(04) COMP.
022100 01 WS-CODE-INDX               PIC 9(01) COMP.
022200 01 WS-CODES-GIVEN             PIC 9(01) COMP.
022300 01 WS-CODE-FOUND              PIC 9(04) COMP.
022400
022500 01 WS-CAT-COUNT               PIC 9(04) COMP VALUE ZERO.
022600 01 COURSE-CATALOG-TABLE.
022700     02 CAT-ROW               OCCURS 1 TO 500 TIMES
022800                                 DEPENDING ON WS-CAT-COUNT.
022900        05 CAT-T-COURSE-CODE  PIC X(20).
023000        05 CAT-T-MIN-GRADE    PIC 9(02).
023100        05 CAT-T-MAX-GRADE    PIC 9(02).
023200
023300 01 WS-TERM-COUNT              PIC 99 COMP VALUE ZERO.
023400 01 TERM-STATUS-TABLE.
023500     02 TS-ROW                OCCURS 1 TO 40 TIMES
023600                                 DEPENDING ON WS-TERM-COUNT.
023700        05 TS-T-TERM          PIC X(06).
023800        05 TS-T-STATUS        PIC X(01).
023900
024000*    THE BANK'S ENGLISH CODES -- A CODE IS GOOD IF IT IS HERE.
024100 01 WS-BANK-COUNT              PIC 9(04) COMP VALUE ZERO.
024200 01 COMMENT-CODE-TABLE.
024300     02 CB-ROW                OCCURS 1 TO 1000 TIMES
024400                                 DEPENDING ON WS-BANK-COUNT.
024500        05 CB-T-CODE          PIC X(04).
024600
024700*----------------------------------------------------------------
024800* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
024900* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
025000*----------------------------------------------------------------
025100 01 WS-LC-STATUS               PIC XX.
025200 01 WS-LU-STATUS               PIC XX.
025300 01 WS-OPS-LOG-STATUS          PIC XX.
025400 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
025500     88 LAYOUT-MISMATCH                  VALUE "Y".
025600 01 WS-LK-DATASET              PIC X(08).
025700 01 WS-LK-VERSION              PIC 9(03).
025800 01 WS-LK-LENGTH               PIC 9(05).
025900 01 WS-LK-RESULT               PIC X(08).
026000 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
026100 01 WS-LC-INDX                 PIC 9(03) COMP.
026200 01 LAYOUT-CONTROL-TABLE.
026300     02 LCT-ROW               OCCURS 50 TIMES.
026400        05 LCT-DATASET        PIC X(08).
026500        05 LCT-VERSION        PIC 9(03).
026600        05 LCT-LENGTH         PIC 9(05).
026700
026800 PROCEDURE DIVISION.
026900
027000 0000-MAINLINE.
027100     PERFORM 9800-CHECK-LAYOUTS
027200     IF LAYOUT-MISMATCH
027300        MOVE 16 TO RETURN-CODE
027400        GOBACK
027500     END-IF
027600     PERFORM 1000-INITIALIZE
027700     PERFORM 2000-PROCESS-TRANSACTIONS
027800         UNTIL END-OF-TRANSACTIONS
027900     PERFORM 3000-TERMINATE
028000     GOBACK.
028100
028200 1000-INITIALIZE.
028300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
028400     PERFORM 1100-LOAD-CATALOG.
028500     PERFORM 1200-LOAD-COMMENT-BANK.
028600     PERFORM 1300-LOAD-TERM-STATUS.
028700     OPEN INPUT ROSTER-FILE.
028800     OPEN EXTEND REJECT-FILE.
028900     IF WS-REJECT-STATUS = "35"
029000        OPEN OUTPUT REJECT-FILE
029100     END-IF.
029200     OPEN I-O COURSE-COMMENT-FILE.
029300     IF WS-CM-FILE-STATUS = "35"
029400        OPEN OUTPUT COURSE-COMMENT-FILE
029500        CLOSE COURSE-COMMENT-FILE
029600        OPEN I-O COURSE-COMMENT-FILE
029700     END-IF.
029800     OPEN INPUT COMMENT-TRANSACTIONS.
029900     IF WS-TX-STATUS NOT = "00"
030000        SET END-OF-TRANSACTIONS TO TRUE
030100     ELSE
030200        READ COMMENT-TRANSACTIONS
030300           AT END SET END-OF-TRANSACTIONS TO TRUE
030400        END-READ
030500     END-IF.
030600
030700 1100-LOAD-CATALOG.
030800     OPEN INPUT COURSE-CATALOG.
030900     IF WS-CAT-STATUS NOT = "00"
031000        MOVE "10" TO WS-CAT-STATUS
031100     ELSE
031200        PERFORM UNTIL WS-CAT-STATUS NOT = "00"
031300           READ COURSE-CATALOG
031400               AT END MOVE "10" TO WS-CAT-STATUS
031500           END-READ
031600           IF WS-CAT-STATUS = "00"
031700              AND WS-CAT-COUNT < 500
031800              ADD 1 TO WS-CAT-COUNT
031900              MOVE CAT-COURSE-CODE
032000                  TO CAT-T-COURSE-CODE(WS-CAT-COUNT)
032100              MOVE CAT-MIN-GRADE
032200                  TO CAT-T-MIN-GRADE(WS-CAT-COUNT)
032300              MOVE CAT-MAX-GRADE
032400                  TO CAT-T-MAX-GRADE(WS-CAT-COUNT)
032500           END-IF
032600        END-PERFORM
032700        CLOSE COURSE-CATALOG
032800     END-IF.
032900
033000*----------------------------------------------------------------
033100* ONLY THE ENGLISH ROWS ARE KEPT: EVERY GOOD CODE HAS ONE.  NO
033200* BANK MEANS EVERY CODED ROW REJECTS BADCODE.
033300*----------------------------------------------------------------
033400 1200-LOAD-COMMENT-BANK.
033500     OPEN INPUT COMMENT-BANK.
033600     IF WS-CB-STATUS NOT = "00"
033700        MOVE "10" TO WS-CB-STATUS
033800     ELSE
033900        PERFORM UNTIL WS-CB-STATUS NOT = "00"
034000           READ COMMENT-BANK
034100               AT END MOVE "10" TO WS-CB-STATUS
034200           END-READ
034300           IF WS-CB-STATUS = "00"
034400              AND CB-LANGUAGE = "EN"
034500              AND WS-BANK-COUNT < 1000
034600              ADD 1 TO WS-BANK-COUNT
034700              MOVE CB-CODE TO CB-T-CODE(WS-BANK-COUNT)
034800           END-IF
034900        END-PERFORM
035000        CLOSE COMMENT-BANK
035100     END-IF.
035200
035300 1300-LOAD-TERM-STATUS.
035400     OPEN INPUT TERM-STATUS-FILE.
035500     IF WS-TS-STATUS NOT = "00"
035600        MOVE "10" TO WS-TS-STATUS
035700     ELSE
035800        PERFORM UNTIL WS-TS-STATUS NOT = "00"
035900           READ TERM-STATUS-FILE
036000               AT END MOVE "10" TO WS-TS-STATUS
036100           END-READ
036200           IF WS-TS-STATUS = "00"
036300              AND WS-TERM-COUNT < 40
036400              ADD 1 TO WS-TERM-COUNT
036500              MOVE TS-TERM TO TS-T-TERM(WS-TERM-COUNT)
036600              MOVE TS-STATUS TO TS-T-STATUS(WS-TERM-COUNT)
036700           END-IF
036800        END-PERFORM
036900        CLOSE TERM-STATUS-FILE
037000     END-IF.
037100
037200 2000-PROCESS-TRANSACTIONS.
037300     ADD 1 TO WS-TX-COUNT.
037400     PERFORM 2100-EDIT-ONE-ROW.
037500     IF TX-DATA-VALID
037600        PERFORM 2200-POST-ONE-ROW
037700     ELSE
037800        PERFORM 2300-WRITE-REJECT
037900     END-IF.
038000     READ COMMENT-TRANSACTIONS
038100         AT END SET END-OF-TRANSACTIONS TO TRUE
038200     END-READ.
038300
038400*----------------------------------------------------------------
038500* THE GRADE-SCHOOL-GRDBATCH EDITS -- THE TERM STILL OPEN, THE
038600* STUDENT ON ROSTERF, THE COURSE CATALOGED AND OFFERED AT THE
038700* STUDENT'S GRADE -- THEN AT LEAST ONE CODE, EVERY CODE IN THE
038800* BANK.
038900*----------------------------------------------------------------
039000 2100-EDIT-ONE-ROW.
039100     SET TX-DATA-VALID TO TRUE.
039200     MOVE SPACES TO WS-REJECT-REASON.
039300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TERM-COUNT
039400        IF TS-T-TERM(I) = CTX-TERM AND TS-T-STATUS(I) = "C"
039500           MOVE "TERMCLSD" TO WS-REJECT-REASON
039600           SET TX-DATA-INVALID TO TRUE
039700        END-IF
039800     END-PERFORM.
039900     IF TX-DATA-INVALID
040000        EXIT PARAGRAPH
040100     END-IF.
040200     MOVE CTX-STUDENT-ID TO FR-STUDENT-ID.
040300     READ ROSTER-FILE
040400         INVALID KEY
040500            MOVE "NOTFOUND" TO WS-REJECT-REASON
040600            SET TX-DATA-INVALID TO TRUE
040700     END-READ.
040800     MOVE "00" TO WS-FILE-STATUS.
040900     IF TX-DATA-INVALID
041000        EXIT PARAGRAPH
041100     END-IF.
041200     MOVE 0 TO WS-CAT-INDX.
041300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
041400        IF CAT-T-COURSE-CODE(I) = CTX-COURSE
041500           MOVE I TO WS-CAT-INDX
041600        END-IF
041700     END-PERFORM.
041800     IF WS-CAT-COUNT > 0 AND WS-CAT-INDX = 0
041900        MOVE "BADCRSE" TO WS-REJECT-REASON
042000        SET TX-DATA-INVALID TO TRUE
042100        EXIT PARAGRAPH
042200     END-IF.
042300     IF WS-CAT-INDX > 0
042400        IF FR-GRADE < CAT-T-MIN-GRADE(WS-CAT-INDX)
042500           OR FR-GRADE > CAT-T-MAX-GRADE(WS-CAT-INDX)
042600           MOVE "GRADERNG" TO WS-REJECT-REASON
042700           SET TX-DATA-INVALID TO TRUE
042800           EXIT PARAGRAPH
042900        END-IF
043000     END-IF.
043100     PERFORM 2150-EDIT-CODES.
043200
043300 2150-EDIT-CODES.
043400     MOVE 0 TO WS-CODES-GIVEN.
043500     PERFORM VARYING WS-CODE-INDX FROM 1 BY 1
043600              UNTIL WS-CODE-INDX > 3
043700        IF CTX-CODE(WS-CODE-INDX) NOT = SPACES
043800           ADD 1 TO WS-CODES-GIVEN
043900           MOVE 0 TO WS-CODE-FOUND
044000           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BANK-COUNT
044100              IF CB-T-CODE(I) = CTX-CODE(WS-CODE-INDX)
044200                 MOVE I TO WS-CODE-FOUND
044300              END-IF
044400           END-PERFORM
044500           IF WS-CODE-FOUND = 0
044600              MOVE "BADCODE" TO WS-REJECT-REASON
044700              SET TX-DATA-INVALID TO TRUE
044800              EXIT PARAGRAPH
044900           END-IF
045000        END-IF
045100     END-PERFORM.
045200     IF WS-CODES-GIVEN = 0
045300        MOVE "NOCODE" TO WS-REJECT-REASON
045400        SET TX-DATA-INVALID TO TRUE
045500     END-IF.
045600
045700*----------------------------------------------------------------
045800* A ROW ALREADY ON FILE IS THE TEACHER REVISING THEIR COMMENTS
045900* BEFORE THE TERM CLOSES -- THE NEW CODES REPLACE THE OLD.
046000*----------------------------------------------------------------
046100 2200-POST-ONE-ROW.
046200     MOVE CTX-STUDENT-ID TO CM-STUDENT-ID.
046300     MOVE CTX-COURSE TO CM-COURSE.
046400     MOVE CTX-TERM TO CM-TERM.
046500     PERFORM VARYING WS-CODE-INDX FROM 1 BY 1
046600              UNTIL WS-CODE-INDX > 3
046700        MOVE CTX-CODE(WS-CODE-INDX) TO CM-CODE(WS-CODE-INDX)
046800     END-PERFORM.
046900     MOVE WS-TODAY TO CM-POSTED-DATE.
047000     WRITE CM-RECORD
047100         INVALID KEY
047200            REWRITE CM-RECORD
047300            END-REWRITE
047400            IF WS-CM-FILE-STATUS = "00"
047500               ADD 1 TO WS-REPLACED-COUNT
047600            END-IF
047700         NOT INVALID KEY
047800            ADD 1 TO WS-POSTED-COUNT
047900     END-WRITE.
048000     IF WS-CM-FILE-STATUS NOT = "00"
048100        MOVE "CMNTFILE" TO WS-REJECT-REASON
048200        PERFORM 2300-WRITE-REJECT
048300        MOVE "00" TO WS-CM-FILE-STATUS
048400     END-IF.
048500
048600 2300-WRITE-REJECT.
048700     ADD 1 TO WS-REJECT-COUNT.
048750     MOVE SPACES TO REJ-RECORD.
048800     MOVE TX-RECORD TO REJ-TX-IMAGE.
048900     MOVE WS-REJECT-REASON TO REJ-REASON.
049000     WRITE REJ-RECORD.
049100
049200 3000-TERMINATE.
049300     CLOSE COMMENT-TRANSACTIONS.
049400     CLOSE COURSE-COMMENT-FILE.
049500     CLOSE REJECT-FILE.
049600     CLOSE ROSTER-FILE.
049700     DISPLAY "GRADE-SCHOOL-CMTPOST ROWS READ:  " WS-TX-COUNT.
049800     DISPLAY "  COMMENTS POSTED:  " WS-POSTED-COUNT.
049900     DISPLAY "  REPLACED:         " WS-REPLACED-COUNT.
050000     DISPLAY "  REJECTED:         " WS-REJECT-COUNT.
050100     IF WS-REJECT-COUNT > 0
050200        MOVE 4 TO RETURN-CODE
050300     END-IF.
050400
050500*----------------------------------------------------------------
050600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
050700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
050800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
050900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
051000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
051100*----------------------------------------------------------------
051200 9800-CHECK-LAYOUTS.
051300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
051400     OPEN EXTEND LAYOUT-USAGE-LOG.
051500     IF WS-LU-STATUS = "35"
051600        OPEN OUTPUT LAYOUT-USAGE-LOG
051700     END-IF.
051800     MOVE "ROSTERF" TO WS-LK-DATASET.
051900     MOVE 3 TO WS-LK-VERSION.
052000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
052100     PERFORM 9820-CHECK-ONE-LAYOUT.
052200     CLOSE LAYOUT-USAGE-LOG.
052300
052400 9810-LOAD-LAYOUT-CONTROL.
052500     MOVE 0 TO WS-LC-COUNT.
052600     OPEN INPUT LAYOUT-CONTROL.
052700     IF WS-LC-STATUS NOT = "00"
052800        EXIT PARAGRAPH
052900     END-IF.
053000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
053100        READ LAYOUT-CONTROL
053200            AT END MOVE "10" TO WS-LC-STATUS
053300        END-READ
053400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
053500           ADD 1 TO WS-LC-COUNT
053600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
053700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
053800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
053900        END-IF
054000     END-PERFORM.
054100     CLOSE LAYOUT-CONTROL.
054200
054300*----------------------------------------------------------------
054400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
054500* AS NOCTL.
054600*----------------------------------------------------------------
054700 9820-CHECK-ONE-LAYOUT.
054800     MOVE "NOCTL" TO WS-LK-RESULT.
054900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
055000             UNTIL WS-LC-INDX > WS-LC-COUNT
055100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
055200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
055300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
055400              MOVE "CURRENT" TO WS-LK-RESULT
055500           ELSE
055600              MOVE "MISMATCH" TO WS-LK-RESULT
055700           END-IF
055800        END-IF
055900     END-PERFORM.
056000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
056100     MOVE "GRADE-SCHOOL-CMTPOST" TO LU-PROGRAM.
056200     MOVE WS-LK-DATASET TO LU-DATASET.
056300     MOVE WS-LK-VERSION TO LU-VERSION.
056400     MOVE WS-LK-LENGTH TO LU-LENGTH.
056500     MOVE WS-LK-RESULT TO LU-RESULT.
056600     WRITE LAYOUT-USAGE-RECORD.
056700     IF WS-LK-RESULT NOT = "MISMATCH"
056800        EXIT PARAGRAPH
056900     END-IF.
057000     SET LAYOUT-MISMATCH TO TRUE.
057100     DISPLAY "GRADE-SCHOOL-CMTPOST HALTED: " WS-LK-DATASET
057200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
057300         " DOES NOT MATCH LAYOUTCT".
057400     OPEN EXTEND OPS-ERROR-LOG.
057500     IF WS-OPS-LOG-STATUS = "35"
057600        OPEN OUTPUT OPS-ERROR-LOG
057700     END-IF.
057800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
057900     MOVE "GRADE-SCHOOL-CMTPOST" TO OE-PROGRAM.
058000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
058100     MOVE "LAYOUT" TO OE-OPERATION.
058200     MOVE "16" TO OE-STATUS.
058300     WRITE OPS-ERROR-RECORD.
058400     CLOSE OPS-ERROR-LOG.
