000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-XFERIN.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  INBOUND TRANSFER PACKETS.  THE CONSORTIUM
001100*                 DISTRICTS SEND THE SAME S/C PACKET GRADE-SCHOOL-
001200*                 BATCH WRITES TO XFERPKT, AND THE OFFICE WAS
001300*                 KEYING THEM BY HAND.  XFIPARM SAYS EQUIV OR
001400*                 IMPORT.  EQUIV APPLIES THE COUNSELORS' EQUIVTX
001500*                 ENTRIES TO CRSEQUIV, ONE ROW PER SENDING
001600*                 DISTRICT AND FOREIGN COURSE CODE NAMING THE
001700*                 CRSCATLG COURSE IT COUNTS AS: A ADDS, C CHANGES,
001800*                 D DELETES; BAD ROWS GO TO EQUIVREJ.  IMPORT
001900*                 READS ONE DISTRICT'S PACKET FILE FOR ONE
002000*                 RECEIVING BUILDING.  EACH S RECORD IS STAGED ON
002100*                 PREREG IN THE LEAST-FULL ROSTERF HOMEROOM OF ITS
002200*                 GRADE, TO START ON THE PARM DATE; EACH C
002300*                 RECORD IS MAPPED THROUGH CRSEQUIV AND POSTED TO
002400*                 CRSGRADE AS TRANSFER CREDIT, WHICH COUNTS TOWARD
002500*                 GRADUATION BUT NOT CLASS RANK.  UNMAPPED COURSES
002600*                 AND REFUSED STUDENTS GO TO THE XFERREV COUNSELOR
002700*                 REVIEW LIST.  ROSTERF AND CRSGRADE ARE CHECKED
002800*                 AGAINST LAYOUTCT AT START.
002820* 2026-10-15 KAP  C RECORDS FOR A STUDENT ALREADY ON PREREG OR
002840*                 ROSTERF NOW POST INSTEAD OF GOING TO REVIEW,
002860*                 AND A COURSE POSTED BY AN EARLIER RUN OF THE
002880*                 SAME PACKET IS COUNTED, NOT LISTED AGAIN.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 REPOSITORY.
003300     FUNCTION ALL INTRINSIC.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARM-FILE ASSIGN TO "XFIPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900
004000     SELECT EQUIV-TRANSACTIONS ASSIGN TO "EQUIVTX"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TX-STATUS.
004300
004400     SELECT EQUIVALENCY-FILE ASSIGN TO "CRSEQUIV"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-EQ-STATUS.
004700
004800     SELECT EQUIV-REJECTS ASSIGN TO "EQUIVREJ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REJECT-STATUS.
005100
005200     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CAT-STATUS.
005500
005600     SELECT TRANSFER-PACKET ASSIGN TO "XFERPKT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-XFP-STATUS.
005900
006000     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS FR-STUDENT-ID
006400         FILE STATUS IS WS-FILE-STATUS.
006500
006600     SELECT PREREG-FILE ASSIGN TO "PREREG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PREREG-STATUS.
006900
007000     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CG-KEY
007400         FILE STATUS IS WS-CG-STATUS.
007500
007600     SELECT REVIEW-LIST ASSIGN TO "XFERREV"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-LC-STATUS.
008200
008300     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LU-STATUS.
008600
008700     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-OPS-LOG-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PARM-FILE.
009400*----------------------------------------------------------------
009500* EQUIV NEEDS ONLY THE MODE.  IMPORT NAMES THE SENDING DISTRICT
009600* (THE CONSORTIUM'S SIX-CHARACTER CODE), THE RECEIVING BUILDING,
009700* AND THE START DATE FOR THE PREREG ROWS (ZERO = TODAY).
009800*----------------------------------------------------------------
009900 01  PARM-RECORD.
010000     05 XP-MODE               PIC X(06).
010100     05 FILLER                PIC X(01).
010200     05 XP-DISTRICT           PIC X(06).
010300     05 FILLER                PIC X(01).
010400     05 XP-SCHOOL-CODE        PIC 9(02).
010500     05 FILLER                PIC X(01).
010600     05 XP-START-DATE         PIC 9(08).
010700
010800*----------------------------------------------------------------
010900* A = ADD A NEW EQUIVALENCY, C = CHANGE THE COURSE IT MAPS TO,
011000* D = DELETE IT.  THE COUNSELOR SIGNING OFF IS REQUIRED ON EVERY
011100* ROW; OUR COURSE IS NOT NEEDED ON A DELETE.
011200*----------------------------------------------------------------
011300 FD  EQUIV-TRANSACTIONS.
011400 01  EQUIV-TX-RECORD.
011500     05 ET-ACTION             PIC X(01).
011600     05 ET-DISTRICT           PIC X(06).
011700     05 ET-FOREIGN-COURSE     PIC X(20).
011800     05 ET-OUR-COURSE         PIC X(20).
011900     05 ET-COUNSELOR          PIC X(30).
012000
012100*----------------------------------------------------------------
012200* ONE ROW PER SENDING DISTRICT AND FOREIGN COURSE CODE: THE
012300* CRSCATLG COURSE IT IS CREDITED AS, WHO SAID SO AND WHEN.
012400*----------------------------------------------------------------
012500 FD  EQUIVALENCY-FILE.
012600 01  EQUIVALENCY-RECORD.
012700     05 EQ-DISTRICT           PIC X(06).
012800     05 EQ-FOREIGN-COURSE     PIC X(20).
012900     05 EQ-OUR-COURSE         PIC X(20).
013000     05 EQ-COUNSELOR          PIC X(30).
013100     05 EQ-UPDATED-DATE       PIC 9(08).
013200
013300*----------------------------------------------------------------
013400* TX IMAGE LEADING, REASON TRAILING: BADACTN, NODIST, NOCOURSE
013500* (FOREIGN CODE BLANK), NOTINCAT (OUR COURSE NOT IN CRSCATLG),
013600* NOCNSLR, DUPLICAT (AN ADD ALREADY ON FILE), NOTFOUND (A CHANGE
013700* OR DELETE NOT ON FILE) OR TBLFULL.
013800*----------------------------------------------------------------
013900 FD  EQUIV-REJECTS.
014000 01  REJ-RECORD.
014100     05 REJ-TX-IMAGE          PIC X(77).
014200     05 FILLER                PIC X(01).
014300     05 REJ-REASON            PIC X(08).
014400
014500 FD  COURSE-CATALOG.
014600*----------------------------------------------------------------
014700* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.  ONLY THE
014800* CODE MATTERS HERE.
014900*----------------------------------------------------------------
015000 01  CATALOG-RECORD.
015100     05 CAT-COURSE-CODE       PIC X(20).
015200     05 CAT-TITLE             PIC X(40).
015300     05 CAT-MIN-GRADE         PIC 9(02).
015400     05 CAT-MAX-GRADE         PIC 9(02).
015500     05 CAT-WEIGHT            PIC 9V99.
015600     05 CAT-SESSION           PIC X.
015700     05 CAT-SUBJECT           PIC X(04).
015800     05 CAT-CREDITS           PIC 9V99.
015900     05 CAT-CERT-AREA         PIC X(04).
016000     05 CAT-FEE               PIC 9(03)V99.
016100
016200 FD  TRANSFER-PACKET.
016300*----------------------------------------------------------------
016400* LAYOUT MUST MATCH GRADE-SCHOOL-BATCH'S TRANSFER PACKET, WHICH
016500* EVERY CONSORTIUM DISTRICT WRITES: ONE "S" RECORD WITH THE
016600* ROSTER FIELDS, THEN ONE "C" RECORD PER COURSE GRADE.  A FILE
016700* MAY CARRY ANY NUMBER OF STUDENTS.
016800*----------------------------------------------------------------
016900 01  XFP-STUDENT-RECORD.
017000     05 XFP-S-TYPE            PIC X(01).
017100     05 XFP-S-STUDENT-ID      PIC 9(09).
017200     05 XFP-S-NAME            PIC X(60).
017300     05 XFP-S-GRADE           PIC 9(02).
017400     05 XFP-S-TEACHER         PIC X(30).
017500     05 XFP-S-SECTION         PIC 9(01).
017600     05 XFP-S-HOUSEHOLD-ID    PIC 9(09).
017700 01  XFP-COURSE-RECORD.
017800     05 XFP-C-TYPE            PIC X(01).
017900     05 XFP-C-STUDENT-ID      PIC 9(09).
018000     05 XFP-C-COURSE          PIC X(20).
018100     05 XFP-C-TERM            PIC X(06).
018200     05 XFP-C-GRADE-POINTS    PIC 9V99.
018300
018400 FD  ROSTER-FILE.
018500*----------------------------------------------------------------
018600* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
018700*----------------------------------------------------------------
018800 01  ROSTER-RECORD.
018900     05 FR-STUDENT-ID         PIC 9(09).
019000     05 FR-NAME               PIC X(60).
019100     05 FR-GRADE              PIC 9(02).
019200     05 FR-TEACHER            PIC X(30).
019300     05 FR-SECTION            PIC 9(01).
019400     05 FR-HOUSEHOLD-ID       PIC 9(09).
019500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE.
019600     05 FR-IEP-FLAG           PIC X(01).
019700     05 FR-DOB                PIC 9(08).
019800     05 FR-SCHOOL-CODE        PIC 9(02).
019900     05 FR-GENDER             PIC X(01).
020000     05 FR-RACE-ETH           PIC X(01).
020100
020200 FD  PREREG-FILE.
020300*----------------------------------------------------------------
020400* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-PREREGISTRATION
020500* PLUS THE LEADING START DATE.
020600*----------------------------------------------------------------
020700 01  PREREG-RECORD.
020800     05 PR-START-DATE         PIC 9(08).
020900     05 PR-STUDENT-ID         PIC 9(09).
021000     05 PR-NAME               PIC X(60).
021100     05 PR-GRADE              PIC 9(02).
021200     05 PR-TEACHER            PIC X(30).
021300     05 PR-SECTION            PIC 9(01).
021400     05 PR-HOUSEHOLD-ID       PIC 9(09).
021500*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  A PACKET CARRIES NO
021600*    IEP STATUS; THE ROW IS WRITTEN "N" AND THE IEP TEAM SETS IT
021700*    THROUGH THE NORMAL PATH WHEN THE RECORDS ARRIVE.
021800     05 PR-IEP-FLAG           PIC X(01).
021900     05 PR-DOB                PIC 9(08).
022000     05 PR-SCHOOL-CODE        PIC 9(02).
022100     05 PR-GENDER             PIC X(01).
022200     05 PR-RACE-ETH           PIC X(01).
022300
022400 FD  COURSE-GRADE-FILE.
022500*----------------------------------------------------------------
022600* LAYOUT MUST MATCH GRADE-SCHOOL'S KEYED CG-RECORD.
022700*----------------------------------------------------------------
022800 01  CG-RECORD.
022900     05 CG-KEY.
023000        10 CG-STUDENT-ID      PIC 9(09).
023100        10 CG-COURSE          PIC X(20).
023200        10 CG-TERM            PIC X(06).
023300     05 CG-GRADE-POINTS       PIC 9V99.
023400     05 CG-CREDIT-TYPE        PIC X(01).
023500        88 CG-TRANSFER-CREDIT           VALUE "T".
023600
023700 FD  REVIEW-LIST.
023800 01  RPT-LINE                 PIC X(100).
023900
024000 FD  LAYOUT-CONTROL.
024100*----------------------------------------------------------------
024200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
024300* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
024400*----------------------------------------------------------------
024500 01  LAYOUT-CONTROL-RECORD.
024600     05 LC-DATASET            PIC X(08).
024700     05 LC-VERSION            PIC 9(03).
024800     05 LC-LENGTH             PIC 9(05).
024900     05 LC-EFFECTIVE-DATE     PIC 9(08).
025000
025100 FD  LAYOUT-USAGE-LOG.
025200*----------------------------------------------------------------
025300* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
025400* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
025500*----------------------------------------------------------------
025600 01  LAYOUT-USAGE-RECORD.
025700     05 LU-TIMESTAMP          PIC 9(14).
025800     05 LU-PROGRAM            PIC X(24).
025900     05 LU-DATASET            PIC X(08).
026000     05 LU-VERSION            PIC 9(03).
026100     05 LU-LENGTH             PIC 9(05).
026200     05 LU-RESULT             PIC X(08).
026300
026400 FD  OPS-ERROR-LOG.
026500*----------------------------------------------------------------
026600* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
026700* SHARED SHOP-WIDE ERROR LOG.
026800*----------------------------------------------------------------
026900 01  OPS-ERROR-RECORD.
027000     05 OE-TIMESTAMP          PIC 9(14).
027100     05 OE-PROGRAM            PIC X(20).
027200     05 OE-FILE-NAME          PIC X(08).
027300     05 OE-OPERATION          PIC X(08).
027400     05 OE-STATUS             PIC XX.
027500
027600 WORKING-STORAGE SECTION.
027700 01 WS-PARM-STATUS             PIC XX.
027800 01 WS-TX-STATUS               PIC XX.
027900 01 WS-EQ-STATUS               PIC XX.
028000 01 WS-REJECT-STATUS           PIC XX.
028100 01 WS-CAT-STATUS              PIC XX.
028200 01 WS-XFP-STATUS              PIC XX.
028300 01 WS-FILE-STATUS             PIC XX.
028400 01 WS-PREREG-STATUS           PIC XX.
028500 01 WS-CG-STATUS               PIC XX.
028600 01 WS-MODE                    PIC X(06).
028700 01 WS-DISTRICT                PIC X(06).
028800 01 WS-SCHOOL-CODE             PIC 9(02).
028900 01 WS-START-DATE              PIC 9(08).
029000 01 WS-TODAY                   PIC 9(08).
029100 01 WS-REJECT-REASON           PIC X(08).
029200 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
029300 01 WS-EQ-IX                   PIC 9(05) COMP.
029400 01 WS-CAT-IX                  PIC 9(05) COMP.
029600 01 J                          PIC 9(05) COMP.
029700
029800*----------------------------------------------------------------
029900* EQUIV TALLIES.
030000*----------------------------------------------------------------
030100 01 WS-ADD-COUNT               PIC 9(05) COMP VALUE ZERO.
030200 01 WS-CHANGE-COUNT            PIC 9(05) COMP VALUE ZERO.
030300 01 WS-DELETE-COUNT            PIC 9(05) COMP VALUE ZERO.
030400 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
030500
030600*----------------------------------------------------------------
030700* IMPORT TALLIES, AND THE STUDENT WHOSE C RECORDS ARE BEING READ.
030800* WS-CUR-RESULT IS BLANK WHEN THAT STUDENT WAS STAGED.
030833* STUDENT-KNOWN IS SET WHEN THE STUDENT WAS STAGED OR WAS ALREADY
030866* ON PREREG OR ROSTERF; ITS C RECORDS POST EITHER WAY.
030900*----------------------------------------------------------------
031000 01 WS-STUDENT-COUNT           PIC 9(05) COMP VALUE ZERO.
031100 01 WS-STAGED-COUNT            PIC 9(05) COMP VALUE ZERO.
031200 01 WS-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
031300 01 WS-COURSE-COUNT            PIC 9(05) COMP VALUE ZERO.
031400 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
031450 01 WS-REPOSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
031500 01 WS-REVIEW-COUNT            PIC 9(05) COMP VALUE ZERO.
031600 01 WS-BAD-TYPE-COUNT          PIC 9(05) COMP VALUE ZERO.
031700 01 WS-CUR-STUDENT-ID          PIC 9(09) VALUE ZERO.
031800 01 WS-CUR-RESULT              PIC X(30) VALUE SPACES.
031833 01 WS-STUDENT-KNOWN-SWITCH    PIC X(01) VALUE "N".
031866     88 STUDENT-KNOWN                    VALUE "Y".
031900 01 WS-REVIEW-REASON           PIC X(30).
032000 01 WS-BEST-SEC                PIC 9(02) COMP.
032100 01 WS-BEST-COUNT              PIC 9(04) COMP.
032200 01 WS-GRADE-IX                PIC 9(02) COMP.
032300 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
032400 01 WS-PTS-EDIT                PIC 9.99.
032500
032600*----------------------------------------------------------------
032700* CRSCATLG COURSE CODES.
032800*----------------------------------------------------------------
032900 01 WS-CAT-COUNT               PIC 9(05) COMP VALUE ZERO.
033000 01 CATALOG-TABLE.
033100     02 CAT-ROW               OCCURS 1 TO 2000 TIMES
033200                                 DEPENDING ON WS-CAT-COUNT.
033300        05 CAT-T-COURSE-CODE  PIC X(20).
033400
033500*----------------------------------------------------------------
033600* CRSEQUIV IN FULL; REWRITTEN AT THE END OF AN EQUIV RUN WHEN
033700* ANYTHING POSTED.
033800*----------------------------------------------------------------
033900 01 WS-EQ-COUNT                PIC 9(05) COMP VALUE ZERO.
034000 01 EQUIVALENCY-TABLE.
034100     02 EQ-ROW                OCCURS 1 TO 5000 TIMES
034200                                 DEPENDING ON WS-EQ-COUNT.
034300        05 EQ-T-DISTRICT      PIC X(06).
034400        05 EQ-T-FOREIGN-COURSE PIC X(20).
034500        05 EQ-T-OUR-COURSE    PIC X(20).
034600        05 EQ-T-COUNSELOR     PIC X(30).
034700        05 EQ-T-UPDATED-DATE  PIC 9(08).
034800
034900*----------------------------------------------------------------
035000* THE RECEIVING BUILDING'S HOMEROOMS AS ROSTERF HAS THEM TODAY:
035100* GRADE K (00) THRU 12 BY SECTION, WITH THE TEACHER AND THE
035200* SEATS FILLED, PREREG SEATS ALREADY HELD INCLUDED.
035300*----------------------------------------------------------------
035400 01 HOMEROOM-TABLE.
035500     02 HG-ROW                OCCURS 13 TIMES.
035600        05 HS-ROW             OCCURS 9 TIMES.
035700           10 HS-TEACHER      PIC X(30).
035800           10 HS-FILLED       PIC 9(04) COMP.
035900
036000*----------------------------------------------------------------
036100* EVERY STUDENT ID ALREADY ON PREREG, ANY BUILDING.
036200*----------------------------------------------------------------
036300 01 WS-PRH-COUNT               PIC 9(05) COMP VALUE ZERO.
036400 01 PREREG-HELD-TABLE.
036500     02 PRH-ROW               OCCURS 1 TO 5000 TIMES
036600                                 DEPENDING ON WS-PRH-COUNT.
036700        05 PRH-STUDENT-ID     PIC 9(09).
036800
036900*----------------------------------------------------------------
037000* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
037100* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
037200*----------------------------------------------------------------
037300 01 WS-LC-STATUS               PIC XX.
037400 01 WS-LU-STATUS               PIC XX.
037500 01 WS-OPS-LOG-STATUS          PIC XX.
037600 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
037700     88 LAYOUT-MISMATCH                  VALUE "Y".
037800 01 WS-LK-DATASET              PIC X(08).
037900 01 WS-LK-VERSION              PIC 9(03).
038000 01 WS-LK-LENGTH               PIC 9(05).
038100 01 WS-LK-RESULT               PIC X(08).
038200 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
038300 01 WS-LC-INDX                 PIC 9(03) COMP.
038400 01 LAYOUT-CONTROL-TABLE.
038500     02 LCT-ROW               OCCURS 50 TIMES.
038600        05 LCT-DATASET        PIC X(08).
038700        05 LCT-VERSION        PIC 9(03).
038800        05 LCT-LENGTH         PIC 9(05).
038900 PROCEDURE DIVISION.
039000
039100 0000-MAINLINE.
039200     PERFORM 9800-CHECK-LAYOUTS
039300     IF LAYOUT-MISMATCH
039400        MOVE 16 TO RETURN-CODE
039500        GOBACK
039600     END-IF
039700     PERFORM 1000-INITIALIZE
039800     EVALUATE WS-MODE
039900         WHEN "EQUIV"
040000             PERFORM 2000-POST-EQUIVALENCIES
040100             PERFORM 3000-REWRITE-EQUIVALENCIES
040200             PERFORM 5000-TERMINATE
040300         WHEN "IMPORT"
040400             PERFORM 4000-IMPORT-PACKET
040500             PERFORM 5000-TERMINATE
040600         WHEN OTHER
040700             DISPLAY "GRADE-SCHOOL-XFERIN UNKNOWN MODE " WS-MODE
040800             MOVE 8 TO RETURN-CODE
040900     END-EVALUATE
041000     GOBACK.
041100
041200 1000-INITIALIZE.
041300     MOVE SPACES TO WS-MODE.
041310     MOVE SPACES TO WS-DISTRICT.
041320     MOVE 0 TO WS-SCHOOL-CODE.
041330     MOVE 99999999 TO WS-START-DATE.
041400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
041500     OPEN INPUT PARM-FILE.
041600     IF WS-PARM-STATUS = "00"
041700        READ PARM-FILE
041800            AT END CONTINUE
041900        END-READ
042000        IF WS-PARM-STATUS = "00"
042100           MOVE XP-MODE TO WS-MODE
042110           MOVE XP-DISTRICT TO WS-DISTRICT
042120           IF XP-SCHOOL-CODE IS NUMERIC
042130              MOVE XP-SCHOOL-CODE TO WS-SCHOOL-CODE
042140           END-IF
042150           IF XP-START-DATE IS NUMERIC
042160              MOVE XP-START-DATE TO WS-START-DATE
042170           END-IF
042200        END-IF
042300        CLOSE PARM-FILE
042400     END-IF.
042500     PERFORM 1100-LOAD-CATALOG.
042600     PERFORM 1200-LOAD-EQUIVALENCIES.
042700
042800 1100-LOAD-CATALOG.
042900     OPEN INPUT COURSE-CATALOG.
043000     IF WS-CAT-STATUS NOT = "00"
043100        MOVE "10" TO WS-CAT-STATUS
043200        EXIT PARAGRAPH
043300     END-IF.
043400     PERFORM UNTIL WS-CAT-STATUS NOT = "00"
043500        READ COURSE-CATALOG
043600            AT END MOVE "10" TO WS-CAT-STATUS
043700        END-READ
043800        IF WS-CAT-STATUS = "00"
043900           IF WS-CAT-COUNT < 2000
044000              ADD 1 TO WS-CAT-COUNT
044100              MOVE CAT-COURSE-CODE
044200                  TO CAT-T-COURSE-CODE(WS-CAT-COUNT)
044300           ELSE
044400              ADD 1 TO WS-OVERFLOW-COUNT
044500           END-IF
044600        END-IF
044700     END-PERFORM.
044800     CLOSE COURSE-CATALOG.
044900
045000 1200-LOAD-EQUIVALENCIES.
045100     OPEN INPUT EQUIVALENCY-FILE.
045200     IF WS-EQ-STATUS NOT = "00"
045300        MOVE "10" TO WS-EQ-STATUS
045400        EXIT PARAGRAPH
045500     END-IF.
045600     PERFORM UNTIL WS-EQ-STATUS NOT = "00"
045700        READ EQUIVALENCY-FILE
045800            AT END MOVE "10" TO WS-EQ-STATUS
045900        END-READ
046000        IF WS-EQ-STATUS = "00"
046100           IF WS-EQ-COUNT < 5000
046200              ADD 1 TO WS-EQ-COUNT
046300              MOVE EQ-DISTRICT TO EQ-T-DISTRICT(WS-EQ-COUNT)
046400              MOVE EQ-FOREIGN-COURSE
046500                  TO EQ-T-FOREIGN-COURSE(WS-EQ-COUNT)
046600              MOVE EQ-OUR-COURSE TO EQ-T-OUR-COURSE(WS-EQ-COUNT)
046700              MOVE EQ-COUNSELOR TO EQ-T-COUNSELOR(WS-EQ-COUNT)
046800              MOVE EQ-UPDATED-DATE
046900                  TO EQ-T-UPDATED-DATE(WS-EQ-COUNT)
047000           ELSE
047100              ADD 1 TO WS-OVERFLOW-COUNT
047200           END-IF
047300        END-IF
047400     END-PERFORM.
047500     CLOSE EQUIVALENCY-FILE.
047600
047700*----------------------------------------------------------------
047800* COUNSELOR MAINTENANCE.  A CRSEQUIV TOO BIG FOR THE TABLE IS NOT
047900* TOUCHED -- REWRITING IT WOULD DROP THE ROWS THAT DID NOT LOAD.
048000*----------------------------------------------------------------
048100 2000-POST-EQUIVALENCIES.
048200     IF WS-OVERFLOW-COUNT > 0
048300        DISPLAY "GRADE-SCHOOL-XFERIN TABLE FULL -- NOTHING POSTED"
048400        EXIT PARAGRAPH
048500     END-IF.
048600     OPEN EXTEND EQUIV-REJECTS.
048700     IF WS-REJECT-STATUS = "35"
048800        OPEN OUTPUT EQUIV-REJECTS
048900     END-IF.
049000     OPEN INPUT EQUIV-TRANSACTIONS.
049100     IF WS-TX-STATUS NOT = "00"
049200        MOVE "10" TO WS-TX-STATUS
049300     ELSE
049400        PERFORM UNTIL WS-TX-STATUS NOT = "00"
049500           READ EQUIV-TRANSACTIONS
049600               AT END MOVE "10" TO WS-TX-STATUS
049700               NOT AT END PERFORM 2100-APPLY-ONE
049800           END-READ
049900        END-PERFORM
050000        CLOSE EQUIV-TRANSACTIONS
050100     END-IF.
050200     CLOSE EQUIV-REJECTS.
050300
050400 2100-APPLY-ONE.
050500     IF ET-ACTION NOT = "A" AND ET-ACTION NOT = "C"
050600        AND ET-ACTION NOT = "D"
050700        MOVE "BADACTN" TO WS-REJECT-REASON
050800        PERFORM 2900-REJECT-ONE
050900        EXIT PARAGRAPH
051000     END-IF.
051100     IF ET-DISTRICT = SPACES
051200        MOVE "NODIST" TO WS-REJECT-REASON
051300        PERFORM 2900-REJECT-ONE
051400        EXIT PARAGRAPH
051500     END-IF.
051600     IF ET-FOREIGN-COURSE = SPACES
051700        MOVE "NOCOURSE" TO WS-REJECT-REASON
051800        PERFORM 2900-REJECT-ONE
051900        EXIT PARAGRAPH
052000     END-IF.
052100     IF ET-COUNSELOR = SPACES
052200        MOVE "NOCNSLR" TO WS-REJECT-REASON
052300        PERFORM 2900-REJECT-ONE
052400        EXIT PARAGRAPH
052500     END-IF.
052600     MOVE ET-DISTRICT TO WS-DISTRICT.
052700     PERFORM 7000-FIND-EQUIVALENCY.
052800     EVALUATE ET-ACTION
052900         WHEN "A"
053000             PERFORM 2200-POST-ADD
053100         WHEN "C"
053200             PERFORM 2300-POST-CHANGE
053300         WHEN OTHER
053400             PERFORM 2400-POST-DELETE
053500     END-EVALUATE.
053600
053700 2200-POST-ADD.
053800     IF WS-EQ-IX > 0
053900        MOVE "DUPLICAT" TO WS-REJECT-REASON
054000        PERFORM 2900-REJECT-ONE
054100        EXIT PARAGRAPH
054200     END-IF.
054300     PERFORM 2500-CHECK-OUR-COURSE.
054400     IF WS-CAT-IX = 0
054500        EXIT PARAGRAPH
054600     END-IF.
054700     IF WS-EQ-COUNT >= 5000
054800        MOVE "TBLFULL" TO WS-REJECT-REASON
054900        PERFORM 2900-REJECT-ONE
055000        EXIT PARAGRAPH
055100     END-IF.
055200     ADD 1 TO WS-EQ-COUNT.
055300     MOVE WS-EQ-COUNT TO WS-EQ-IX.
055400     MOVE ET-DISTRICT TO EQ-T-DISTRICT(WS-EQ-IX).
055500     MOVE ET-FOREIGN-COURSE TO EQ-T-FOREIGN-COURSE(WS-EQ-IX).
055600     PERFORM 2600-SET-MAPPING.
055700     ADD 1 TO WS-ADD-COUNT.
055800
055900 2300-POST-CHANGE.
056000     IF WS-EQ-IX = 0
056100        MOVE "NOTFOUND" TO WS-REJECT-REASON
056200        PERFORM 2900-REJECT-ONE
056300        EXIT PARAGRAPH
056400     END-IF.
056500     PERFORM 2500-CHECK-OUR-COURSE.
056600     IF WS-CAT-IX = 0
056700        EXIT PARAGRAPH
056800     END-IF.
056900     PERFORM 2600-SET-MAPPING.
057000     ADD 1 TO WS-CHANGE-COUNT.
057100
057200 2400-POST-DELETE.
057300     IF WS-EQ-IX = 0
057400        MOVE "NOTFOUND" TO WS-REJECT-REASON
057500        PERFORM 2900-REJECT-ONE
057600        EXIT PARAGRAPH
057700     END-IF.
057800     PERFORM VARYING J FROM WS-EQ-IX BY 1 UNTIL J >= WS-EQ-COUNT
057900        MOVE EQ-ROW(J + 1) TO EQ-ROW(J)
058000     END-PERFORM.
058100     SUBTRACT 1 FROM WS-EQ-COUNT.
058200     ADD 1 TO WS-DELETE-COUNT.
058300
058400*----------------------------------------------------------------
058500* THE COURSE AN EQUIVALENCY NAMES MUST BE IN OUR CATALOG, SO
058600* EVERY TRANSFER GRADE POSTS UNDER A CODE THE CREDIT AUDIT KNOWS.
058700* WS-CAT-IX IS LEFT ZERO (AND THE ROW REJECTED) WHEN IT IS NOT.
058800*----------------------------------------------------------------
058900 2500-CHECK-OUR-COURSE.
059000     MOVE 0 TO WS-CAT-IX.
059100     IF ET-OUR-COURSE NOT = SPACES
059200        PERFORM 7100-FIND-CATALOG-COURSE
059300     END-IF.
059400     IF WS-CAT-IX = 0
059500        MOVE "NOTINCAT" TO WS-REJECT-REASON
059600        PERFORM 2900-REJECT-ONE
059700     END-IF.
059800
059900 2600-SET-MAPPING.
060000     MOVE ET-OUR-COURSE TO EQ-T-OUR-COURSE(WS-EQ-IX).
060100     MOVE ET-COUNSELOR TO EQ-T-COUNSELOR(WS-EQ-IX).
060200     MOVE WS-TODAY TO EQ-T-UPDATED-DATE(WS-EQ-IX).
060300
060400 2900-REJECT-ONE.
060500     MOVE SPACES TO REJ-RECORD.
060600     MOVE EQUIV-TX-RECORD TO REJ-TX-IMAGE.
060700     MOVE WS-REJECT-REASON TO REJ-REASON.
060800     WRITE REJ-RECORD.
060900     ADD 1 TO WS-REJECT-COUNT.
061000
061100 3000-REWRITE-EQUIVALENCIES.
061200     IF WS-ADD-COUNT = 0 AND WS-CHANGE-COUNT = 0
061300        AND WS-DELETE-COUNT = 0
061400        EXIT PARAGRAPH
061500     END-IF.
061600     IF WS-EQ-COUNT > 1
061700        SORT EQ-ROW ASCENDING EQ-T-DISTRICT EQ-T-FOREIGN-COURSE
061800     END-IF.
061900     OPEN OUTPUT EQUIVALENCY-FILE.
062000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EQ-COUNT
062100        MOVE EQ-T-DISTRICT(J) TO EQ-DISTRICT
062200        MOVE EQ-T-FOREIGN-COURSE(J) TO EQ-FOREIGN-COURSE
062300        MOVE EQ-T-OUR-COURSE(J) TO EQ-OUR-COURSE
062400        MOVE EQ-T-COUNSELOR(J) TO EQ-COUNSELOR
062500        MOVE EQ-T-UPDATED-DATE(J) TO EQ-UPDATED-DATE
062600        WRITE EQUIVALENCY-RECORD
062700     END-PERFORM.
062800     CLOSE EQUIVALENCY-FILE.
062900
063000*----------------------------------------------------------------
063100* THE IMPORT.  THE PARM CARD MUST NAME THE DISTRICT AND A REAL
063200* BUILDING, AND A START DATE THAT IS ZERO OR A DATE; ANYTHING
063300* ELSE STOPS THE RUN RC=8 BEFORE THE PACKET IS READ.
063400*----------------------------------------------------------------
063500 4000-IMPORT-PACKET.
063700     IF WS-DISTRICT = SPACES OR WS-SCHOOL-CODE = 0
064100        DISPLAY "GRADE-SCHOOL-XFERIN XFIPARM NEEDS DISTRICT AND "
064200            "BUILDING"
064300        MOVE 8 TO RETURN-CODE
064400        GOBACK
064500     END-IF.
064800     IF WS-START-DATE = 0
064900        MOVE WS-TODAY TO WS-START-DATE
065000     END-IF.
065100     IF TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
065200        DISPLAY "GRADE-SCHOOL-XFERIN BAD START DATE: "
065300            WS-START-DATE
065400        MOVE 8 TO RETURN-CODE
065500        GOBACK
065600     END-IF.
065700     PERFORM 4100-LOAD-HOMEROOMS.
065800     PERFORM 4200-LOAD-PREREG.
065900     IF WS-OVERFLOW-COUNT > 0
066000        DISPLAY "GRADE-SCHOOL-XFERIN TABLE FULL -- NO IMPORT"
066100        MOVE 8 TO RETURN-CODE
066200        GOBACK
066300     END-IF.
066400     OPEN INPUT TRANSFER-PACKET.
066500     IF WS-XFP-STATUS NOT = "00"
066600        DISPLAY "GRADE-SCHOOL-XFERIN NO XFERPKT TO IMPORT"
066700        MOVE 8 TO RETURN-CODE
066800        GOBACK
066900     END-IF.
067000     OPEN INPUT ROSTER-FILE.
067100     OPEN I-O COURSE-GRADE-FILE.
067200     IF WS-CG-STATUS = "35"
067300        OPEN OUTPUT COURSE-GRADE-FILE
067400        CLOSE COURSE-GRADE-FILE
067500        OPEN I-O COURSE-GRADE-FILE
067600     END-IF.
067700     OPEN OUTPUT REVIEW-LIST.
067800     PERFORM 4050-PRINT-HEADING.
067900     PERFORM UNTIL WS-XFP-STATUS NOT = "00"
068000        READ TRANSFER-PACKET
068100            AT END MOVE "10" TO WS-XFP-STATUS
068200        END-READ
068300        IF WS-XFP-STATUS = "00"
068400           EVALUATE XFP-S-TYPE
068500               WHEN "S"
068600                   PERFORM 4300-STAGE-STUDENT
068700               WHEN "C"
068800                   PERFORM 4400-POST-COURSE
068900               WHEN OTHER
069000                   ADD 1 TO WS-BAD-TYPE-COUNT
069100           END-EVALUATE
069200        END-IF
069300     END-PERFORM.
069400     PERFORM 4900-PRINT-TOTALS.
069500     CLOSE REVIEW-LIST.
069600     CLOSE COURSE-GRADE-FILE.
069700     CLOSE ROSTER-FILE.
069800     CLOSE TRANSFER-PACKET.
069900
070000 4050-PRINT-HEADING.
070100     MOVE SPACES TO RPT-LINE.
070200     STRING "INBOUND TRANSFER REVIEW -- FROM DISTRICT "
070300         DELIMITED BY SIZE
070400         WS-DISTRICT DELIMITED BY SIZE
070500         "  TO BUILDING " DELIMITED BY SIZE
070600         WS-SCHOOL-CODE DELIMITED BY SIZE
070700         "  RUN " DELIMITED BY SIZE
070800         WS-TODAY DELIMITED BY SIZE
070900         INTO RPT-LINE
071000     END-STRING.
071100     WRITE RPT-LINE.
071200     MOVE SPACES TO RPT-LINE.
071300     WRITE RPT-LINE.
071400
071500*----------------------------------------------------------------
071600* TODAY'S HOMEROOMS IN THE RECEIVING BUILDING, FROM ROSTERF --
071700* A TRANSFER JOINS A CLASS ALREADY RUNNING, SO NEXT YEAR'S HRPLAN
071800* IS NO GUIDE.
071900*----------------------------------------------------------------
072000 4100-LOAD-HOMEROOMS.
072100     INITIALIZE HOMEROOM-TABLE.
072200     OPEN INPUT ROSTER-FILE.
072300     MOVE 0 TO FR-STUDENT-ID.
072400     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
072500         INVALID KEY MOVE "10" TO WS-FILE-STATUS
072600     END-START.
072700     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
072800        READ ROSTER-FILE NEXT RECORD
072900            AT END MOVE "10" TO WS-FILE-STATUS
073000        END-READ
073100        IF WS-FILE-STATUS = "00"
073200           AND FR-SCHOOL-CODE = WS-SCHOOL-CODE
073300           AND FR-GRADE <= 12
073400           AND FR-SECTION > 0
073500           COMPUTE WS-GRADE-IX = FR-GRADE + 1
073600           MOVE FR-TEACHER TO HS-TEACHER(WS-GRADE-IX, FR-SECTION)
073700           ADD 1 TO HS-FILLED(WS-GRADE-IX, FR-SECTION)
073800        END-IF
073900     END-PERFORM.
074000     CLOSE ROSTER-FILE.
074100     MOVE "00" TO WS-FILE-STATUS.
074200
074300*----------------------------------------------------------------
074400* EVERY ID ALREADY STAGED, AND THE SEATS THIS BUILDING'S PREREG
074500* ROWS WILL TAKE IN TODAY'S HOMEROOMS.
074600*----------------------------------------------------------------
074700 4200-LOAD-PREREG.
074800     OPEN INPUT PREREG-FILE.
074900     IF WS-PREREG-STATUS NOT = "00"
075000        MOVE "10" TO WS-PREREG-STATUS
075100        EXIT PARAGRAPH
075200     END-IF.
075300     PERFORM UNTIL WS-PREREG-STATUS NOT = "00"
075400        READ PREREG-FILE
075500            AT END MOVE "10" TO WS-PREREG-STATUS
075600        END-READ
075700        IF WS-PREREG-STATUS = "00"
075800           IF WS-PRH-COUNT < 5000
075900              ADD 1 TO WS-PRH-COUNT
076000              MOVE PR-STUDENT-ID TO PRH-STUDENT-ID(WS-PRH-COUNT)
076100           ELSE
076200              ADD 1 TO WS-OVERFLOW-COUNT
076300           END-IF
076400           IF PR-SCHOOL-CODE = WS-SCHOOL-CODE
076500              AND PR-GRADE <= 12
076600              AND PR-SECTION > 0
076700              COMPUTE WS-GRADE-IX = PR-GRADE + 1
076800              ADD 1 TO HS-FILLED(WS-GRADE-IX, PR-SECTION)
076900           END-IF
077000        END-IF
077100     END-PERFORM.
077200     CLOSE PREREG-FILE.
077300
077400*----------------------------------------------------------------
077500* ONE S RECORD.  THE CONSORTIUM ASSIGNS STUDENT IDS, SO THE ID
077600* COMES ACROSS AS SENT; THE SENDING DISTRICT'S HOUSEHOLD NUMBER
077700* MEANS NOTHING HERE AND IS DROPPED.  A STUDENT ALREADY ON THE
077800* ROSTER OR ALREADY STAGED (A PACKET SENT TWICE), OR WHOSE GRADE
077900* HAS NO HOMEROOM IN THE BUILDING, IS REFUSED FOR REVIEW.
078000*----------------------------------------------------------------
078100 4300-STAGE-STUDENT.
078200     ADD 1 TO WS-STUDENT-COUNT.
078300     MOVE XFP-S-STUDENT-ID TO WS-CUR-STUDENT-ID.
078400     MOVE SPACES TO WS-CUR-RESULT.
078450     MOVE "N" TO WS-STUDENT-KNOWN-SWITCH.
078500     MOVE 0 TO WS-BEST-SEC.
078600     EVALUATE TRUE
078700         WHEN XFP-S-STUDENT-ID IS NOT NUMERIC
078800              OR XFP-S-STUDENT-ID = 0
078900              OR XFP-S-NAME = SPACES
079000              OR XFP-S-GRADE IS NOT NUMERIC
079100              OR XFP-S-GRADE > 12
079200             MOVE 0 TO WS-CUR-STUDENT-ID
079300             MOVE "BAD STUDENT RECORD" TO WS-CUR-RESULT
079400         WHEN OTHER
079500             PERFORM 4310-CHECK-STUDENT
079600     END-EVALUATE.
079700     IF WS-CUR-RESULT = SPACES
079800        PERFORM 4320-FIND-HOMEROOM
079900     END-IF.
080000     IF WS-CUR-RESULT = SPACES
080100        PERFORM 4330-WRITE-PREREG
080200     ELSE
080300        ADD 1 TO WS-REFUSED-COUNT
080400     END-IF.
080500     PERFORM 4340-PRINT-STUDENT.
080600
080700 4310-CHECK-STUDENT.
080800     MOVE XFP-S-STUDENT-ID TO FR-STUDENT-ID.
080900     READ ROSTER-FILE
081000         INVALID KEY CONTINUE
081100     END-READ.
081200     IF WS-FILE-STATUS = "00"
081300        MOVE "ALREADY ON ROSTER" TO WS-CUR-RESULT
081350        SET STUDENT-KNOWN TO TRUE
081400        EXIT PARAGRAPH
081500     END-IF.
081600     MOVE "00" TO WS-FILE-STATUS.
081700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PRH-COUNT
081800        IF PRH-STUDENT-ID(J) = XFP-S-STUDENT-ID
081900           MOVE "ALREADY ON PREREG" TO WS-CUR-RESULT
081950           SET STUDENT-KNOWN TO TRUE
082000        END-IF
082100     END-PERFORM.
082200
082300*----------------------------------------------------------------
082400* THE SECTION OF THE GRADE WITH THE FEWEST SEATS FILLED, LOWEST
082500* SECTION ON A TIE.
082600*----------------------------------------------------------------
082700 4320-FIND-HOMEROOM.
082800     COMPUTE WS-GRADE-IX = XFP-S-GRADE + 1.
082900     MOVE 9999 TO WS-BEST-COUNT.
083000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
083100        IF HS-TEACHER(WS-GRADE-IX, J) NOT = SPACES
083200           AND HS-FILLED(WS-GRADE-IX, J) < WS-BEST-COUNT
083300           MOVE J TO WS-BEST-SEC
083400           MOVE HS-FILLED(WS-GRADE-IX, J) TO WS-BEST-COUNT
083500        END-IF
083600     END-PERFORM.
083700     IF WS-BEST-SEC = 0
083800        MOVE "NO HOMEROOM FOR GRADE" TO WS-CUR-RESULT
083900     END-IF.
084000
084100 4330-WRITE-PREREG.
084200     ADD 1 TO HS-FILLED(WS-GRADE-IX, WS-BEST-SEC).
084300     IF WS-PRH-COUNT < 5000
084400        ADD 1 TO WS-PRH-COUNT
084500        MOVE XFP-S-STUDENT-ID TO PRH-STUDENT-ID(WS-PRH-COUNT)
084600     END-IF.
084700     OPEN EXTEND PREREG-FILE.
084800     IF WS-PREREG-STATUS = "35"
084900        OPEN OUTPUT PREREG-FILE
085000     END-IF.
085100     MOVE SPACES TO PREREG-RECORD.
085200     MOVE WS-START-DATE TO PR-START-DATE.
085300     MOVE XFP-S-STUDENT-ID TO PR-STUDENT-ID.
085400     MOVE XFP-S-NAME TO PR-NAME.
085500     MOVE XFP-S-GRADE TO PR-GRADE.
085600     MOVE HS-TEACHER(WS-GRADE-IX, WS-BEST-SEC) TO PR-TEACHER.
085700     MOVE WS-BEST-SEC TO PR-SECTION.
085800     MOVE 0 TO PR-HOUSEHOLD-ID.
085900     MOVE "N" TO PR-IEP-FLAG.
086000     MOVE 0 TO PR-DOB.
086100     MOVE WS-SCHOOL-CODE TO PR-SCHOOL-CODE.
086200     WRITE PREREG-RECORD.
086300     CLOSE PREREG-FILE.
086400     ADD 1 TO WS-STAGED-COUNT.
086450     SET STUDENT-KNOWN TO TRUE.
086500
086600 4340-PRINT-STUDENT.
086700     MOVE SPACES TO RPT-LINE.
086800     MOVE XFP-S-STUDENT-ID TO RPT-LINE(1:9).
086900     MOVE XFP-S-NAME(1:30) TO RPT-LINE(11:30).
087000     MOVE "GRADE" TO RPT-LINE(42:5).
087100     MOVE XFP-S-GRADE TO RPT-LINE(48:2).
087200     IF WS-CUR-RESULT = SPACES
087300        MOVE "STAGED ON PREREG SECTION" TO RPT-LINE(52:24)
087400        MOVE PR-SECTION TO RPT-LINE(77:1)
087700        WRITE RPT-LINE
087800        MOVE SPACES TO RPT-LINE
087900        MOVE "LINK HOUSEHOLD; RECORD DOB, GENDER, RACE/ETH"
088000            TO RPT-LINE(11:50)
088100     ELSE
088200        STRING "NOT STAGED -- " DELIMITED BY SIZE
088300            WS-CUR-RESULT DELIMITED BY SIZE
088400            INTO RPT-LINE(52:49)
088500        END-STRING
088600     END-IF.
088700     WRITE RPT-LINE.
088800
088900*----------------------------------------------------------------
089000* ONE C RECORD.  IT MUST BELONG TO THE STUDENT JUST STAGED; THE
089100* FOREIGN CODE IS LOOKED UP UNDER THE SENDING DISTRICT AND THE
089200* GRADE POSTS UNDER OUR COURSE, SAME TERM AND POINTS, MARKED AS
089300* TRANSFER CREDIT.  ANYTHING ELSE IS LEFT FOR THE COUNSELOR.
089400*----------------------------------------------------------------
089500 4400-POST-COURSE.
089600     ADD 1 TO WS-COURSE-COUNT.
089700     MOVE SPACES TO WS-REVIEW-REASON.
089800     EVALUATE TRUE
089900         WHEN XFP-C-STUDENT-ID IS NOT NUMERIC
090000              OR XFP-C-STUDENT-ID NOT = WS-CUR-STUDENT-ID
090100             MOVE "NO STUDENT RECORD" TO WS-REVIEW-REASON
090200         WHEN NOT STUDENT-KNOWN
090300             MOVE "STUDENT NOT STAGED" TO WS-REVIEW-REASON
090400         WHEN XFP-C-COURSE = SPACES
090500              OR XFP-C-GRADE-POINTS IS NOT NUMERIC
090600             MOVE "BAD COURSE RECORD" TO WS-REVIEW-REASON
090700         WHEN OTHER
090800             PERFORM 4410-MAP-COURSE
090900     END-EVALUATE.
091000     IF WS-REVIEW-REASON = SPACES
091100        PERFORM 4420-WRITE-GRADE
091200     END-IF.
091300     IF WS-REVIEW-REASON NOT = SPACES
091400        ADD 1 TO WS-REVIEW-COUNT
091500        PERFORM 4490-PRINT-REVIEW
091600     END-IF.
091700
091800 4410-MAP-COURSE.
091900     MOVE XFP-C-COURSE TO ET-FOREIGN-COURSE.
092000     PERFORM 7000-FIND-EQUIVALENCY.
092100     IF WS-EQ-IX = 0
092200        MOVE "NO EQUIVALENCY ON FILE" TO WS-REVIEW-REASON
092300        EXIT PARAGRAPH
092400     END-IF.
092500     MOVE EQ-T-OUR-COURSE(WS-EQ-IX) TO ET-OUR-COURSE.
092600     PERFORM 7100-FIND-CATALOG-COURSE.
092700     IF WS-CAT-IX = 0
092800        MOVE "EQUIVALENT NOT IN CATALOG" TO WS-REVIEW-REASON
092900     END-IF.
093000
093100*----------------------------------------------------------------
093200* A GRADE ALREADY ON FILE UNDER THE SAME KEY IS NOT OVERLAID --
093300* TWO FOREIGN COURSES MAPPED TO ONE OF OURS IN ONE TERM IS THE
093400* COUNSELOR'S CALL.
093500*----------------------------------------------------------------
093600 4420-WRITE-GRADE.
093700     MOVE XFP-C-STUDENT-ID TO CG-STUDENT-ID.
093800     MOVE EQ-T-OUR-COURSE(WS-EQ-IX) TO CG-COURSE.
093900     MOVE XFP-C-TERM TO CG-TERM.
094000     MOVE XFP-C-GRADE-POINTS TO CG-GRADE-POINTS.
094100     SET CG-TRANSFER-CREDIT TO TRUE.
094200     WRITE CG-RECORD
094300         INVALID KEY
094400            PERFORM 4430-CHECK-EARLIER-RUN
094500     END-WRITE.
094600     IF WS-CG-STATUS = "00"
094700        ADD 1 TO WS-POSTED-COUNT
094800     END-IF.
094900     MOVE "00" TO WS-CG-STATUS.
094905
094910*----------------------------------------------------------------
094915* THE SAME PACKET RERUN AFTER A CRSEQUIV FIX FINDS ITS OWN
094920* TRANSFER ROW, SAME POINTS, AND COUNTS IT WITHOUT LISTING IT
094925* AGAIN.  ANY OTHER ROW UNDER THE KEY GOES TO THE COUNSELOR.
094930*----------------------------------------------------------------
094935 4430-CHECK-EARLIER-RUN.
094940     READ COURSE-GRADE-FILE
094945         INVALID KEY CONTINUE
094950     END-READ.
094955     IF WS-CG-STATUS = "00"
094960        AND CG-TRANSFER-CREDIT
094965        AND CG-GRADE-POINTS = XFP-C-GRADE-POINTS
094970        ADD 1 TO WS-REPOSTED-COUNT
094975     ELSE
094980        MOVE "ALREADY POSTED" TO WS-REVIEW-REASON
094985     END-IF.
094990     MOVE "22" TO WS-CG-STATUS.
095000
095100 4490-PRINT-REVIEW.
095200     MOVE SPACES TO RPT-LINE.
095300     MOVE "COURSE" TO RPT-LINE(11:6).
095400     MOVE XFP-C-COURSE TO RPT-LINE(18:20).
095500     MOVE "TERM" TO RPT-LINE(39:4).
095600     MOVE XFP-C-TERM TO RPT-LINE(44:6).
095700     IF XFP-C-GRADE-POINTS IS NUMERIC
095800        MOVE XFP-C-GRADE-POINTS TO WS-PTS-EDIT
095900        MOVE WS-PTS-EDIT TO RPT-LINE(51:4)
096000     END-IF.
096100     MOVE WS-REVIEW-REASON TO RPT-LINE(56:30).
096200     IF WS-REVIEW-REASON = "EQUIVALENT NOT IN CATALOG"
096300        OR WS-REVIEW-REASON = "ALREADY POSTED"
096400        MOVE EQ-T-OUR-COURSE(WS-EQ-IX) TO RPT-LINE(81:20)
096500     END-IF.
096600     IF XFP-C-STUDENT-ID NOT = WS-CUR-STUDENT-ID
096700        MOVE XFP-C-STUDENT-ID TO RPT-LINE(1:9)
096800     END-IF.
096900     WRITE RPT-LINE.
097000
097100 4900-PRINT-TOTALS.
097200     MOVE SPACES TO RPT-LINE.
097300     WRITE RPT-LINE.
097400     MOVE WS-STAGED-COUNT TO WS-COUNT-EDIT.
097500     STRING "STUDENTS STAGED " DELIMITED BY SIZE
097600         WS-COUNT-EDIT DELIMITED BY SIZE
097700         INTO RPT-LINE
097800     END-STRING.
097900     MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
098000     STRING "  NOT STAGED " DELIMITED BY SIZE
098100         WS-COUNT-EDIT DELIMITED BY SIZE
098200         INTO RPT-LINE(23:19)
098300     END-STRING.
098400     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
098500     STRING "  COURSES POSTED " DELIMITED BY SIZE
098600         WS-COUNT-EDIT DELIMITED BY SIZE
098700         INTO RPT-LINE(42:23)
098800     END-STRING.
098900     MOVE WS-REVIEW-COUNT TO WS-COUNT-EDIT.
099000     STRING "  FOR REVIEW " DELIMITED BY SIZE
099100         WS-COUNT-EDIT DELIMITED BY SIZE
099200         INTO RPT-LINE(65:19)
099300     END-STRING.
099400     WRITE RPT-LINE.
099500
099600 5000-TERMINATE.
099700     IF WS-MODE = "EQUIV"
099800        DISPLAY "GRADE-SCHOOL-XFERIN EQUIVALENCY MAINTENANCE"
099900        DISPLAY "  ADDED:                   " WS-ADD-COUNT
100000        DISPLAY "  CHANGED:                 " WS-CHANGE-COUNT
100100        DISPLAY "  DELETED:                 " WS-DELETE-COUNT
100200        DISPLAY "  REJECTED:                " WS-REJECT-COUNT
100300        DISPLAY "  ON FILE:                 " WS-EQ-COUNT
100400        IF WS-REJECT-COUNT > 0
100500           MOVE 4 TO RETURN-CODE
100600        END-IF
100700        IF WS-OVERFLOW-COUNT > 0
100800           MOVE 8 TO RETURN-CODE
100900        END-IF
101000     ELSE
101100        DISPLAY "GRADE-SCHOOL-XFERIN IMPORT FROM " WS-DISTRICT
101200            " TO BUILDING " WS-SCHOOL-CODE
101300        DISPLAY "  STUDENTS READ:           " WS-STUDENT-COUNT
101400        DISPLAY "  STAGED ON PREREG:        " WS-STAGED-COUNT
101500        DISPLAY "  NOT STAGED:              " WS-REFUSED-COUNT
101600        DISPLAY "  COURSES READ:            " WS-COURSE-COUNT
101700        DISPLAY "  POSTED AS TRANSFER:      " WS-POSTED-COUNT
101750        DISPLAY "  POSTED ON AN EARLIER RUN:" WS-REPOSTED-COUNT
101800        DISPLAY "  FOR COUNSELOR REVIEW:    " WS-REVIEW-COUNT
101900        DISPLAY "  UNKNOWN RECORD TYPE:     " WS-BAD-TYPE-COUNT
102000        IF WS-REFUSED-COUNT > 0 OR WS-REVIEW-COUNT > 0
102100           OR WS-BAD-TYPE-COUNT > 0
102200           MOVE 4 TO RETURN-CODE
102300        END-IF
102400     END-IF.
102500
102600*----------------------------------------------------------------
102700* THE CRSEQUIV ROW FOR WS-DISTRICT AND ET-FOREIGN-COURSE, OR
102800* WS-EQ-IX ZERO.
102900*----------------------------------------------------------------
103000 7000-FIND-EQUIVALENCY.
103100     MOVE 0 TO WS-EQ-IX.
103200     PERFORM VARYING J FROM 1 BY 1
103300              UNTIL J > WS-EQ-COUNT OR WS-EQ-IX > 0
103400        IF EQ-T-DISTRICT(J) = WS-DISTRICT
103500           AND EQ-T-FOREIGN-COURSE(J) = ET-FOREIGN-COURSE
103600           MOVE J TO WS-EQ-IX
103700        END-IF
103800     END-PERFORM.
103900
104000*----------------------------------------------------------------
104100* THE CRSCATLG ROW FOR ET-OUR-COURSE, OR WS-CAT-IX ZERO.
104200*----------------------------------------------------------------
104300 7100-FIND-CATALOG-COURSE.
104400     MOVE 0 TO WS-CAT-IX.
104500     PERFORM VARYING J FROM 1 BY 1
104600              UNTIL J > WS-CAT-COUNT OR WS-CAT-IX > 0
104700        IF CAT-T-COURSE-CODE(J) = ET-OUR-COURSE
104800           MOVE J TO WS-CAT-IX
104900        END-IF
105000     END-PERFORM.
105100
105200*----------------------------------------------------------------
105300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
105400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
105500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
105600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
105700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
105800*----------------------------------------------------------------
105900 9800-CHECK-LAYOUTS.
106000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
106100     OPEN EXTEND LAYOUT-USAGE-LOG.
106200     IF WS-LU-STATUS = "35"
106300        OPEN OUTPUT LAYOUT-USAGE-LOG
106400     END-IF.
106500     MOVE "ROSTERF" TO WS-LK-DATASET.
106600     MOVE 3 TO WS-LK-VERSION.
106700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
106800     PERFORM 9820-CHECK-ONE-LAYOUT.
106900     MOVE "CRSGRADE" TO WS-LK-DATASET.
107000     MOVE 2 TO WS-LK-VERSION.
107100     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
107200     PERFORM 9820-CHECK-ONE-LAYOUT.
107300     CLOSE LAYOUT-USAGE-LOG.
107400
107500 9810-LOAD-LAYOUT-CONTROL.
107600     MOVE 0 TO WS-LC-COUNT.
107700     OPEN INPUT LAYOUT-CONTROL.
107800     IF WS-LC-STATUS NOT = "00"
107900        EXIT PARAGRAPH
108000     END-IF.
108100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
108200        READ LAYOUT-CONTROL
108300            AT END MOVE "10" TO WS-LC-STATUS
108400        END-READ
108500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
108600           ADD 1 TO WS-LC-COUNT
108700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
108800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
108900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
109000        END-IF
109100     END-PERFORM.
109200     CLOSE LAYOUT-CONTROL.
109300
109400*----------------------------------------------------------------
109500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
109600* AS NOCTL.
109700*----------------------------------------------------------------
109800 9820-CHECK-ONE-LAYOUT.
109900     MOVE "NOCTL" TO WS-LK-RESULT.
110000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
110100             UNTIL WS-LC-INDX > WS-LC-COUNT
110200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
110300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
110400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
110500              MOVE "CURRENT" TO WS-LK-RESULT
110600           ELSE
110700              MOVE "MISMATCH" TO WS-LK-RESULT
110800           END-IF
110900        END-IF
111000     END-PERFORM.
111100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
111200     MOVE "GRADE-SCHOOL-XFERIN" TO LU-PROGRAM.
111300     MOVE WS-LK-DATASET TO LU-DATASET.
111400     MOVE WS-LK-VERSION TO LU-VERSION.
111500     MOVE WS-LK-LENGTH TO LU-LENGTH.
111600     MOVE WS-LK-RESULT TO LU-RESULT.
111700     WRITE LAYOUT-USAGE-RECORD.
111800     IF WS-LK-RESULT NOT = "MISMATCH"
111900        EXIT PARAGRAPH
112000     END-IF.
112100     SET LAYOUT-MISMATCH TO TRUE.
112200     DISPLAY "GRADE-SCHOOL-XFERIN HALTED: " WS-LK-DATASET
112300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
112400         " DOES NOT MATCH LAYOUTCT".
112500     OPEN EXTEND OPS-ERROR-LOG.
112600     IF WS-OPS-LOG-STATUS = "35"
112700        OPEN OUTPUT OPS-ERROR-LOG
112800     END-IF.
112900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
113000     MOVE "GRADE-SCHOOL-XFERIN" TO OE-PROGRAM.
113100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
113200     MOVE "LAYOUT" TO OE-OPERATION.
113300     MOVE "16" TO OE-STATUS.
113400     WRITE OPS-ERROR-RECORD.
113500     CLOSE OPS-ERROR-LOG.
