000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-STERR.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  STATE ERROR FEEDBACK.  XMITCTL ONLY SAYS WHETHER
001100*                 AN EXTRACT WAS ACCEPTED; THE STATE'S RECORD-
001200*                 LEVEL ERROR FILE WAS READ BY EYE.  MODE IMPORT
001300*                 MATCHES EACH STATEERR ROW TO THE XMITCTL
001400*                 MANIFEST ROW IT ANSWERS AND TO OUR STUDENT, AND
001500*                 POSTS IT TO THE STERRWL CORRECTION WORKLIST
001600*                 UNDER ITS OWNER (REGISTRAR, ATTENDANCE CLERK,
001700*                 SPED OFFICE).  AN ERROR THE STATE REPORTS AGAIN
001800*                 ON A LATER SUBMISSION KEEPS ITS NUMBER AND
001900*                 COUNTS AS A REPEAT; ONE THE STATE NO LONGER
002000*                 REPORTS IS CLEARED.  MODE FIX POSTS THE OWNERS'
002100*                 STERRFIX CARDS.  MODE WORKLIST PRINTS THE OPEN
002200*                 ERRORS BY OWNER AND ERROR TYPE, AND WHICH
002300*                 EXTRACTS ARE CLEAN ENOUGH TO RESUBMIT.
002325* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002350*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002375*                 LAYOUT VERSION 3.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "SEPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT STATE-ERROR-FILE ASSIGN TO "STATEERR"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SE-STATUS.
003800
003900     SELECT MANIFEST-FILE ASSIGN TO "XMITCTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MF-STATUS.
004200
004300     SELECT WORKLIST-MASTER ASSIGN TO "STERRWL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-WL-STATUS.
004600
004700     SELECT FIX-TRANSACTIONS ASSIGN TO "STERRFIX"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FX-STATUS.
005000
005100     SELECT REJECT-FILE ASSIGN TO "STERRREJ"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REJECT-STATUS.
005400
005500     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS FR-STUDENT-ID
005900         FILE STATUS IS WS-FILE-STATUS.
006000
006100     SELECT WORKLIST-REPORT ASSIGN TO "SERPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-LC-STATUS.
006700
006800     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LU-STATUS.
007100
007200     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-OPS-LOG-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PARM-FILE.
007900*----------------------------------------------------------------
008000* ONE CARD: "IMPORT", "FIX" OR "WORKLIST".
008100*----------------------------------------------------------------
008200 01  PARM-RECORD.
008300     05 PARM-MODE             PIC X(08).
008400
008500 FD  STATE-ERROR-FILE.
008600*----------------------------------------------------------------
008700* THE STATE'S RECORD-LEVEL FEEDBACK.  AN H ROW HEADS EACH
008800* SUBMISSION THE STATE REVIEWED -- THE EXTRACT, THE DAY WE SENT
008900* IT AND HOW MANY ERRORS FOLLOW, ZERO FOR A CLEAN ONE.  A D ROW
009000* IS ONE ERROR: THE RECORD'S NUMBER IN THE EXTRACT, THE DISTRICT
009100* STUDENT ID THE STATE ECHOES BACK (ZERO ON A SUMMARY ROW SUCH
009200* AS AN ENROLEXT GRADE COUNT), THE ERROR CODE AND ITS TEXT.
009300*----------------------------------------------------------------
009400 01  STATE-ERROR-RECORD.
009500     05 SE-REC-TYPE           PIC X(01).
009600        88 SE-HEADER-ROW                VALUE "H".
009700        88 SE-DETAIL-ROW                VALUE "D".
009800     05 SE-EXTRACT            PIC X(08).
009900     05 SE-SENT-DATE          PIC 9(08).
010000     05 SE-DETAIL.
010100        10 SE-RECORD-NO       PIC 9(07).
010200        10 SE-STUDENT-ID      PIC 9(09).
010300        10 SE-ERROR-CODE      PIC X(06).
010400        10 SE-ERROR-TEXT      PIC X(40).
010500     05 SE-HEADER REDEFINES SE-DETAIL.
010600        10 SE-ERROR-COUNT     PIC 9(07).
010700        10 FILLER             PIC X(55).
010800
010900 FD  MANIFEST-FILE.
011000*----------------------------------------------------------------
011100* LAYOUT MUST MATCH GRADE-SCHOOL-XMITCTL'S MANIFEST-RECORD.
011200*----------------------------------------------------------------
011300 01  MANIFEST-RECORD.
011400     05 MF-DATE               PIC 9(08).
011500     05 MF-EXTRACT            PIC X(08).
011600     05 MF-RECORD-COUNT       PIC 9(07).
011700     05 MF-CONTROL-TOTAL      PIC 9(11).
011800     05 MF-ACK-EXPECTED       PIC X(01).
011900
012000 FD  WORKLIST-MASTER.
012100*----------------------------------------------------------------
012200* ONE ROW PER STATE ERROR, KEPT UNTIL THE STATE STOPS REPORTING
012300* IT.  WL-STATUS O OPEN, F FIXED HERE AND AWAITING RESUBMISSION,
012400* C CLEARED -- THE STATE REVIEWED A LATER SUBMISSION WITHOUT IT.
012500* WL-SENT-DATE AND WL-RECORD-NO ARE THE LATEST SUBMISSION THAT
012600* CARRIED IT; WL-TIMES-SEEN HOW MANY SUBMISSIONS HAVE.
012700* WL-OWNER R REGISTRAR, A ATTENDANCE CLERK, S SPED OFFICE.
012800*----------------------------------------------------------------
012900 01  WORKLIST-RECORD.
013000     05 WL-ERROR-NO           PIC 9(07).
013100     05 WL-EXTRACT            PIC X(08).
013200     05 WL-SENT-DATE          PIC 9(08).
013300     05 WL-RECORD-NO          PIC 9(07).
013400     05 WL-STUDENT-ID         PIC 9(09).
013500     05 WL-ERROR-CODE         PIC X(06).
013600     05 WL-ERROR-TEXT         PIC X(40).
013700     05 WL-OWNER              PIC X(01).
013800     05 WL-STATUS             PIC X(01).
013900     05 WL-OPENED-DATE        PIC 9(08).
014000     05 WL-FIXED-DATE         PIC 9(08).
014100     05 WL-FIXED-BY           PIC X(03).
014200     05 WL-CLEARED-DATE       PIC 9(08).
014300     05 WL-TIMES-SEEN         PIC 9(02).
014400
014500 FD  FIX-TRANSACTIONS.
014600*----------------------------------------------------------------
014700* ONE CARD PER ERROR THE OWNER HAS CORRECTED: THE WORKLIST ERROR
014800* NUMBER AND THE OWNER'S INITIALS.
014900*----------------------------------------------------------------
015000 01  FIX-RECORD.
015100     05 FX-ERROR-NO           PIC 9(07).
015200     05 FILLER                PIC X(01).
015300     05 FX-INITIALS           PIC X(03).
015400
015500 FD  REJECT-FILE.
015600*----------------------------------------------------------------
015700* TX IMAGE LEADING, REASON TRAILING -- THE SAME SHAPE THE
015800* ENROLLMENT BATCH WRITES.
015900*----------------------------------------------------------------
016000 01  REJ-RECORD.
016100     05 REJ-TX-IMAGE          PIC X(79).
016200     05 FILLER                PIC X(01).
016300     05 REJ-REASON            PIC X(08).
016400
016500 FD  ROSTER-FILE.
016600*----------------------------------------------------------------
016700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
016800*----------------------------------------------------------------
016900 01  ROSTER-RECORD.
017000     05 FR-STUDENT-ID         PIC 9(09).
017100     05 FR-NAME               PIC X(60).
017200     05 FR-GRADE              PIC 9(02).
017300     05 FR-TEACHER            PIC X(30).
017400     05 FR-SECTION            PIC 9(01).
017500     05 FR-HOUSEHOLD-ID       PIC 9(09).
017600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
017700     05 FR-IEP-FLAG           PIC X(01).
017800     05 FR-DOB                PIC 9(08).
017900     05 FR-SCHOOL-CODE        PIC 9(02).
017933     05 FR-GENDER             PIC X(01).
017966     05 FR-RACE-ETH           PIC X(01).
018000
018100 FD  WORKLIST-REPORT.
018200 01  RPT-LINE                 PIC X(132).
018300
018400 FD  LAYOUT-CONTROL.
018500*----------------------------------------------------------------
018600* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018700* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018800*----------------------------------------------------------------
018900 01  LAYOUT-CONTROL-RECORD.
019000     05 LC-DATASET            PIC X(08).
019100     05 LC-VERSION            PIC 9(03).
019200     05 LC-LENGTH             PIC 9(05).
019300     05 LC-EFFECTIVE-DATE     PIC 9(08).
019400
019500 FD  LAYOUT-USAGE-LOG.
019600*----------------------------------------------------------------
019700* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
019800* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
019900*----------------------------------------------------------------
020000 01  LAYOUT-USAGE-RECORD.
020100     05 LU-TIMESTAMP          PIC 9(14).
020200     05 LU-PROGRAM            PIC X(24).
020300     05 LU-DATASET            PIC X(08).
020400     05 LU-VERSION            PIC 9(03).
020500     05 LU-LENGTH             PIC 9(05).
020600     05 LU-RESULT             PIC X(08).
020700
020800 FD  OPS-ERROR-LOG.
020900*----------------------------------------------------------------
021000* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
021100* SHARED SHOP-WIDE ERROR LOG.
021200*----------------------------------------------------------------
021300 01  OPS-ERROR-RECORD.
021400     05 OE-TIMESTAMP          PIC 9(14).
021500     05 OE-PROGRAM            PIC X(20).
021600     05 OE-FILE-NAME          PIC X(08).
021700     05 OE-OPERATION          PIC X(08).
021800     05 OE-STATUS             PIC XX.
021900
022000 WORKING-STORAGE SECTION.
022100 01 WS-PARM-STATUS             PIC XX.
022200 01 WS-SE-STATUS               PIC XX.
022300 01 WS-MF-STATUS               PIC XX.
022400 01 WS-WL-STATUS               PIC XX.
022500 01 WS-FX-STATUS               PIC XX.
022600 01 WS-REJECT-STATUS           PIC XX.
022700 01 WS-FILE-STATUS             PIC XX.
022800 01 WS-RUN-MODE                PIC X(08).
022900 01 WS-TODAY                   PIC 9(08).
023000 01 WS-REJECT-REASON           PIC X(08).
023100 01 WS-NEXT-ERROR-NO           PIC 9(07) VALUE ZERO.
023200 01 WS-WL-IX                   PIC 9(05) COMP.
023300 01 WS-MF-IX                   PIC 9(04) COMP.
023400 01 WS-SB-IX                   PIC 9(04) COMP.
023500 01 WS-NEW-COUNT               PIC 9(05) COMP VALUE ZERO.
023600 01 WS-REPEAT-COUNT            PIC 9(05) COMP VALUE ZERO.
023700 01 WS-ALREADY-COUNT           PIC 9(05) COMP VALUE ZERO.
023800 01 WS-CLEARED-COUNT           PIC 9(05) COMP VALUE ZERO.
023900 01 WS-FIXED-COUNT             PIC 9(05) COMP VALUE ZERO.
024000 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
024100 01 WS-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
024200 01 WS-COUNT-MISMATCH          PIC 9(05) COMP VALUE ZERO.
024300 01 WS-EXT-OPEN                PIC 9(05) COMP.
024400 01 WS-EXT-FIXED               PIC 9(05) COMP.
024500 01 WS-WORKLIST-SWITCH         PIC X(01) VALUE "N".
024600     88 WORKLIST-CHANGED                 VALUE "Y".
024700 01 WS-LAST-OWNER              PIC X(01).
024800 01 WS-LAST-CODE               PIC X(06).
024900 01 WS-OWNER-NAME              PIC X(20).
025000 01 WS-STATUS-TEXT             PIC X(12).
025100 01 WS-COUNT-EDIT              PIC ZZZZ9.
025200 01 WS-SEEN-EDIT               PIC Z9.
025300 01 WS-DATE-EDIT               PIC 9999/99/99.
025400 01 I                          PIC 9(05) COMP.
025500 01 J                          PIC 9(05) COMP.
025600
025700*----------------------------------------------------------------
025800* THE XMITCTL MANIFEST: EACH EXTRACT WE SENT AND ITS RECORD COUNT.
025900*----------------------------------------------------------------
026000 01 WS-MF-COUNT                PIC 9(04) COMP VALUE ZERO.
026100 01 MANIFEST-TABLE.
026200     02 MFT-ROW               OCCURS 1 TO 2000 TIMES
026300                                 DEPENDING ON WS-MF-COUNT.
026400        05 MFT-EXTRACT        PIC X(08).
026500        05 MFT-DATE           PIC 9(08).
026600        05 MFT-RECORD-COUNT   PIC 9(07).
026700
026800*----------------------------------------------------------------
026900* THE SUBMISSIONS THIS STATEERR FILE REVIEWS (ITS H ROWS), WITH
027000* THE ERROR COUNT THE STATE CLAIMS AND THE D ROWS ACTUALLY FOUND.
027100*----------------------------------------------------------------
027200 01 WS-SB-COUNT                PIC 9(04) COMP VALUE ZERO.
027300 01 SUBMISSION-TABLE.
027400     02 SB-ROW                OCCURS 1 TO 200 TIMES
027500                                 DEPENDING ON WS-SB-COUNT.
027600        05 SB-EXTRACT         PIC X(08).
027700        05 SB-DATE            PIC 9(08).
027800        05 SB-EXPECTED        PIC 9(07).
027900        05 SB-FOUND           PIC 9(07).
028000
028100*----------------------------------------------------------------
028200* STERRWL AS LOADED.  WT-TOUCHED MARKS A ROW THE CURRENT STATEERR
028300* FILE REPORTED, SO THE ROWS IT DID NOT CAN BE CLEARED.
028400*----------------------------------------------------------------
028500 01 WS-WL-COUNT                PIC 9(05) COMP VALUE ZERO.
028600 01 WORKLIST-TABLE.
028700     02 WT-ROW                OCCURS 1 TO 5000 TIMES
028800                                 DEPENDING ON WS-WL-COUNT.
028900        05 WT-OWNER           PIC X(01).
029000        05 WT-ERROR-CODE      PIC X(06).
029100        05 WT-EXTRACT         PIC X(08).
029200        05 WT-STUDENT-ID      PIC 9(09).
029300        05 WT-ERROR-NO        PIC 9(07).
029400        05 WT-SENT-DATE       PIC 9(08).
029500        05 WT-RECORD-NO       PIC 9(07).
029600        05 WT-ERROR-TEXT      PIC X(40).
029700        05 WT-STATUS          PIC X(01).
029800        05 WT-OPENED-DATE     PIC 9(08).
029900        05 WT-FIXED-DATE      PIC 9(08).
030000        05 WT-FIXED-BY        PIC X(03).
030100        05 WT-CLEARED-DATE    PIC 9(08).
030200        05 WT-TIMES-SEEN      PIC 9(02).
030300        05 WT-TOUCHED         PIC X(01).
030400
030500*----------------------------------------------------------------
030600* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
030700* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
030800*----------------------------------------------------------------
030900 01 WS-LC-STATUS               PIC XX.
031000 01 WS-LU-STATUS               PIC XX.
031100 01 WS-OPS-LOG-STATUS          PIC XX.
031200 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
031300     88 LAYOUT-MISMATCH                  VALUE "Y".
031400 01 WS-LK-DATASET              PIC X(08).
031500 01 WS-LK-VERSION              PIC 9(03).
031600 01 WS-LK-LENGTH               PIC 9(05).
031700 01 WS-LK-RESULT               PIC X(08).
031800 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
031900 01 WS-LC-INDX                 PIC 9(03) COMP.
032000 01 LAYOUT-CONTROL-TABLE.
032100     02 LCT-ROW               OCCURS 50 TIMES.
032200        05 LCT-DATASET        PIC X(08).
032300        05 LCT-VERSION        PIC 9(03).
032400        05 LCT-LENGTH         PIC 9(05).
032500
032600 PROCEDURE DIVISION.
032700
032800 0000-MAINLINE.
032900     PERFORM 9800-CHECK-LAYOUTS
033000     IF LAYOUT-MISMATCH
033100        MOVE 16 TO RETURN-CODE
033200        GOBACK
033300     END-IF
033400     PERFORM 1000-INITIALIZE
033500     EVALUATE WS-RUN-MODE
033600         WHEN "IMPORT"
033700             PERFORM 2000-IMPORT-ERRORS
033800         WHEN "FIX"
033900             PERFORM 3000-APPLY-FIXES
034000         WHEN "WORKLIST"
034100             PERFORM 4000-PRINT-WORKLIST
034200         WHEN OTHER
034300             DISPLAY "GRADE-SCHOOL-STERR UNKNOWN MODE "
034400                 WS-RUN-MODE
034500             MOVE 8 TO RETURN-CODE
034600     END-EVALUATE
034700     PERFORM 5000-TERMINATE
034800     GOBACK.
034900
035000 1000-INITIALIZE.
035100     MOVE SPACES TO WS-RUN-MODE.
035200     OPEN INPUT PARM-FILE.
035300     IF WS-PARM-STATUS = "00"
035400        READ PARM-FILE
035500            AT END CONTINUE
035600        END-READ
035700        IF WS-PARM-STATUS = "00"
035800           MOVE PARM-MODE TO WS-RUN-MODE
035900        END-IF
036000        CLOSE PARM-FILE
036100     END-IF.
036200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
036300     PERFORM 1100-LOAD-WORKLIST.
036400
036500 1100-LOAD-WORKLIST.
036600     OPEN INPUT WORKLIST-MASTER.
036700     IF WS-WL-STATUS NOT = "00"
036800        MOVE "10" TO WS-WL-STATUS
036900        EXIT PARAGRAPH
037000     END-IF.
037100     PERFORM UNTIL WS-WL-STATUS NOT = "00"
037200        READ WORKLIST-MASTER
037300            AT END MOVE "10" TO WS-WL-STATUS
037400        END-READ
037500        IF WS-WL-STATUS = "00"
037600           AND WS-WL-COUNT < 5000
037700           ADD 1 TO WS-WL-COUNT
037800           MOVE WL-ERROR-NO TO WT-ERROR-NO(WS-WL-COUNT)
037900           MOVE WL-EXTRACT TO WT-EXTRACT(WS-WL-COUNT)
038000           MOVE WL-SENT-DATE TO WT-SENT-DATE(WS-WL-COUNT)
038100           MOVE WL-RECORD-NO TO WT-RECORD-NO(WS-WL-COUNT)
038200           MOVE WL-STUDENT-ID TO WT-STUDENT-ID(WS-WL-COUNT)
038300           MOVE WL-ERROR-CODE TO WT-ERROR-CODE(WS-WL-COUNT)
038400           MOVE WL-ERROR-TEXT TO WT-ERROR-TEXT(WS-WL-COUNT)
038500           MOVE WL-OWNER TO WT-OWNER(WS-WL-COUNT)
038600           MOVE WL-STATUS TO WT-STATUS(WS-WL-COUNT)
038700           MOVE WL-OPENED-DATE TO WT-OPENED-DATE(WS-WL-COUNT)
038800           MOVE WL-FIXED-DATE TO WT-FIXED-DATE(WS-WL-COUNT)
038900           MOVE WL-FIXED-BY TO WT-FIXED-BY(WS-WL-COUNT)
039000           MOVE WL-CLEARED-DATE TO WT-CLEARED-DATE(WS-WL-COUNT)
039100           MOVE WL-TIMES-SEEN TO WT-TIMES-SEEN(WS-WL-COUNT)
039200           MOVE "N" TO WT-TOUCHED(WS-WL-COUNT)
039300           IF WL-ERROR-NO > WS-NEXT-ERROR-NO
039400              MOVE WL-ERROR-NO TO WS-NEXT-ERROR-NO
039500           END-IF
039600        END-IF
039700     END-PERFORM.
039800     CLOSE WORKLIST-MASTER.
039900
040000 1200-REWRITE-WORKLIST.
040100     SORT WT-ROW ASCENDING WT-ERROR-NO.
040200     OPEN OUTPUT WORKLIST-MASTER.
040300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WL-COUNT
040400        MOVE WT-ERROR-NO(J) TO WL-ERROR-NO
040500        MOVE WT-EXTRACT(J) TO WL-EXTRACT
040600        MOVE WT-SENT-DATE(J) TO WL-SENT-DATE
040700        MOVE WT-RECORD-NO(J) TO WL-RECORD-NO
040800        MOVE WT-STUDENT-ID(J) TO WL-STUDENT-ID
040900        MOVE WT-ERROR-CODE(J) TO WL-ERROR-CODE
041000        MOVE WT-ERROR-TEXT(J) TO WL-ERROR-TEXT
041100        MOVE WT-OWNER(J) TO WL-OWNER
041200        MOVE WT-STATUS(J) TO WL-STATUS
041300        MOVE WT-OPENED-DATE(J) TO WL-OPENED-DATE
041400        MOVE WT-FIXED-DATE(J) TO WL-FIXED-DATE
041500        MOVE WT-FIXED-BY(J) TO WL-FIXED-BY
041600        MOVE WT-CLEARED-DATE(J) TO WL-CLEARED-DATE
041700        MOVE WT-TIMES-SEEN(J) TO WL-TIMES-SEEN
041800        WRITE WORKLIST-RECORD
041900     END-PERFORM.
042000     CLOSE WORKLIST-MASTER.
042100
042200*----------------------------------------------------------------
042300* IMPORT: EVERY D ROW MUST ANSWER A SUBMISSION ON XMITCTL AND
042400* FALL INSIDE ITS RECORD COUNT.  AFTER THE FILE IS POSTED, EACH
042500* SUBMISSION IT REVIEWED CLEARS THE OPEN ERRORS OF ITS EXTRACT
042600* FROM THAT SUBMISSION OR EARLIER THAT IT DID NOT REPORT AGAIN.
042700*----------------------------------------------------------------
042800 2000-IMPORT-ERRORS.
042900     PERFORM 2050-LOAD-MANIFEST.
043000     OPEN INPUT ROSTER-FILE.
043100     OPEN EXTEND REJECT-FILE.
043200     IF WS-REJECT-STATUS = "35"
043300        OPEN OUTPUT REJECT-FILE
043400     END-IF.
043500     OPEN INPUT STATE-ERROR-FILE.
043600     IF WS-SE-STATUS NOT = "00"
043700        MOVE "10" TO WS-SE-STATUS
043800     ELSE
043900        PERFORM UNTIL WS-SE-STATUS NOT = "00"
044000           READ STATE-ERROR-FILE
044100               AT END MOVE "10" TO WS-SE-STATUS
044200               NOT AT END PERFORM 2100-IMPORT-ONE
044300           END-READ
044400        END-PERFORM
044500        CLOSE STATE-ERROR-FILE
044600     END-IF.
044700     CLOSE REJECT-FILE.
044800     CLOSE ROSTER-FILE.
044900     PERFORM VARYING WS-SB-IX FROM 1 BY 1
045000              UNTIL WS-SB-IX > WS-SB-COUNT
045100        PERFORM 2400-CLEAR-RESOLVED
045200     END-PERFORM.
045300     IF WORKLIST-CHANGED
045400        PERFORM 1200-REWRITE-WORKLIST
045500     END-IF.
045600
045700 2050-LOAD-MANIFEST.
045800     OPEN INPUT MANIFEST-FILE.
045900     IF WS-MF-STATUS NOT = "00"
046000        MOVE "10" TO WS-MF-STATUS
046100        EXIT PARAGRAPH
046200     END-IF.
046300     PERFORM UNTIL WS-MF-STATUS NOT = "00"
046400        READ MANIFEST-FILE
046500            AT END MOVE "10" TO WS-MF-STATUS
046600        END-READ
046700        IF WS-MF-STATUS = "00"
046800           AND WS-MF-COUNT < 2000
046900           ADD 1 TO WS-MF-COUNT
047000           MOVE MF-EXTRACT TO MFT-EXTRACT(WS-MF-COUNT)
047100           MOVE MF-DATE TO MFT-DATE(WS-MF-COUNT)
047200           MOVE MF-RECORD-COUNT TO MFT-RECORD-COUNT(WS-MF-COUNT)
047300        END-IF
047400     END-PERFORM.
047500     CLOSE MANIFEST-FILE.
047600
047700 2100-IMPORT-ONE.
047800     IF NOT SE-HEADER-ROW AND NOT SE-DETAIL-ROW
047900        MOVE "BADTYPE" TO WS-REJECT-REASON
048000        PERFORM 2900-REJECT-ONE
048100        EXIT PARAGRAPH
048200     END-IF.
048300     MOVE 0 TO WS-MF-IX.
048400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MF-COUNT
048500        IF MFT-EXTRACT(I) = SE-EXTRACT
048600           AND MFT-DATE(I) = SE-SENT-DATE
048700           MOVE I TO WS-MF-IX
048800        END-IF
048900     END-PERFORM.
049000     IF WS-MF-IX = 0
049100        MOVE "NOMANIF" TO WS-REJECT-REASON
049200        PERFORM 2900-REJECT-ONE
049300        EXIT PARAGRAPH
049400     END-IF.
049500     PERFORM 2150-FIND-SUBMISSION.
049600     IF WS-SB-IX = 0
049700        MOVE "TBLFULL" TO WS-REJECT-REASON
049800        PERFORM 2900-REJECT-ONE
049900        EXIT PARAGRAPH
050000     END-IF.
050100     IF SE-HEADER-ROW
050200        MOVE SE-ERROR-COUNT TO SB-EXPECTED(WS-SB-IX)
050300        EXIT PARAGRAPH
050400     END-IF.
050500     IF SE-RECORD-NO = 0
050600        OR SE-RECORD-NO > MFT-RECORD-COUNT(WS-MF-IX)
050700        MOVE "BADRECNO" TO WS-REJECT-REASON
050800        PERFORM 2900-REJECT-ONE
050900        EXIT PARAGRAPH
051000     END-IF.
051100     ADD 1 TO SB-FOUND(WS-SB-IX).
051200     PERFORM 2200-POST-DETAIL.
051300
051400*----------------------------------------------------------------
051500* THE SUBMISSION'S ROW IN SUBMISSION-TABLE, ADDED ON FIRST SIGHT.
051600* A D ROW WITH NO H ROW STILL COUNTS AS A REVIEWED SUBMISSION.
051700*----------------------------------------------------------------
051800 2150-FIND-SUBMISSION.
051900     MOVE 0 TO WS-SB-IX.
052000     PERFORM VARYING I FROM 1 BY 1
052100              UNTIL I > WS-SB-COUNT OR WS-SB-IX > 0
052200        IF SB-EXTRACT(I) = SE-EXTRACT
052300           AND SB-DATE(I) = SE-SENT-DATE
052400           MOVE I TO WS-SB-IX
052500        END-IF
052600     END-PERFORM.
052700     IF WS-SB-IX = 0 AND WS-SB-COUNT < 200
052800        ADD 1 TO WS-SB-COUNT
052900        MOVE WS-SB-COUNT TO WS-SB-IX
053000        MOVE SE-EXTRACT TO SB-EXTRACT(WS-SB-IX)
053100        MOVE SE-SENT-DATE TO SB-DATE(WS-SB-IX)
053200        MOVE 0 TO SB-EXPECTED(WS-SB-IX)
053300        MOVE 0 TO SB-FOUND(WS-SB-IX)
053400     END-IF.
053500
053600*----------------------------------------------------------------
053700* THE SAME ERROR IS THE SAME EXTRACT, STUDENT AND ERROR CODE (AND,
053800* ON A SUMMARY ROW WITH NO STUDENT, THE SAME RECORD NUMBER).  SEEN
053900* ON THIS SAME SUBMISSION IT IS A RERUN OF THE FILE; SEEN ON AN
054000* EARLIER ONE IT IS A REPEAT, AND A FIX THAT DID NOT TAKE REOPENS.
054100*----------------------------------------------------------------
054200 2200-POST-DETAIL.
054300     MOVE 0 TO WS-WL-IX.
054400     PERFORM VARYING J FROM 1 BY 1
054500              UNTIL J > WS-WL-COUNT OR WS-WL-IX > 0
054600        IF WT-STATUS(J) NOT = "C"
054700           AND WT-EXTRACT(J) = SE-EXTRACT
054800           AND WT-STUDENT-ID(J) = SE-STUDENT-ID
054900           AND WT-ERROR-CODE(J) = SE-ERROR-CODE
055000           AND (SE-STUDENT-ID NOT = 0
055100                OR WT-RECORD-NO(J) = SE-RECORD-NO)
055200           MOVE J TO WS-WL-IX
055300        END-IF
055400     END-PERFORM.
055500     IF WS-WL-IX > 0
055600        MOVE "Y" TO WT-TOUCHED(WS-WL-IX)
055700        IF WT-SENT-DATE(WS-WL-IX) = SE-SENT-DATE
055800           ADD 1 TO WS-ALREADY-COUNT
055900           EXIT PARAGRAPH
056000        END-IF
056100        MOVE SE-SENT-DATE TO WT-SENT-DATE(WS-WL-IX)
056200        MOVE SE-RECORD-NO TO WT-RECORD-NO(WS-WL-IX)
056300        MOVE SE-ERROR-TEXT TO WT-ERROR-TEXT(WS-WL-IX)
056400        MOVE "O" TO WT-STATUS(WS-WL-IX)
056500        IF WT-TIMES-SEEN(WS-WL-IX) < 99
056600           ADD 1 TO WT-TIMES-SEEN(WS-WL-IX)
056700        END-IF
056800        ADD 1 TO WS-REPEAT-COUNT
056900        SET WORKLIST-CHANGED TO TRUE
057000        EXIT PARAGRAPH
057100     END-IF.
057200     IF WS-WL-COUNT >= 5000
057300        MOVE "TBLFULL" TO WS-REJECT-REASON
057400        PERFORM 2900-REJECT-ONE
057500        EXIT PARAGRAPH
057600     END-IF.
057700     IF SE-STUDENT-ID NOT = 0
057800        MOVE SE-STUDENT-ID TO FR-STUDENT-ID
057900        READ ROSTER-FILE
058000            INVALID KEY CONTINUE
058100        END-READ
058200        IF WS-FILE-STATUS NOT = "00"
058300           MOVE "00" TO WS-FILE-STATUS
058400           MOVE "NOTFOUND" TO WS-REJECT-REASON
058500           PERFORM 2900-REJECT-ONE
058600           EXIT PARAGRAPH
058700        END-IF
058800     END-IF.
058900     ADD 1 TO WS-WL-COUNT.
059000     MOVE WS-WL-COUNT TO WS-WL-IX.
059100     ADD 1 TO WS-NEXT-ERROR-NO.
059200     MOVE WS-NEXT-ERROR-NO TO WT-ERROR-NO(WS-WL-IX).
059300     MOVE SE-EXTRACT TO WT-EXTRACT(WS-WL-IX).
059400     MOVE SE-SENT-DATE TO WT-SENT-DATE(WS-WL-IX).
059500     MOVE SE-RECORD-NO TO WT-RECORD-NO(WS-WL-IX).
059600     MOVE SE-STUDENT-ID TO WT-STUDENT-ID(WS-WL-IX).
059700     MOVE SE-ERROR-CODE TO WT-ERROR-CODE(WS-WL-IX).
059800     MOVE SE-ERROR-TEXT TO WT-ERROR-TEXT(WS-WL-IX).
059900     PERFORM 2300-ASSIGN-OWNER.
060000     MOVE "O" TO WT-STATUS(WS-WL-IX).
060100     MOVE WS-TODAY TO WT-OPENED-DATE(WS-WL-IX).
060200     MOVE 0 TO WT-FIXED-DATE(WS-WL-IX).
060300     MOVE SPACES TO WT-FIXED-BY(WS-WL-IX).
060400     MOVE 0 TO WT-CLEARED-DATE(WS-WL-IX).
060500     MOVE 1 TO WT-TIMES-SEEN(WS-WL-IX).
060600     MOVE "Y" TO WT-TOUCHED(WS-WL-IX).
060700     ADD 1 TO WS-NEW-COUNT.
060800     SET WORKLIST-CHANGED TO TRUE.
060900
061000*----------------------------------------------------------------
061100* WHO CORRECTS IT: IDENTITY AND ENROLLMENT ERRORS ARE THE
061200* REGISTRAR'S, PROGRAM AND EXIT CODES THE SPED OFFICE'S, DAY
061300* COUNTS THE ATTENDANCE CLERK'S.  ANY OTHER CODE GOES BY THE
061400* EXTRACT IT CAME IN ON.
061500*----------------------------------------------------------------
061600 2300-ASSIGN-OWNER.
061700     EVALUATE TRUE
061800         WHEN SE-ERROR-CODE = "DOB" OR "DUPID" OR "NAME"
061900                           OR "GRADE" OR "ENTRY"
062000             MOVE "R" TO WT-OWNER(WS-WL-IX)
062100         WHEN SE-ERROR-CODE = "EXITCD" OR "PROGCD"
062200             MOVE "S" TO WT-OWNER(WS-WL-IX)
062300         WHEN SE-ERROR-CODE = "DAYS" OR "ADA"
062400             MOVE "A" TO WT-OWNER(WS-WL-IX)
062500         WHEN SE-EXTRACT = "ADAEXT"
062600             MOVE "A" TO WT-OWNER(WS-WL-IX)
062700         WHEN SE-EXTRACT = "PARTEXT"
062800             MOVE "S" TO WT-OWNER(WS-WL-IX)
062900         WHEN OTHER
063000             MOVE "R" TO WT-OWNER(WS-WL-IX)
063100     END-EVALUATE.
063200
063300 2400-CLEAR-RESOLVED.
063400     IF SB-FOUND(WS-SB-IX) NOT = SB-EXPECTED(WS-SB-IX)
063500        DISPLAY "GRADE-SCHOOL-STERR " SB-EXTRACT(WS-SB-IX)
063600            " SENT " SB-DATE(WS-SB-IX) " STATE COUNT "
063700            SB-EXPECTED(WS-SB-IX) " ROWS FOUND "
063800            SB-FOUND(WS-SB-IX)
063900        ADD 1 TO WS-COUNT-MISMATCH
064000     END-IF.
064100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WL-COUNT
064200        IF WT-STATUS(J) NOT = "C"
064300           AND WT-TOUCHED(J) = "N"
064400           AND WT-EXTRACT(J) = SB-EXTRACT(WS-SB-IX)
064500           AND WT-SENT-DATE(J) <= SB-DATE(WS-SB-IX)
064600           MOVE "C" TO WT-STATUS(J)
064700           MOVE WS-TODAY TO WT-CLEARED-DATE(J)
064800           ADD 1 TO WS-CLEARED-COUNT
064900           SET WORKLIST-CHANGED TO TRUE
065000        END-IF
065100     END-PERFORM.
065200
065300 2900-REJECT-ONE.
065400     MOVE SPACES TO REJ-RECORD.
065500     MOVE STATE-ERROR-RECORD TO REJ-TX-IMAGE.
065600     MOVE WS-REJECT-REASON TO REJ-REASON.
065700     WRITE REJ-RECORD.
065800     ADD 1 TO WS-REJECT-COUNT.
065900
066000*----------------------------------------------------------------
066100* FIX: THE OWNER HAS CORRECTED THE RECORD HERE.  THE ERROR STAYS
066200* ON THE WORKLIST AS FIXED UNTIL THE STATE REVIEWS A RESUBMISSION
066300* WITHOUT IT; IF THE STATE REPORTS IT AGAIN IT REOPENS.
066400*----------------------------------------------------------------
066500 3000-APPLY-FIXES.
066600     OPEN EXTEND REJECT-FILE.
066700     IF WS-REJECT-STATUS = "35"
066800        OPEN OUTPUT REJECT-FILE
066900     END-IF.
067000     OPEN INPUT FIX-TRANSACTIONS.
067100     IF WS-FX-STATUS NOT = "00"
067200        MOVE "10" TO WS-FX-STATUS
067300     ELSE
067400        PERFORM UNTIL WS-FX-STATUS NOT = "00"
067500           READ FIX-TRANSACTIONS
067600               AT END MOVE "10" TO WS-FX-STATUS
067700               NOT AT END PERFORM 3100-FIX-ONE
067800           END-READ
067900        END-PERFORM
068000        CLOSE FIX-TRANSACTIONS
068100     END-IF.
068200     CLOSE REJECT-FILE.
068300     IF WORKLIST-CHANGED
068400        PERFORM 1200-REWRITE-WORKLIST
068500     END-IF.
068600
068700 3100-FIX-ONE.
068800     MOVE 0 TO WS-WL-IX.
068900     IF FX-ERROR-NO IS NUMERIC
069000        PERFORM VARYING J FROM 1 BY 1
069100                 UNTIL J > WS-WL-COUNT OR WS-WL-IX > 0
069200           IF WT-ERROR-NO(J) = FX-ERROR-NO
069300              MOVE J TO WS-WL-IX
069400           END-IF
069500        END-PERFORM
069600     END-IF.
069700     IF WS-WL-IX = 0
069800        MOVE "NOTFOUND" TO WS-REJECT-REASON
069900        PERFORM 3900-REJECT-FIX
070000        EXIT PARAGRAPH
070100     END-IF.
070200     IF WT-STATUS(WS-WL-IX) = "C"
070300        MOVE "CLEARED" TO WS-REJECT-REASON
070400        PERFORM 3900-REJECT-FIX
070500        EXIT PARAGRAPH
070600     END-IF.
070700     IF FX-INITIALS = SPACES
070800        MOVE "NOINITS" TO WS-REJECT-REASON
070900        PERFORM 3900-REJECT-FIX
071000        EXIT PARAGRAPH
071100     END-IF.
071200     MOVE "F" TO WT-STATUS(WS-WL-IX).
071300     MOVE WS-TODAY TO WT-FIXED-DATE(WS-WL-IX).
071400     MOVE FX-INITIALS TO WT-FIXED-BY(WS-WL-IX).
071500     ADD 1 TO WS-FIXED-COUNT.
071600     SET WORKLIST-CHANGED TO TRUE.
071700
071800 3900-REJECT-FIX.
071900     MOVE SPACES TO REJ-RECORD.
072000     MOVE FIX-RECORD TO REJ-TX-IMAGE.
072100     MOVE WS-REJECT-REASON TO REJ-REASON.
072200     WRITE REJ-RECORD.
072300     ADD 1 TO WS-REJECT-COUNT.
072400
072500*----------------------------------------------------------------
072600* THE WORKLIST: OPEN AND FIXED ERRORS BY OWNER, THEN ERROR TYPE,
072700* EACH OWNER ON A NEW PAGE; THEN BY EXTRACT, HOW MANY ARE STILL
072800* OPEN -- AN EXTRACT WITH NONE IS READY TO RESUBMIT.
072900*----------------------------------------------------------------
073000 4000-PRINT-WORKLIST.
073100     IF WS-WL-COUNT > 0
073200        SORT WT-ROW ASCENDING WT-OWNER WT-ERROR-CODE WT-EXTRACT
073300                              WT-STUDENT-ID WT-ERROR-NO
073400     END-IF.
073500     OPEN INPUT ROSTER-FILE.
073600     OPEN OUTPUT WORKLIST-REPORT.
073700     MOVE WS-TODAY TO WS-DATE-EDIT.
073800     MOVE SPACES TO RPT-LINE.
073900     STRING "STATE SUBMISSION CORRECTION WORKLIST -- "
074000         DELIMITED BY SIZE
074100         WS-DATE-EDIT DELIMITED BY SIZE
074200         INTO RPT-LINE
074300     END-STRING.
074400     WRITE RPT-LINE.
074500     MOVE SPACES TO WS-LAST-OWNER.
074600     MOVE SPACES TO WS-LAST-CODE.
074700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WL-COUNT
074800        IF WT-STATUS(I) NOT = "C"
074900           PERFORM 4100-PRINT-ONE
075000        END-IF
075100     END-PERFORM.
075200     IF WS-LAST-OWNER = SPACES
075300        MOVE SPACES TO RPT-LINE
075400        WRITE RPT-LINE
075500        MOVE "NO OPEN STATE ERRORS" TO RPT-LINE
075600        WRITE RPT-LINE
075700     END-IF.
075800     PERFORM 4200-PRINT-READINESS.
075900     CLOSE WORKLIST-REPORT.
076000     CLOSE ROSTER-FILE.
076100
076200 4100-PRINT-ONE.
076300     IF WT-OWNER(I) NOT = WS-LAST-OWNER
076400        MOVE WT-OWNER(I) TO WS-LAST-OWNER
076500        MOVE SPACES TO WS-LAST-CODE
076600        EVALUATE WT-OWNER(I)
076700            WHEN "A"
076800                MOVE "ATTENDANCE CLERK" TO WS-OWNER-NAME
076900            WHEN "S"
077000                MOVE "SPED OFFICE" TO WS-OWNER-NAME
077100            WHEN OTHER
077200                MOVE "REGISTRAR" TO WS-OWNER-NAME
077300        END-EVALUATE
077400        MOVE SPACES TO RPT-LINE
077500        WRITE RPT-LINE AFTER ADVANCING PAGE
077600        STRING "OWNER: " DELIMITED BY SIZE
077700            WS-OWNER-NAME DELIMITED BY SIZE
077800            INTO RPT-LINE
077900        END-STRING
078000        WRITE RPT-LINE
078100        MOVE SPACES TO RPT-LINE
078200        MOVE "ERROR NO" TO RPT-LINE(3:8)
078300        MOVE "STUDENT" TO RPT-LINE(13:7)
078400        MOVE "NAME" TO RPT-LINE(24:4)
078500        MOVE "EXTRACT" TO RPT-LINE(56:7)
078600        MOVE "SENT" TO RPT-LINE(66:4)
078700        MOVE "REC NO" TO RPT-LINE(78:6)
078800        MOVE "STATE ERROR" TO RPT-LINE(86:11)
078900        WRITE RPT-LINE
079000     END-IF.
079100     IF WT-ERROR-CODE(I) NOT = WS-LAST-CODE
079200        MOVE WT-ERROR-CODE(I) TO WS-LAST-CODE
079300        MOVE SPACES TO RPT-LINE
079400        WRITE RPT-LINE
079500        STRING "  ERROR TYPE " DELIMITED BY SIZE
079600            WT-ERROR-CODE(I) DELIMITED BY SIZE
079700            INTO RPT-LINE
079800        END-STRING
079900        WRITE RPT-LINE
080000     END-IF.
080100     MOVE SPACES TO RPT-LINE.
080200     MOVE WT-ERROR-NO(I) TO RPT-LINE(3:7).
080300     IF WT-STUDENT-ID(I) = 0
080400        MOVE "(SUMMARY ROW)" TO RPT-LINE(13:13)
080500     ELSE
080600        MOVE WT-STUDENT-ID(I) TO RPT-LINE(13:9)
080700        MOVE WT-STUDENT-ID(I) TO FR-STUDENT-ID
080800        READ ROSTER-FILE
080900            INVALID KEY MOVE "(NOT ON ROSTERF)" TO FR-NAME
081000        END-READ
081100        MOVE "00" TO WS-FILE-STATUS
081200        MOVE FR-NAME(1:30) TO RPT-LINE(24:30)
081300     END-IF.
081400     MOVE WT-EXTRACT(I) TO RPT-LINE(56:8).
081500     MOVE WT-SENT-DATE(I) TO WS-DATE-EDIT.
081600     MOVE WS-DATE-EDIT TO RPT-LINE(66:10).
081700     MOVE WT-RECORD-NO(I) TO RPT-LINE(78:7).
081800     MOVE WT-ERROR-TEXT(I) TO RPT-LINE(86:40).
081900     WRITE RPT-LINE.
082000     MOVE SPACES TO RPT-LINE.
082100     IF WT-STATUS(I) = "F"
082200        MOVE WT-FIXED-DATE(I) TO WS-DATE-EDIT
082300        STRING "FIXED " DELIMITED BY SIZE
082400            WS-DATE-EDIT DELIMITED BY SIZE
082500            " BY " DELIMITED BY SIZE
082600            WT-FIXED-BY(I) DELIMITED BY SIZE
082700            " -- AWAITING RESUBMISSION" DELIMITED BY SIZE
082800            INTO RPT-LINE(13:)
082900        END-STRING
083000     ELSE
083100        MOVE WT-OPENED-DATE(I) TO WS-DATE-EDIT
083200        STRING "OPEN SINCE " DELIMITED BY SIZE
083300            WS-DATE-EDIT DELIMITED BY SIZE
083400            INTO RPT-LINE(13:)
083500        END-STRING
083600        IF WT-FIXED-BY(I) NOT = SPACES
083700           MOVE WT-FIXED-DATE(I) TO WS-DATE-EDIT
083800           STRING "REOPENED -- FIX OF " DELIMITED BY SIZE
083900               WS-DATE-EDIT DELIMITED BY SIZE
084000               " BY " DELIMITED BY SIZE
084100               WT-FIXED-BY(I) DELIMITED BY SIZE
084200               " NOT ACCEPTED" DELIMITED BY SIZE
084300               INTO RPT-LINE(13:)
084400           END-STRING
084500        END-IF
084600        ADD 1 TO WS-OPEN-COUNT
084700     END-IF.
084800     IF WT-TIMES-SEEN(I) > 1
084900        MOVE WT-TIMES-SEEN(I) TO WS-SEEN-EDIT
085000        STRING "** REPORTED ON " DELIMITED BY SIZE
085100            WS-SEEN-EDIT DELIMITED BY SIZE
085200            " SUBMISSIONS **" DELIMITED BY SIZE
085300            INTO RPT-LINE(66:)
085400        END-STRING
085500     END-IF.
085600     WRITE RPT-LINE.
085700
085800*----------------------------------------------------------------
085900* ONE LINE PER EXTRACT WITH ANYTHING OUTSTANDING (THE WORKLIST IS
086000* IN OWNER ORDER, SO EACH EXTRACT IS TALLIED ACROSS THE TABLE).
086100*----------------------------------------------------------------
086200 4200-PRINT-READINESS.
086300     MOVE SPACES TO RPT-LINE.
086400     WRITE RPT-LINE AFTER ADVANCING PAGE.
086500     MOVE "RESUBMISSION READINESS BY EXTRACT" TO RPT-LINE.
086600     WRITE RPT-LINE.
086700     MOVE SPACES TO RPT-LINE.
086800     MOVE "EXTRACT" TO RPT-LINE(3:7).
086900     MOVE "OPEN" TO RPT-LINE(14:4).
087000     MOVE "FIXED" TO RPT-LINE(21:5).
087100     WRITE RPT-LINE.
087200     IF WS-WL-COUNT > 0
087300        SORT WT-ROW ASCENDING WT-EXTRACT WT-STATUS
087400     END-IF.
087500     MOVE 1 TO I.
087600     PERFORM UNTIL I > WS-WL-COUNT
087700        MOVE 0 TO WS-EXT-OPEN
087800        MOVE 0 TO WS-EXT-FIXED
087900        MOVE I TO J
088000        PERFORM UNTIL I > WS-WL-COUNT
088100                 OR WT-EXTRACT(I) NOT = WT-EXTRACT(J)
088200           EVALUATE WT-STATUS(I)
088300               WHEN "O"
088400                   ADD 1 TO WS-EXT-OPEN
088500               WHEN "F"
088600                   ADD 1 TO WS-EXT-FIXED
088700           END-EVALUATE
088800           ADD 1 TO I
088900        END-PERFORM
089000        IF WS-EXT-OPEN > 0 OR WS-EXT-FIXED > 0
089100           MOVE SPACES TO RPT-LINE
089200           MOVE WT-EXTRACT(J) TO RPT-LINE(3:8)
089300           MOVE WS-EXT-OPEN TO WS-COUNT-EDIT
089400           MOVE WS-COUNT-EDIT TO RPT-LINE(13:5)
089500           MOVE WS-EXT-FIXED TO WS-COUNT-EDIT
089600           MOVE WS-COUNT-EDIT TO RPT-LINE(21:5)
089700           IF WS-EXT-OPEN = 0
089800              MOVE "READY TO RESUBMIT" TO RPT-LINE(30:17)
089900           ELSE
090000              MOVE "NOT READY -- OPEN ERRORS" TO RPT-LINE(30:24)
090100           END-IF
090200           WRITE RPT-LINE
090300        END-IF
090400     END-PERFORM.
090500
090600 5000-TERMINATE.
090700     EVALUATE WS-RUN-MODE
090800         WHEN "IMPORT"
090900             DISPLAY "GRADE-SCHOOL-STERR IMPORT"
091000             DISPLAY "  NEW ERRORS:           " WS-NEW-COUNT
091100             DISPLAY "  REPEATS FROM EARLIER: " WS-REPEAT-COUNT
091200             DISPLAY "  ALREADY IMPORTED:     " WS-ALREADY-COUNT
091300             DISPLAY "  CLEARED BY THE STATE: " WS-CLEARED-COUNT
091400             DISPLAY "  REJECTED TO STERRREJ: " WS-REJECT-COUNT
091500             IF WS-REJECT-COUNT > 0 OR WS-COUNT-MISMATCH > 0
091600                MOVE 4 TO RETURN-CODE
091700             END-IF
091800         WHEN "FIX"
091900             DISPLAY "GRADE-SCHOOL-STERR FIX"
092000             DISPLAY "  MARKED FIXED:         " WS-FIXED-COUNT
092100             DISPLAY "  REJECTED TO STERRREJ: " WS-REJECT-COUNT
092200             IF WS-REJECT-COUNT > 0
092300                MOVE 4 TO RETURN-CODE
092400             END-IF
092500         WHEN "WORKLIST"
092600             DISPLAY "GRADE-SCHOOL-STERR WORKLIST"
092700             DISPLAY "  OPEN ERRORS:          " WS-OPEN-COUNT
092800             IF WS-OPEN-COUNT > 0
092900                MOVE 4 TO RETURN-CODE
093000             END-IF
093100     END-EVALUATE.
093200
093300*----------------------------------------------------------------
093400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
093500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
093600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
093700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
093800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
093900*----------------------------------------------------------------
094000 9800-CHECK-LAYOUTS.
094100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
094200     OPEN EXTEND LAYOUT-USAGE-LOG.
094300     IF WS-LU-STATUS = "35"
094400        OPEN OUTPUT LAYOUT-USAGE-LOG
094500     END-IF.
094600     MOVE "ROSTERF" TO WS-LK-DATASET.
094700     MOVE 3 TO WS-LK-VERSION.
094800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
094900     PERFORM 9820-CHECK-ONE-LAYOUT.
095000     CLOSE LAYOUT-USAGE-LOG.
095100
095200 9810-LOAD-LAYOUT-CONTROL.
095300     MOVE 0 TO WS-LC-COUNT.
095400     OPEN INPUT LAYOUT-CONTROL.
095500     IF WS-LC-STATUS NOT = "00"
095600        EXIT PARAGRAPH
095700     END-IF.
095800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
095900        READ LAYOUT-CONTROL
096000            AT END MOVE "10" TO WS-LC-STATUS
096100        END-READ
096200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
096300           ADD 1 TO WS-LC-COUNT
096400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
096500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
096600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
096700        END-IF
096800     END-PERFORM.
096900     CLOSE LAYOUT-CONTROL.
097000
097100*----------------------------------------------------------------
097200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
097300* AS NOCTL.
097400*----------------------------------------------------------------
097500 9820-CHECK-ONE-LAYOUT.
097600     MOVE "NOCTL" TO WS-LK-RESULT.
097700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
097800             UNTIL WS-LC-INDX > WS-LC-COUNT
097900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
098000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
098100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
098200              MOVE "CURRENT" TO WS-LK-RESULT
098300           ELSE
098400              MOVE "MISMATCH" TO WS-LK-RESULT
098500           END-IF
098600        END-IF
098700     END-PERFORM.
098800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
098900     MOVE "GRADE-SCHOOL-STERR" TO LU-PROGRAM.
099000     MOVE WS-LK-DATASET TO LU-DATASET.
099100     MOVE WS-LK-VERSION TO LU-VERSION.
099200     MOVE WS-LK-LENGTH TO LU-LENGTH.
099300     MOVE WS-LK-RESULT TO LU-RESULT.
099400     WRITE LAYOUT-USAGE-RECORD.
099500     IF WS-LK-RESULT NOT = "MISMATCH"
099600        EXIT PARAGRAPH
099700     END-IF.
099800     SET LAYOUT-MISMATCH TO TRUE.
099900     DISPLAY "GRADE-SCHOOL-STERR HALTED: " WS-LK-DATASET
100000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
100100         " DOES NOT MATCH LAYOUTCT".
100200     OPEN EXTEND OPS-ERROR-LOG.
100300     IF WS-OPS-LOG-STATUS = "35"
100400        OPEN OUTPUT OPS-ERROR-LOG
100500     END-IF.
100600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
100700     MOVE "GRADE-SCHOOL-STERR" TO OE-PROGRAM.
100800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
100900     MOVE "LAYOUT" TO OE-OPERATION.
101000     MOVE "16" TO OE-STATUS.
101100     WRITE OPS-ERROR-RECORD.
101200     CLOSE OPS-ERROR-LOG.
