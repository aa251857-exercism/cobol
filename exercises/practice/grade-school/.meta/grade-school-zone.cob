000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ZONE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ATTENDANCE-ZONE EXCEPTIONS AND THE YEARLY
001100*                 OUT-OF-ZONE SWEEP.  ZNPARM SAYS POST OR SWEEP.
001200*                 POST APPLIES PUPIL SERVICES' ZONEEXCX ENTRIES
001300*                 TO ZONEEXC, ONE APPROVED EXCEPTION PER STUDENT
001400*                 (BUILDING, REASON, APPROVER, EXPIRY): A
001500*                 APPROVES OR RENEWS, R REVOKES.  BAD ROWS GO TO
001600*                 ZONEXREJ.  SWEEP WORKS OUT EVERY ROSTERF
001700*                 STUDENT'S RESIDENT SCHOOL FROM THE HSHLDMST
001800*                 ADDRESS AND THE ZONEBND STREET RANGES, THE SAME
001900*                 WAY GRADE-SCHOOL'S FIND-RESIDENT-SCHOOL DOES,
002000*                 AND LISTS EVERY STUDENT ATTENDING ANOTHER
002100*                 BUILDING WITHOUT A CURRENT EXCEPTION FOR IT,
002200*                 THEN EVERY ADDRESS NO BOUNDARY SEGMENT HOLDS.
002300*                 ROSTERF AND HSHLDMST ARE CHECKED AGAINST
002400*                 LAYOUTCT AT START.
002425* 2026-10-15 KAP  A ZONEEXC LARGER THAN THE 5000-ROW TABLE NOW
002450*                 ABANDONS THE RUN RC=8 INSTEAD OF REWRITING THE
002475*                 FILE WITHOUT THE ROWS PAST THE CAP.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PARM-FILE ASSIGN TO "ZNPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500
003600     SELECT EXCEPTION-TRANSACTIONS ASSIGN TO "ZONEEXCX"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TX-STATUS.
003900
004000     SELECT ZONE-EXCEPTION-FILE ASSIGN TO "ZONEEXC"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ZX-STATUS.
004300
004400     SELECT EXCEPTION-REJECTS ASSIGN TO "ZONEXREJ"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REJECT-STATUS.
004700
004800     SELECT ZONE-BOUNDARY-FILE ASSIGN TO "ZONEBND"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ZB-STATUS.
005100
005200     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS FR-STUDENT-ID
005600         FILE STATUS IS WS-FILE-STATUS.
005700
005800     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS HM-HOUSEHOLD-ID
006200         FILE STATUS IS WS-HM-STATUS.
006300
006400     SELECT SWEEP-REPORT ASSIGN TO "ZONERPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LC-STATUS.
007000
007100     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-LU-STATUS.
007400
007500     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-OPS-LOG-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARM-FILE.
008200 01  PARM-RECORD.
008300     05 PARM-MODE             PIC X(06).
008400
008500*----------------------------------------------------------------
008600* A = APPROVE (OR RENEW) THE STUDENT'S EXCEPTION TO ATTEND
008700* BUILDING ZXT-SCHOOL-CODE UNTIL ZXT-EXPIRY-DATE, R = REVOKE IT.
008800* REASON AND APPROVER ARE FROM THE SIGNED TRANSFER FORM.
008900*----------------------------------------------------------------
009000 FD  EXCEPTION-TRANSACTIONS.
009100 01  EXCEPTION-TX-RECORD.
009200     05 ZXT-ACTION            PIC X(01).
009300     05 ZXT-STUDENT-ID        PIC 9(09).
009400     05 ZXT-SCHOOL-CODE       PIC 9(02).
009500     05 ZXT-REASON            PIC X(20).
009600     05 ZXT-APPROVER          PIC X(30).
009700     05 ZXT-APPROVED-DATE     PIC 9(08).
009800     05 ZXT-EXPIRY-DATE       PIC 9(08).
009900
010000*----------------------------------------------------------------
010100* ONE ROW PER STUDENT WITH AN APPROVED ZONE EXCEPTION: THE
010200* BUILDING THEY MAY ATTEND, WHY, WHO APPROVED IT, WHEN, AND THE
010300* LAST DAY IT HOLDS.
010400*----------------------------------------------------------------
010500 FD  ZONE-EXCEPTION-FILE.
010600 01  ZONE-EXCEPTION-RECORD.
010700     05 ZX-STUDENT-ID         PIC 9(09).
010800     05 ZX-SCHOOL-CODE        PIC 9(02).
010900     05 ZX-REASON             PIC X(20).
011000     05 ZX-APPROVER           PIC X(30).
011100     05 ZX-APPROVED-DATE      PIC 9(08).
011200     05 ZX-EXPIRY-DATE        PIC 9(08).
011300
011400*----------------------------------------------------------------
011500* TX IMAGE LEADING, REASON TRAILING: BADACTN, NOTFOUND (NOT ON
011600* THE ROSTER), BADSCHL, NOREASON, NOAPPRVR, BADDATE, BADEXPRY
011700* (NOT A DATE, OR NOT AFTER THE APPROVAL), NOEXCPT (A REVOKE WITH
011800* NO EXCEPTION ON FILE) OR TBLFULL.
011900*----------------------------------------------------------------
012000 FD  EXCEPTION-REJECTS.
012100 01  REJ-RECORD.
012200     05 REJ-TX-IMAGE          PIC X(78).
012300     05 FILLER                PIC X(01).
012400     05 REJ-REASON            PIC X(08).
012500
012600*----------------------------------------------------------------
012700* LAYOUT MUST MATCH GRADE-SCHOOL'S ZONE-BOUNDARY-RECORD.
012800*----------------------------------------------------------------
012900 FD  ZONE-BOUNDARY-FILE.
013000 01  ZONE-BOUNDARY-RECORD.
013100     05 ZB-STREET             PIC X(30).
013200     05 ZB-LOW-NUMBER         PIC 9(06).
013300     05 ZB-HIGH-NUMBER        PIC 9(06).
013400     05 ZB-PARITY             PIC X(01).
013500     05 ZB-ZIP                PIC X(05).
013600     05 ZB-SCHOOL-CODE        PIC 9(02).
013700
013800 FD  ROSTER-FILE.
013900*----------------------------------------------------------------
014000* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
014100*----------------------------------------------------------------
014200 01  ROSTER-RECORD.
014300     05 FR-STUDENT-ID         PIC 9(09).
014400     05 FR-NAME               PIC X(60).
014500     05 FR-GRADE              PIC 9(02).
014600     05 FR-TEACHER            PIC X(30).
014700     05 FR-SECTION            PIC 9(01).
014800     05 FR-HOUSEHOLD-ID       PIC 9(09).
014900*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NOT READ HERE.
015000     05 FR-IEP-FLAG           PIC X(01).
015100     05 FR-DOB                PIC 9(08).
015200     05 FR-SCHOOL-CODE        PIC 9(02).
015300     05 FR-GENDER             PIC X(01).
015400     05 FR-RACE-ETH           PIC X(01).
015500
015600 FD  HOUSEHOLD-MASTER.
015700*----------------------------------------------------------------
015800* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
015900*----------------------------------------------------------------
016000 01  HOUSEHOLD-RECORD.
016100     05 HM-HOUSEHOLD-ID       PIC 9(09).
016200     05 HM-GUARDIAN-1         PIC X(60).
016300     05 HM-GUARDIAN-2         PIC X(60).
016400     05 HM-ADDRESS            PIC X(40).
016500     05 HM-CITY               PIC X(25).
016600     05 HM-STATE              PIC XX.
016700     05 HM-ZIP                PIC X(10).
016800     05 HM-PHONE-1            PIC X(15).
016900     05 HM-PHONE-2            PIC X(15).
017000     05 HM-DO-NOT-MAIL        PIC X(01).
017100     05 HM-LANGUAGE           PIC X(02).
017200     05 HM-ADDR-STATUS        PIC X(01).
017300     05 HM-RETURN-COUNT       PIC 9(03).
017400     05 HM-LAST-RETURN-DATE   PIC 9(08).
017500
017600 FD  SWEEP-REPORT.
017700 01  RPT-LINE                 PIC X(100).
017800
017900 FD  LAYOUT-CONTROL.
018000*----------------------------------------------------------------
018100* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018200* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018300*----------------------------------------------------------------
018400 01  LAYOUT-CONTROL-RECORD.
018500     05 LC-DATASET            PIC X(08).
018600     05 LC-VERSION            PIC 9(03).
018700     05 LC-LENGTH             PIC 9(05).
018800     05 LC-EFFECTIVE-DATE     PIC 9(08).
018900
019000 FD  LAYOUT-USAGE-LOG.
019100*----------------------------------------------------------------
019200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
019300* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
019400*----------------------------------------------------------------
019500 01  LAYOUT-USAGE-RECORD.
019600     05 LU-TIMESTAMP          PIC 9(14).
019700     05 LU-PROGRAM            PIC X(24).
019800     05 LU-DATASET            PIC X(08).
019900     05 LU-VERSION            PIC 9(03).
020000     05 LU-LENGTH             PIC 9(05).
020100     05 LU-RESULT             PIC X(08).
020200
020300 FD  OPS-ERROR-LOG.
020400*----------------------------------------------------------------
020500* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
020600* SHARED SHOP-WIDE ERROR LOG.
020700*----------------------------------------------------------------
020800 01  OPS-ERROR-RECORD.
020900     05 OE-TIMESTAMP          PIC 9(14).
021000     05 OE-PROGRAM            PIC X(20).
021100     05 OE-FILE-NAME          PIC X(08).
021200     05 OE-OPERATION          PIC X(08).
021300     05 OE-STATUS             PIC XX.
021400
021500 WORKING-STORAGE SECTION.
021600 01 WS-PARM-STATUS             PIC XX.
021700 01 WS-TX-STATUS               PIC XX.
021800 01 WS-ZX-STATUS               PIC XX.
021900 01 WS-REJECT-STATUS           PIC XX.
022000 01 WS-ZB-STATUS               PIC XX.
022100 01 WS-FILE-STATUS             PIC XX.
022200 01 WS-HM-STATUS               PIC XX.
022300 01 WS-MODE                    PIC X(06).
022400 01 WS-TODAY                   PIC 9(08).
022500 01 WS-REJECT-REASON           PIC X(08).
022600 01 WS-APPROVE-COUNT           PIC 9(05) COMP VALUE ZERO.
022700 01 WS-REVOKE-COUNT            PIC 9(05) COMP VALUE ZERO.
022800 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
022900 01 WS-ZX-IX                   PIC 9(05) COMP.
023000 01 J                          PIC 9(05) COMP.
023100
023200*----------------------------------------------------------------
023300* SWEEP TALLIES.
023400*----------------------------------------------------------------
023500 01 WS-CHECKED-COUNT           PIC 9(05) COMP VALUE ZERO.
023600 01 WS-IN-ZONE-COUNT           PIC 9(05) COMP VALUE ZERO.
023700 01 WS-EXCEPTED-COUNT          PIC 9(05) COMP VALUE ZERO.
023800 01 WS-PROBLEM-COUNT           PIC 9(05) COMP VALUE ZERO.
023900 01 WS-UNZONED-COUNT           PIC 9(05) COMP VALUE ZERO.
024000 01 WS-NO-HOUSEHOLD-COUNT      PIC 9(05) COMP VALUE ZERO.
024100 01 WS-COUNT-EDIT              PIC ZZ,ZZ9.
024200
024300*----------------------------------------------------------------
024400* THE RESIDENT-SCHOOL LOOKUP, AS IN GRADE-SCHOOL'S
024500* FIND-RESIDENT-SCHOOL.
024600*----------------------------------------------------------------
024700 01 WS-RESIDENT-SCHOOL         PIC 9(02).
024800 01 WS-ZONE-SWITCH             PIC X(01).
024900     88 RESIDENT-ZONE-FOUND              VALUE "Y".
025000     88 RESIDENT-ZONE-UNKNOWN            VALUE "N".
025100 01 WS-ZB-INDX                 PIC 9(04) COMP.
025200 01 WS-ZB-POS                  PIC 9(02) COMP.
025300 01 WS-ZB-LEN                  PIC 9(02) COMP.
025400 01 WS-ZB-DIGIT                PIC 9(01).
025500 01 WS-ZB-HOUSE-NUMBER         PIC 9(06).
025600 01 WS-ZB-SIDE                 PIC 9(01).
025700 01 WS-ZB-HALF                 PIC 9(06).
025800 01 WS-ZB-STREET               PIC X(40).
025900 01 WS-ZB-COUNT                PIC 9(04) COMP VALUE ZERO.
026000 01 ZONE-BOUNDARY-TABLE.
026100     02 ZB-ROW                OCCURS 1 TO 5000 TIMES
026200                                 DEPENDING ON WS-ZB-COUNT.
026300        05 ZB-T-STREET        PIC X(30).
026400        05 ZB-T-STREET-LEN    PIC 9(02) COMP.
026500        05 ZB-T-LOW-NUMBER    PIC 9(06).
026600        05 ZB-T-HIGH-NUMBER   PIC 9(06).
026700        05 ZB-T-PARITY        PIC X(01).
026800        05 ZB-T-ZIP           PIC X(05).
026900        05 ZB-T-SCHOOL-CODE   PIC 9(02).
027000
027100*----------------------------------------------------------------
027200* ZONEEXC IN FULL; REWRITTEN AT THE END OF A POST WHEN ANYTHING
027300* POSTED.
027400*----------------------------------------------------------------
027500 01 WS-ZX-COUNT                PIC 9(05) COMP VALUE ZERO.
027550 01 WS-ZX-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
027600 01 EXCEPTION-TABLE.
027700     02 ZX-ROW                OCCURS 1 TO 5000 TIMES
027800                                 DEPENDING ON WS-ZX-COUNT.
027900        05 ZX-T-STUDENT-ID    PIC 9(09).
028000        05 ZX-T-SCHOOL-CODE   PIC 9(02).
028100        05 ZX-T-REASON        PIC X(20).
028200        05 ZX-T-APPROVER      PIC X(30).
028300        05 ZX-T-APPROVED-DATE PIC 9(08).
028400        05 ZX-T-EXPIRY-DATE   PIC 9(08).
028500
028600*----------------------------------------------------------------
028700* THE SWEEP'S FINDINGS, SORTED BY ATTENDING BUILDING FOR THE
028800* LIST.  SW-KIND 1 = OUT OF ZONE, 2 = NO RESIDENT SCHOOL.
028900*----------------------------------------------------------------
029000 01 WS-SW-COUNT                PIC 9(05) COMP VALUE ZERO.
029100 01 WS-SW-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
029200 01 SWEEP-TABLE.
029300     02 SW-ROW                OCCURS 1 TO 5000 TIMES
029400                                 DEPENDING ON WS-SW-COUNT.
029500        05 SW-KIND            PIC 9(01).
029600        05 SW-SCHOOL-CODE     PIC 9(02).
029700        05 SW-STUDENT-ID      PIC 9(09).
029800        05 SW-NAME            PIC X(30).
029900        05 SW-GRADE           PIC 9(02).
030000        05 SW-RESIDENT        PIC 9(02).
030100        05 SW-NOTE            PIC X(40).
030200
030300*----------------------------------------------------------------
030400* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
030500* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
030600*----------------------------------------------------------------
030700 01 WS-LC-STATUS               PIC XX.
030800 01 WS-LU-STATUS               PIC XX.
030900 01 WS-OPS-LOG-STATUS          PIC XX.
031000 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
031100     88 LAYOUT-MISMATCH                  VALUE "Y".
031200 01 WS-LK-DATASET              PIC X(08).
031300 01 WS-LK-VERSION              PIC 9(03).
031400 01 WS-LK-LENGTH               PIC 9(05).
031500 01 WS-LK-RESULT               PIC X(08).
031600 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
031700 01 WS-LC-INDX                 PIC 9(03) COMP.
031800 01 LAYOUT-CONTROL-TABLE.
031900     02 LCT-ROW               OCCURS 50 TIMES.
032000        05 LCT-DATASET        PIC X(08).
032100        05 LCT-VERSION        PIC 9(03).
032200        05 LCT-LENGTH         PIC 9(05).
032300
032400 PROCEDURE DIVISION.
032500
032600 0000-MAINLINE.
032700     PERFORM 9800-CHECK-LAYOUTS
032800     IF LAYOUT-MISMATCH
032900        MOVE 16 TO RETURN-CODE
033000        GOBACK
033100     END-IF
033200     PERFORM 1000-INITIALIZE
033208*    AN OVERFULL ZONEEXC CANNOT BE USED SAFELY -- A POST WOULD
033216*    DROP EVERY EXCEPTION PAST THE TABLE FROM THE REWRITE AND A
033224*    SWEEP WOULD LIST THOSE STUDENTS AS OUT OF ZONE -- SO THE RUN
033232*    STOPS COLD AND LEAVES ZONEEXC UNTOUCHED FOR OPERATIONS.
033240     IF WS-ZX-OVERFLOW > 0
033248        DISPLAY "GRADE-SCHOOL-ZONE ZONEEXC ROWS PAST CAP: "
033256            WS-ZX-OVERFLOW " -- RUN ABANDONED"
033264        MOVE 8 TO RETURN-CODE
033272        PERFORM 5000-TERMINATE
033280        GOBACK
033288     END-IF
033300     EVALUATE WS-MODE
033400         WHEN "POST"
033500             PERFORM 2000-POST-EXCEPTIONS
033600             PERFORM 3000-REWRITE-EXCEPTIONS
033700             PERFORM 5000-TERMINATE
033800         WHEN "SWEEP"
033900             PERFORM 4000-SWEEP
034000             PERFORM 5000-TERMINATE
034100         WHEN OTHER
034200             DISPLAY "GRADE-SCHOOL-ZONE UNKNOWN MODE " WS-MODE
034300             MOVE 8 TO RETURN-CODE
034400     END-EVALUATE
034500     GOBACK.
034600
034700 1000-INITIALIZE.
034800     MOVE SPACES TO WS-MODE.
034900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
035000     OPEN INPUT PARM-FILE.
035100     IF WS-PARM-STATUS = "00"
035200        READ PARM-FILE
035300            AT END CONTINUE
035400        END-READ
035500        IF WS-PARM-STATUS = "00"
035600           MOVE PARM-MODE TO WS-MODE
035700        END-IF
035800        CLOSE PARM-FILE
035900     END-IF.
036000     PERFORM 1100-LOAD-EXCEPTIONS.
036100
036200 1100-LOAD-EXCEPTIONS.
036300     OPEN INPUT ZONE-EXCEPTION-FILE.
036400     IF WS-ZX-STATUS NOT = "00"
036500        MOVE "10" TO WS-ZX-STATUS
036600        EXIT PARAGRAPH
036700     END-IF.
036800     PERFORM UNTIL WS-ZX-STATUS NOT = "00"
036900        READ ZONE-EXCEPTION-FILE
037000            AT END MOVE "10" TO WS-ZX-STATUS
037100        END-READ
037120        IF WS-ZX-STATUS = "00"
037140           AND WS-ZX-COUNT >= 5000
037160           ADD 1 TO WS-ZX-OVERFLOW
037180        END-IF
037200        IF WS-ZX-STATUS = "00"
037300           AND WS-ZX-COUNT < 5000
037400           ADD 1 TO WS-ZX-COUNT
037500           MOVE ZX-STUDENT-ID TO ZX-T-STUDENT-ID(WS-ZX-COUNT)
037600           MOVE ZX-SCHOOL-CODE TO ZX-T-SCHOOL-CODE(WS-ZX-COUNT)
037700           MOVE ZX-REASON TO ZX-T-REASON(WS-ZX-COUNT)
037800           MOVE ZX-APPROVER TO ZX-T-APPROVER(WS-ZX-COUNT)
037900           MOVE ZX-APPROVED-DATE
038000               TO ZX-T-APPROVED-DATE(WS-ZX-COUNT)
038100           MOVE ZX-EXPIRY-DATE TO ZX-T-EXPIRY-DATE(WS-ZX-COUNT)
038200        END-IF
038300     END-PERFORM.
038400     CLOSE ZONE-EXCEPTION-FILE.
038500
038600 2000-POST-EXCEPTIONS.
038700     OPEN INPUT ROSTER-FILE.
038800     OPEN EXTEND EXCEPTION-REJECTS.
038900     IF WS-REJECT-STATUS = "35"
039000        OPEN OUTPUT EXCEPTION-REJECTS
039100     END-IF.
039200     OPEN INPUT EXCEPTION-TRANSACTIONS.
039300     IF WS-TX-STATUS NOT = "00"
039400        MOVE "10" TO WS-TX-STATUS
039500     ELSE
039600        PERFORM UNTIL WS-TX-STATUS NOT = "00"
039700           READ EXCEPTION-TRANSACTIONS
039800               AT END MOVE "10" TO WS-TX-STATUS
039900               NOT AT END PERFORM 2100-APPLY-ONE
040000           END-READ
040100        END-PERFORM
040200        CLOSE EXCEPTION-TRANSACTIONS
040300     END-IF.
040400     CLOSE EXCEPTION-REJECTS.
040500     CLOSE ROSTER-FILE.
040600
040700 2100-APPLY-ONE.
040800     IF ZXT-ACTION NOT = "A" AND ZXT-ACTION NOT = "R"
040900        MOVE "BADACTN" TO WS-REJECT-REASON
041000        PERFORM 2900-REJECT-ONE
041100        EXIT PARAGRAPH
041200     END-IF.
041300     MOVE ZXT-STUDENT-ID TO FR-STUDENT-ID.
041400     READ ROSTER-FILE
041500         INVALID KEY CONTINUE
041600     END-READ.
041700     IF WS-FILE-STATUS NOT = "00"
041800        MOVE "00" TO WS-FILE-STATUS
041900        MOVE "NOTFOUND" TO WS-REJECT-REASON
042000        PERFORM 2900-REJECT-ONE
042100        EXIT PARAGRAPH
042200     END-IF.
042300     MOVE 0 TO WS-ZX-IX.
042400     PERFORM VARYING J FROM 1 BY 1
042500              UNTIL J > WS-ZX-COUNT OR WS-ZX-IX > 0
042600        IF ZX-T-STUDENT-ID(J) = ZXT-STUDENT-ID
042700           MOVE J TO WS-ZX-IX
042800        END-IF
042900     END-PERFORM.
043000     IF ZXT-ACTION = "R"
043100        PERFORM 2300-POST-REVOKE
043200     ELSE
043300        PERFORM 2200-POST-APPROVAL
043400     END-IF.
043500
043600*----------------------------------------------------------------
043700* AN APPROVAL MUST SAY WHERE, WHY, WHO AND UNTIL WHEN.  A SECOND
043800* APPROVAL FOR THE SAME STUDENT REPLACES THE FIRST (A RENEWAL,
043900* OR A MOVE TO ANOTHER BUILDING).
044000*----------------------------------------------------------------
044100 2200-POST-APPROVAL.
044200     IF ZXT-SCHOOL-CODE IS NOT NUMERIC
044300        MOVE "BADSCHL" TO WS-REJECT-REASON
044400        PERFORM 2900-REJECT-ONE
044500        EXIT PARAGRAPH
044600     END-IF.
044700     IF ZXT-REASON = SPACES
044800        MOVE "NOREASON" TO WS-REJECT-REASON
044900        PERFORM 2900-REJECT-ONE
045000        EXIT PARAGRAPH
045100     END-IF.
045200     IF ZXT-APPROVER = SPACES
045300        MOVE "NOAPPRVR" TO WS-REJECT-REASON
045400        PERFORM 2900-REJECT-ONE
045500        EXIT PARAGRAPH
045600     END-IF.
045700     IF ZXT-APPROVED-DATE IS NOT NUMERIC
045800        OR TEST-DATE-YYYYMMDD(ZXT-APPROVED-DATE) NOT = 0
045900        OR ZXT-APPROVED-DATE > WS-TODAY
046000        MOVE "BADDATE" TO WS-REJECT-REASON
046100        PERFORM 2900-REJECT-ONE
046200        EXIT PARAGRAPH
046300     END-IF.
046400     IF ZXT-EXPIRY-DATE IS NOT NUMERIC
046500        OR TEST-DATE-YYYYMMDD(ZXT-EXPIRY-DATE) NOT = 0
046600        OR ZXT-EXPIRY-DATE <= ZXT-APPROVED-DATE
046700        MOVE "BADEXPRY" TO WS-REJECT-REASON
046800        PERFORM 2900-REJECT-ONE
046900        EXIT PARAGRAPH
047000     END-IF.
047100     IF WS-ZX-IX = 0
047200        IF WS-ZX-COUNT >= 5000
047300           MOVE "TBLFULL" TO WS-REJECT-REASON
047400           PERFORM 2900-REJECT-ONE
047500           EXIT PARAGRAPH
047600        END-IF
047700        ADD 1 TO WS-ZX-COUNT
047800        MOVE WS-ZX-COUNT TO WS-ZX-IX
047900        MOVE ZXT-STUDENT-ID TO ZX-T-STUDENT-ID(WS-ZX-IX)
048000     END-IF.
048100     MOVE ZXT-SCHOOL-CODE TO ZX-T-SCHOOL-CODE(WS-ZX-IX).
048200     MOVE ZXT-REASON TO ZX-T-REASON(WS-ZX-IX).
048300     MOVE ZXT-APPROVER TO ZX-T-APPROVER(WS-ZX-IX).
048400     MOVE ZXT-APPROVED-DATE TO ZX-T-APPROVED-DATE(WS-ZX-IX).
048500     MOVE ZXT-EXPIRY-DATE TO ZX-T-EXPIRY-DATE(WS-ZX-IX).
048600     ADD 1 TO WS-APPROVE-COUNT.
048700
048800 2300-POST-REVOKE.
048900     IF WS-ZX-IX = 0
049000        MOVE "NOEXCPT" TO WS-REJECT-REASON
049100        PERFORM 2900-REJECT-ONE
049200        EXIT PARAGRAPH
049300     END-IF.
049400     PERFORM VARYING J FROM WS-ZX-IX BY 1 UNTIL J >= WS-ZX-COUNT
049500        MOVE ZX-ROW(J + 1) TO ZX-ROW(J)
049600     END-PERFORM.
049700     SUBTRACT 1 FROM WS-ZX-COUNT.
049800     ADD 1 TO WS-REVOKE-COUNT.
049900
050000 2900-REJECT-ONE.
050100     MOVE SPACES TO REJ-RECORD.
050200     MOVE EXCEPTION-TX-RECORD TO REJ-TX-IMAGE.
050300     MOVE WS-REJECT-REASON TO REJ-REASON.
050400     WRITE REJ-RECORD.
050500     ADD 1 TO WS-REJECT-COUNT.
050600
050700 3000-REWRITE-EXCEPTIONS.
050800     IF WS-APPROVE-COUNT = 0 AND WS-REVOKE-COUNT = 0
050900        EXIT PARAGRAPH
051000     END-IF.
051100     IF WS-ZX-COUNT > 1
051200        SORT ZX-ROW ASCENDING ZX-T-STUDENT-ID
051300     END-IF.
051400     OPEN OUTPUT ZONE-EXCEPTION-FILE.
051500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ZX-COUNT
051600        MOVE ZX-T-STUDENT-ID(J) TO ZX-STUDENT-ID
051700        MOVE ZX-T-SCHOOL-CODE(J) TO ZX-SCHOOL-CODE
051800        MOVE ZX-T-REASON(J) TO ZX-REASON
051900        MOVE ZX-T-APPROVER(J) TO ZX-APPROVER
052000        MOVE ZX-T-APPROVED-DATE(J) TO ZX-APPROVED-DATE
052100        MOVE ZX-T-EXPIRY-DATE(J) TO ZX-EXPIRY-DATE
052200        WRITE ZONE-EXCEPTION-RECORD
052300     END-PERFORM.
052400     CLOSE ZONE-EXCEPTION-FILE.
052500
052600*----------------------------------------------------------------
052700* THE YEARLY SWEEP.  EVERY ROSTERF STUDENT WITH A HOUSEHOLD IS
052800* CHECKED; NOTHING IS CHANGED.
052900*----------------------------------------------------------------
053000 4000-SWEEP.
053100     PERFORM 4100-LOAD-BOUNDARIES.
053200     IF WS-ZB-COUNT = 0
053300        DISPLAY "GRADE-SCHOOL-ZONE NO ZONEBND BOUNDARIES -- "
053400            "NOTHING SWEPT"
053500        MOVE 8 TO RETURN-CODE
053600        EXIT PARAGRAPH
053700     END-IF.
053800     OPEN INPUT ROSTER-FILE.
053900     OPEN INPUT HOUSEHOLD-MASTER.
054000     MOVE 0 TO FR-STUDENT-ID.
054100     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
054200         INVALID KEY MOVE "10" TO WS-FILE-STATUS
054300     END-START.
054400     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
054500        READ ROSTER-FILE NEXT RECORD
054600            AT END MOVE "10" TO WS-FILE-STATUS
054700        END-READ
054800        IF WS-FILE-STATUS = "00"
054900           PERFORM 4200-CHECK-STUDENT
055000        END-IF
055100     END-PERFORM.
055200     CLOSE HOUSEHOLD-MASTER.
055300     CLOSE ROSTER-FILE.
055400     PERFORM 4500-PRINT-SWEEP.
055500
055600 4100-LOAD-BOUNDARIES.
055700     OPEN INPUT ZONE-BOUNDARY-FILE.
055800     IF WS-ZB-STATUS NOT = "00"
055900        MOVE "10" TO WS-ZB-STATUS
056000        EXIT PARAGRAPH
056100     END-IF.
056200     PERFORM UNTIL WS-ZB-STATUS NOT = "00"
056300        READ ZONE-BOUNDARY-FILE
056400            AT END MOVE "10" TO WS-ZB-STATUS
056500        END-READ
056600        IF WS-ZB-STATUS = "00"
056700           AND ZB-LOW-NUMBER IS NUMERIC
056800           AND ZB-HIGH-NUMBER IS NUMERIC
056900           AND ZB-SCHOOL-CODE IS NUMERIC
057000           AND ZB-STREET NOT = SPACES
057100           AND WS-ZB-COUNT < 5000
057200           ADD 1 TO WS-ZB-COUNT
057300           MOVE FUNCTION UPPER-CASE(ZB-STREET)
057400               TO ZB-T-STREET(WS-ZB-COUNT)
057500           MOVE FUNCTION LENGTH(FUNCTION TRIM(ZB-STREET))
057600               TO ZB-T-STREET-LEN(WS-ZB-COUNT)
057700           MOVE ZB-LOW-NUMBER TO ZB-T-LOW-NUMBER(WS-ZB-COUNT)
057800           MOVE ZB-HIGH-NUMBER TO ZB-T-HIGH-NUMBER(WS-ZB-COUNT)
057900           MOVE ZB-PARITY TO ZB-T-PARITY(WS-ZB-COUNT)
058000           MOVE ZB-ZIP TO ZB-T-ZIP(WS-ZB-COUNT)
058100           MOVE ZB-SCHOOL-CODE TO ZB-T-SCHOOL-CODE(WS-ZB-COUNT)
058200        END-IF
058300     END-PERFORM.
058400     CLOSE ZONE-BOUNDARY-FILE.
058500
058600*----------------------------------------------------------------
058700* A STUDENT AT THEIR RESIDENT SCHOOL, OR ELSEWHERE UNDER A
058800* CURRENT EXCEPTION FOR THAT BUILDING, IS FINE.  ANYTHING ELSE
058900* GOES ON THE LIST WITH WHAT IS WRONG WITH THE EXCEPTION, IF ANY.
059000*----------------------------------------------------------------
059100 4200-CHECK-STUDENT.
059200     IF FR-HOUSEHOLD-ID = 0
059300        ADD 1 TO WS-NO-HOUSEHOLD-COUNT
059400        EXIT PARAGRAPH
059500     END-IF.
059600     MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
059700     READ HOUSEHOLD-MASTER INVALID KEY CONTINUE END-READ.
059800     IF WS-HM-STATUS NOT = "00"
059900        ADD 1 TO WS-NO-HOUSEHOLD-COUNT
060000        EXIT PARAGRAPH
060100     END-IF.
060200     ADD 1 TO WS-CHECKED-COUNT.
060300     PERFORM 4300-FIND-RESIDENT-SCHOOL.
060400     IF RESIDENT-ZONE-UNKNOWN
060500        ADD 1 TO WS-UNZONED-COUNT
060600        PERFORM 4250-ADD-FINDING
060700        IF WS-SW-COUNT > 0
060800           MOVE 2 TO SW-KIND(WS-SW-COUNT)
060900           MOVE HM-ADDRESS TO SW-NOTE(WS-SW-COUNT)
061000        END-IF
061100        EXIT PARAGRAPH
061200     END-IF.
061300     IF WS-RESIDENT-SCHOOL = FR-SCHOOL-CODE
061400        ADD 1 TO WS-IN-ZONE-COUNT
061500        EXIT PARAGRAPH
061600     END-IF.
061700     MOVE 0 TO WS-ZX-IX.
061800     PERFORM VARYING J FROM 1 BY 1
061900              UNTIL J > WS-ZX-COUNT OR WS-ZX-IX > 0
062000        IF ZX-T-STUDENT-ID(J) = FR-STUDENT-ID
062100           MOVE J TO WS-ZX-IX
062200        END-IF
062300     END-PERFORM.
062400     IF WS-ZX-IX > 0
062500        IF ZX-T-SCHOOL-CODE(WS-ZX-IX) = FR-SCHOOL-CODE
062600           AND ZX-T-EXPIRY-DATE(WS-ZX-IX) >= WS-TODAY
062700           ADD 1 TO WS-EXCEPTED-COUNT
062800           EXIT PARAGRAPH
062900        END-IF
063000     END-IF.
063100     ADD 1 TO WS-PROBLEM-COUNT.
063200     PERFORM 4250-ADD-FINDING.
063300     IF WS-SW-COUNT = 0
063400        EXIT PARAGRAPH
063500     END-IF.
063600     MOVE 1 TO SW-KIND(WS-SW-COUNT).
063700     EVALUATE TRUE
063800         WHEN WS-ZX-IX = 0
063900             MOVE "NO EXCEPTION ON FILE" TO SW-NOTE(WS-SW-COUNT)
064000         WHEN ZX-T-SCHOOL-CODE(WS-ZX-IX) NOT = FR-SCHOOL-CODE
064100             STRING "EXCEPTION IS FOR BUILDING " DELIMITED BY SIZE
064200                 ZX-T-SCHOOL-CODE(WS-ZX-IX) DELIMITED BY SIZE
064300                 INTO SW-NOTE(WS-SW-COUNT)
064400             END-STRING
064500         WHEN OTHER
064600             STRING "EXCEPTION EXPIRED " DELIMITED BY SIZE
064700                 ZX-T-EXPIRY-DATE(WS-ZX-IX) DELIMITED BY SIZE
064800                 INTO SW-NOTE(WS-SW-COUNT)
064900             END-STRING
065000     END-EVALUATE.
065100
065200 4250-ADD-FINDING.
065300     IF WS-SW-COUNT >= 5000
065400        ADD 1 TO WS-SW-OVERFLOW
065500        EXIT PARAGRAPH
065600     END-IF.
065700     ADD 1 TO WS-SW-COUNT.
065800     MOVE FR-SCHOOL-CODE TO SW-SCHOOL-CODE(WS-SW-COUNT).
065900     MOVE FR-STUDENT-ID TO SW-STUDENT-ID(WS-SW-COUNT).
066000     MOVE FR-NAME TO SW-NAME(WS-SW-COUNT).
066100     MOVE FR-GRADE TO SW-GRADE(WS-SW-COUNT).
066200     MOVE WS-RESIDENT-SCHOOL TO SW-RESIDENT(WS-SW-COUNT).
066300     MOVE SPACES TO SW-NOTE(WS-SW-COUNT).
066400
066500*----------------------------------------------------------------
066600* MIRRORS GRADE-SCHOOL'S FIND-RESIDENT-SCHOOL: HOUSE NUMBER, A
066700* SPACE, THEN THE STREET AS ZONEBND SPELLS IT (ANYTHING AFTER IT
066800* IGNORED), ON THE RIGHT SIDE OF THE STREET, IN THE ZIP.
066900*----------------------------------------------------------------
067000 4300-FIND-RESIDENT-SCHOOL.
067100     SET RESIDENT-ZONE-UNKNOWN TO TRUE.
067200     MOVE 0 TO WS-RESIDENT-SCHOOL.
067300     MOVE 0 TO WS-ZB-HOUSE-NUMBER.
067400     PERFORM VARYING WS-ZB-POS FROM 1 BY 1
067500              UNTIL WS-ZB-POS > 6
067600                 OR HM-ADDRESS(WS-ZB-POS:1) IS NOT NUMERIC
067700        MOVE HM-ADDRESS(WS-ZB-POS:1) TO WS-ZB-DIGIT
067800        COMPUTE WS-ZB-HOUSE-NUMBER =
067900                WS-ZB-HOUSE-NUMBER * 10 + WS-ZB-DIGIT
068000     END-PERFORM.
068100     IF WS-ZB-POS = 1 OR WS-ZB-POS > 6
068200        OR HM-ADDRESS(WS-ZB-POS:1) NOT = SPACE
068300        EXIT PARAGRAPH
068400     END-IF.
068500     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
068600          HM-ADDRESS(WS-ZB-POS:) LEADING)) TO WS-ZB-STREET.
068700     DIVIDE WS-ZB-HOUSE-NUMBER BY 2 GIVING WS-ZB-HALF
068800            REMAINDER WS-ZB-SIDE.
068900     PERFORM VARYING WS-ZB-INDX FROM 1 BY 1
069000              UNTIL WS-ZB-INDX > WS-ZB-COUNT
069100                 OR RESIDENT-ZONE-FOUND
069200        MOVE ZB-T-STREET-LEN(WS-ZB-INDX) TO WS-ZB-LEN
069300        IF ZB-T-ZIP(WS-ZB-INDX) = HM-ZIP(1:5)
069400           AND WS-ZB-HOUSE-NUMBER >= ZB-T-LOW-NUMBER(WS-ZB-INDX)
069500           AND WS-ZB-HOUSE-NUMBER <= ZB-T-HIGH-NUMBER(WS-ZB-INDX)
069600           AND WS-ZB-STREET(1:WS-ZB-LEN)
069700               = ZB-T-STREET(WS-ZB-INDX)(1:WS-ZB-LEN)
069800           AND WS-ZB-STREET(WS-ZB-LEN + 1:1) = SPACE
069900           AND (ZB-T-PARITY(WS-ZB-INDX) = "B"
070000                OR (ZB-T-PARITY(WS-ZB-INDX) = "O"
070100                    AND WS-ZB-SIDE = 1)
070200                OR (ZB-T-PARITY(WS-ZB-INDX) = "E"
070300                    AND WS-ZB-SIDE = 0))
070400           SET RESIDENT-ZONE-FOUND TO TRUE
070500           MOVE ZB-T-SCHOOL-CODE(WS-ZB-INDX) TO WS-RESIDENT-SCHOOL
070600        END-IF
070700     END-PERFORM.
070800
070900 4500-PRINT-SWEEP.
071000     IF WS-SW-COUNT > 1
071100        SORT SW-ROW ASCENDING SW-KIND SW-SCHOOL-CODE SW-STUDENT-ID
071200     END-IF.
071300     OPEN OUTPUT SWEEP-REPORT.
071400     MOVE SPACES TO RPT-LINE.
071500     STRING "ATTENDANCE-ZONE SWEEP -- RUN " DELIMITED BY SIZE
071600         WS-TODAY DELIMITED BY SIZE
071700         INTO RPT-LINE
071800     END-STRING.
071900     WRITE RPT-LINE.
072000     MOVE SPACES TO RPT-LINE.
072100     WRITE RPT-LINE.
072200     MOVE "ATTENDING OUTSIDE THE RESIDENT SCHOOL WITHOUT A"
072300         TO RPT-LINE.
072400     MOVE "CURRENT EXCEPTION" TO RPT-LINE(49:17).
072500     WRITE RPT-LINE.
072600     MOVE SPACES TO RPT-LINE.
072700     MOVE "BLDG STUDENT   NAME" TO RPT-LINE.
072800     MOVE "GR RES EXCEPTION" TO RPT-LINE(47:16).
072900     WRITE RPT-LINE.
073000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SW-COUNT
073100        IF SW-KIND(J) = 1
073200           PERFORM 4510-PRINT-FINDING
073300        END-IF
073400     END-PERFORM.
073500     MOVE SPACES TO RPT-LINE.
073600     WRITE RPT-LINE.
073700     MOVE "NO RESIDENT SCHOOL -- ADDRESS ON NO ZONEBND SEGMENT"
073800         TO RPT-LINE.
073900     WRITE RPT-LINE.
074000     MOVE SPACES TO RPT-LINE.
074100     MOVE "BLDG STUDENT   NAME" TO RPT-LINE.
074200     MOVE "GR     ADDRESS" TO RPT-LINE(47:14).
074300     WRITE RPT-LINE.
074400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SW-COUNT
074500        IF SW-KIND(J) = 2
074600           PERFORM 4510-PRINT-FINDING
074700        END-IF
074800     END-PERFORM.
074900     MOVE SPACES TO RPT-LINE.
075000     WRITE RPT-LINE.
075100     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
075200     MOVE SPACES TO RPT-LINE.
075300     STRING "STUDENTS CHECKED " DELIMITED BY SIZE
075400         WS-COUNT-EDIT DELIMITED BY SIZE
075500         INTO RPT-LINE
075600     END-STRING.
075700     WRITE RPT-LINE.
075800     MOVE WS-IN-ZONE-COUNT TO WS-COUNT-EDIT.
075900     MOVE SPACES TO RPT-LINE.
076000     STRING "  IN ZONE        " DELIMITED BY SIZE
076100         WS-COUNT-EDIT DELIMITED BY SIZE
076200         INTO RPT-LINE
076300     END-STRING.
076400     WRITE RPT-LINE.
076500     MOVE WS-EXCEPTED-COUNT TO WS-COUNT-EDIT.
076600     MOVE SPACES TO RPT-LINE.
076700     STRING "  ON EXCEPTION   " DELIMITED BY SIZE
076800         WS-COUNT-EDIT DELIMITED BY SIZE
076900         INTO RPT-LINE
077000     END-STRING.
077100     WRITE RPT-LINE.
077200     MOVE WS-PROBLEM-COUNT TO WS-COUNT-EDIT.
077300     MOVE SPACES TO RPT-LINE.
077400     STRING "  OUT OF ZONE    " DELIMITED BY SIZE
077500         WS-COUNT-EDIT DELIMITED BY SIZE
077600         INTO RPT-LINE
077700     END-STRING.
077800     WRITE RPT-LINE.
077900     MOVE WS-UNZONED-COUNT TO WS-COUNT-EDIT.
078000     MOVE SPACES TO RPT-LINE.
078100     STRING "  NOT ZONED      " DELIMITED BY SIZE
078200         WS-COUNT-EDIT DELIMITED BY SIZE
078300         INTO RPT-LINE
078400     END-STRING.
078500     WRITE RPT-LINE.
078600     CLOSE SWEEP-REPORT.
078700
078800 4510-PRINT-FINDING.
078900     MOVE SPACES TO RPT-LINE.
079000     MOVE SW-SCHOOL-CODE(J) TO RPT-LINE(2:2).
079100     MOVE SW-STUDENT-ID(J) TO RPT-LINE(6:9).
079200     MOVE SW-NAME(J) TO RPT-LINE(16:30).
079300     MOVE SW-GRADE(J) TO RPT-LINE(47:2).
079400     IF SW-KIND(J) = 1
079500        MOVE SW-RESIDENT(J) TO RPT-LINE(51:2)
079600        MOVE SW-NOTE(J) TO RPT-LINE(54:40)
079700     ELSE
079800        MOVE SW-NOTE(J) TO RPT-LINE(54:40)
079900     END-IF.
080000     WRITE RPT-LINE.
080100
080200 5000-TERMINATE.
080300     IF WS-MODE = "POST"
080400        DISPLAY "GRADE-SCHOOL-ZONE EXCEPTIONS APPROVED: "
080500            WS-APPROVE-COUNT
080600        DISPLAY "  REVOKED:           " WS-REVOKE-COUNT
080700        DISPLAY "  REJECTED:          " WS-REJECT-COUNT
080800        IF WS-REJECT-COUNT > 0
080900           MOVE 4 TO RETURN-CODE
081000        END-IF
081100     ELSE
081200        DISPLAY "GRADE-SCHOOL-ZONE SWEEP CHECKED: "
081300            WS-CHECKED-COUNT
081400        DISPLAY "  IN ZONE:           " WS-IN-ZONE-COUNT
081500        DISPLAY "  ON EXCEPTION:      " WS-EXCEPTED-COUNT
081600        DISPLAY "  OUT OF ZONE:       " WS-PROBLEM-COUNT
081700        DISPLAY "  NOT ZONED:         " WS-UNZONED-COUNT
081800        DISPLAY "  NO HOUSEHOLD:      " WS-NO-HOUSEHOLD-COUNT
081900        IF WS-SW-OVERFLOW > 0
082000           DISPLAY "  LIST FULL -- NOT PRINTED: " WS-SW-OVERFLOW
082100           MOVE 8 TO RETURN-CODE
082200        END-IF
082300     END-IF.
082400
082500*----------------------------------------------------------------
082600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
082700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
082800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
082900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
083000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
083100*----------------------------------------------------------------
083200 9800-CHECK-LAYOUTS.
083300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
083400     OPEN EXTEND LAYOUT-USAGE-LOG.
083500     IF WS-LU-STATUS = "35"
083600        OPEN OUTPUT LAYOUT-USAGE-LOG
083700     END-IF.
083800     MOVE "ROSTERF" TO WS-LK-DATASET.
083900     MOVE 3 TO WS-LK-VERSION.
084000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
084100     PERFORM 9820-CHECK-ONE-LAYOUT.
084200     MOVE "HSHLDMST" TO WS-LK-DATASET.
084300     MOVE 3 TO WS-LK-VERSION.
084400     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
084500     PERFORM 9820-CHECK-ONE-LAYOUT.
084600     CLOSE LAYOUT-USAGE-LOG.
084700
084800 9810-LOAD-LAYOUT-CONTROL.
084900     MOVE 0 TO WS-LC-COUNT.
085000     OPEN INPUT LAYOUT-CONTROL.
085100     IF WS-LC-STATUS NOT = "00"
085200        EXIT PARAGRAPH
085300     END-IF.
085400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
085500        READ LAYOUT-CONTROL
085600            AT END MOVE "10" TO WS-LC-STATUS
085700        END-READ
085800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
085900           ADD 1 TO WS-LC-COUNT
086000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
086100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
086200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
086300        END-IF
086400     END-PERFORM.
086500     CLOSE LAYOUT-CONTROL.
086600
086700*----------------------------------------------------------------
086800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
086900* AS NOCTL.
087000*----------------------------------------------------------------
087100 9820-CHECK-ONE-LAYOUT.
087200     MOVE "NOCTL" TO WS-LK-RESULT.
087300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
087400             UNTIL WS-LC-INDX > WS-LC-COUNT
087500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
087600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
087700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
087800              MOVE "CURRENT" TO WS-LK-RESULT
087900           ELSE
088000              MOVE "MISMATCH" TO WS-LK-RESULT
088100           END-IF
088200        END-IF
088300     END-PERFORM.
088400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
088500     MOVE "GRADE-SCHOOL-ZONE" TO LU-PROGRAM.
088600     MOVE WS-LK-DATASET TO LU-DATASET.
088700     MOVE WS-LK-VERSION TO LU-VERSION.
088800     MOVE WS-LK-LENGTH TO LU-LENGTH.
088900     MOVE WS-LK-RESULT TO LU-RESULT.
089000     WRITE LAYOUT-USAGE-RECORD.
089100     IF WS-LK-RESULT NOT = "MISMATCH"
089200        EXIT PARAGRAPH
089300     END-IF.
089400     SET LAYOUT-MISMATCH TO TRUE.
089500     DISPLAY "GRADE-SCHOOL-ZONE HALTED: " WS-LK-DATASET
089600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
089700         " DOES NOT MATCH LAYOUTCT".
089800     OPEN EXTEND OPS-ERROR-LOG.
089900     IF WS-OPS-LOG-STATUS = "35"
090000        OPEN OUTPUT OPS-ERROR-LOG
090100     END-IF.
090200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
090300     MOVE "GRADE-SCHOOL-ZONE" TO OE-PROGRAM.
090400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
090500     MOVE "LAYOUT" TO OE-OPERATION.
090600     MOVE "16" TO OE-STATUS.
090700     WRITE OPS-ERROR-RECORD.
090800     CLOSE OPS-ERROR-LOG.
