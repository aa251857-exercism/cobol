000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-COHORT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  FOUR-YEAR COHORT GRADUATION RATE.  NOBODY KEPT
001100*                 THE COHORT OF STUDENTS WHO STARTED 9TH GRADE
001200*                 TOGETHER, SO THE STATE'S PUBLISHED RATE COULD
001300*                 NOT BE CHECKED.  MODE UPDATE GIVES EVERY
001400*                 STUDENT A COHORT ROW THE FIRST TIME ROSTERF
001500*                 SHOWS THEM IN GRADES 9-12 (A TRANSFER IN ABOVE
001600*                 GRADE 9 JOINS ITS GRADE-LEVEL PEERS' COHORT),
001700*                 POSTS THE REGISTRAR'S COHDOC TRANSFER-OUT
001800*                 DOCUMENTATION, AND SETTLES EACH MEMBER'S STATUS
001900*                 FROM ROSTERF, ALUMNI AND EXITLOG -- A T, M OR H
002000*                 EXIT WITH DOCUMENTATION LEAVES THE COHORT, ONE
002100*                 WITHOUT STILL COUNTS AGAINST US.  MODE RATES
002200*                 PRINTS THE FOUR- AND FIVE-YEAR RATES BY COHORT
002300*                 AND BUILDING AND LISTS EVERY STUDENT IN THE
002400*                 CLASSES THE STATE IS NOW RATING WHO COUNTS
002500*                 AGAINST US.  ROSTERF IS CHECKED AGAINST
002600*                 LAYOUTCT AT START.
002625* 2026-10-15 KAP  A COHORT FILE LARGER THAN THE 8000-ROW TABLE NOW
002650*                 ABANDONS THE RUN RC=8 INSTEAD OF REWRITING THE
002675*                 FILE WITHOUT THE ROWS PAST THE CAP.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE ASSIGN TO "COHPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700
003800     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FR-STUDENT-ID
004200         FILE STATUS IS WS-FILE-STATUS.
004300
004400     SELECT COHORT-MASTER ASSIGN TO "COHORT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CH-STATUS.
004700
004800     SELECT DOCUMENT-TRANSACTIONS ASSIGN TO "COHDOC"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DC-STATUS.
005100
005200     SELECT REJECT-FILE ASSIGN TO "COHREJ"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-REJECT-STATUS.
005500
005600     SELECT ALUMNI-FILE ASSIGN TO "ALUMNI"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS ALM-STUDENT-ID
006000         FILE STATUS IS WS-ALUMNI-STATUS.
006100
006200     SELECT EXIT-LOG-FILE ASSIGN TO "EXITLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-EXIT-LOG-STATUS.
006500
006600     SELECT COHORT-REPORT ASSIGN TO "COHRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-LC-STATUS.
007200
007300     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-LU-STATUS.
007600
007700     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-OPS-LOG-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PARM-FILE.
008400*----------------------------------------------------------------
008500* ONE CARD: "UPDATE" OR "RATES", THE SCHOOL YEAR BY ITS FALL
008600* CCYY (ZERO TAKES THE ONE TODAY FALLS IN -- JULY STARTS A NEW
008700* ONE), AND THE STATE'S DEADLINE FOR THE RATES (CCYYMMDD, ZERO
008800* WHEN NONE HAS BEEN SET), PRINTED OVER THE REGISTRAR'S LIST.
008900*----------------------------------------------------------------
009000 01  PARM-RECORD.
009100     05 PARM-MODE             PIC X(08).
009200     05 PARM-SCHOOL-YEAR      PIC 9(04).
009300     05 PARM-DEADLINE         PIC 9(08).
009400
009500 FD  ROSTER-FILE.
009600*----------------------------------------------------------------
009700* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009800*----------------------------------------------------------------
009900 01  ROSTER-RECORD.
010000     05 FR-STUDENT-ID         PIC 9(09).
010100     05 FR-NAME               PIC X(60).
010200     05 FR-GRADE              PIC 9(02).
010300     05 FR-TEACHER            PIC X(30).
010400     05 FR-SECTION            PIC 9(01).
010500     05 FR-HOUSEHOLD-ID       PIC 9(09).
010600*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010700     05 FR-IEP-FLAG           PIC X(01).
010800     05 FR-DOB                PIC 9(08).
010900     05 FR-SCHOOL-CODE        PIC 9(02).
011000     05 FR-GENDER             PIC X(01).
011100     05 FR-RACE-ETH           PIC X(01).
011200
011300 FD  COHORT-MASTER.
011400*----------------------------------------------------------------
011500* ONE ROW PER STUDENT EVER IN GRADES 9-12 HERE, IN STUDENT-ID
011600* ORDER, KEPT FOR GOOD.  CH-COHORT-YEAR IS THE FALL THE COHORT
011700* STARTED 9TH GRADE; THE CLASS GRADUATES ON TIME FOUR YEARS LATER.
011800* CH-ENTRY-TYPE F FIRST SEEN HERE IN GRADE 9, T TRANSFERRED IN
011900* ABOVE GRADE 9.  CH-SCHOOL-CODE IS THE LAST BUILDING ATTENDED.
012000* CH-STATUS:
012100*   A  ENROLLED -- ON ROSTERF
012200*   G  GRADUATED -- ON ALUMNI; CH-STATUS-DATE IS THE DIPLOMA DATE
012300*   X  LEFT (EXITLOG T, M OR H) WITH DOCUMENTATION -- REMOVED
012400*      FROM THE COHORT
012500*   U  LEFT (EXITLOG T, M OR H) WITHOUT DOCUMENTATION
012600*   D  LEFT FOR ANY OTHER REASON (EXITLOG O)
012700*   N  GONE FROM ROSTERF WITH NO EXIT OR GRADUATION ON RECORD
012800* CH-EXIT-DATE/CH-EXIT-REASON KEEP THE LATEST EXITLOG ROW SEEN,
012900* SO A PURGED EXITLOG DOES NOT LOSE IT.  CH-DOC-* IS THE
013000* DOCUMENTATION THE REGISTRAR FILED (COHDOC).
013100*----------------------------------------------------------------
013200 01  COHORT-RECORD.
013300     05 CH-STUDENT-ID         PIC 9(09).
013400     05 CH-NAME               PIC X(60).
013500     05 CH-COHORT-YEAR        PIC 9(04).
013600     05 CH-ENTRY-TYPE         PIC X(01).
013700     05 CH-ENTRY-DATE         PIC 9(08).
013800     05 CH-ENTRY-GRADE        PIC 9(02).
013900     05 CH-SCHOOL-CODE        PIC 9(02).
014000     05 CH-STATUS             PIC X(01).
014100     05 CH-STATUS-DATE        PIC 9(08).
014200     05 CH-EXIT-DATE          PIC 9(08).
014300     05 CH-EXIT-REASON        PIC X(01).
014400     05 CH-DOC-TYPE           PIC X(01).
014500     05 CH-DOC-DATE           PIC 9(08).
014600     05 CH-DOC-BY             PIC X(03).
014700
014800 FD  DOCUMENT-TRANSACTIONS.
014900*----------------------------------------------------------------
015000* ONE CARD PER PIECE OF TRANSFER-OUT DOCUMENTATION ON FILE: THE
015100* STUDENT, THE DOCUMENT TYPE, THE DATE IT WAS RECEIVED AND THE
015200* REGISTRAR'S INITIALS.  DOCUMENT TYPES:
015300*   R  RECORDS REQUEST FROM THE RECEIVING SCHOOL
015400*   E  ENROLLMENT CONFIRMATION FROM THE RECEIVING SCHOOL
015500*   H  HOME-SCHOOL NOTICE OF INTENT
015600*   W  WRITTEN PARENT NOTICE OF A MOVE OUT OF STATE OR COUNTRY
015700*----------------------------------------------------------------
015800 01  DOCUMENT-RECORD.
015900     05 DC-STUDENT-ID         PIC 9(09).
016000     05 FILLER                PIC X(01).
016100     05 DC-DOC-TYPE           PIC X(01).
016200        88 DC-DOC-TYPE-VALID            VALUE "R" "E" "H" "W".
016300     05 FILLER                PIC X(01).
016400     05 DC-DOC-DATE           PIC 9(08).
016500     05 FILLER                PIC X(01).
016600     05 DC-INITIALS           PIC X(03).
016700
016800 FD  REJECT-FILE.
016900*----------------------------------------------------------------
017000* TX IMAGE LEADING, REASON TRAILING -- THE SAME SHAPE THE
017100* ENROLLMENT BATCH WRITES.
017200*----------------------------------------------------------------
017300 01  REJ-RECORD.
017400     05 REJ-TX-IMAGE          PIC X(24).
017500     05 FILLER                PIC X(01).
017600     05 REJ-REASON            PIC X(08).
017700
017800 FD  ALUMNI-FILE.
017900*----------------------------------------------------------------
018000* LAYOUT MUST MATCH GRADE-SCHOOL-PROMOTE'S ALUMNI-RECORD.
018100*----------------------------------------------------------------
018200 01  ALUMNI-RECORD.
018300     05 ALM-STUDENT-ID        PIC 9(09).
018400     05 ALM-NAME              PIC X(60).
018500     05 ALM-TEACHER           PIC X(30).
018600     05 ALM-GRAD-DATE         PIC 9(08).
018700
018800 FD  EXIT-LOG-FILE.
018900*----------------------------------------------------------------
019000* LAYOUT MUST MATCH GRADE-SCHOOL'S EXIT-LOG-RECORD.  XL-REASON
019100* M MOVED AWAY, T TRANSFERRED, H HOME-SCHOOLED, O OTHER.
019200*----------------------------------------------------------------
019300 01  EXIT-LOG-RECORD.
019400     05 XL-DATE               PIC 9(08).
019500     05 XL-STUDENT-ID         PIC 9(09).
019600     05 XL-NAME               PIC X(60).
019700     05 XL-GRADE              PIC 9(02).
019800     05 XL-REASON             PIC X(01).
019900
020000 FD  COHORT-REPORT.
020100 01  RPT-LINE                 PIC X(132).
020200
020300 FD  LAYOUT-CONTROL.
020400*----------------------------------------------------------------
020500* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
020600* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
020700*----------------------------------------------------------------
020800 01  LAYOUT-CONTROL-RECORD.
020900     05 LC-DATASET            PIC X(08).
021000     05 LC-VERSION            PIC 9(03).
021100     05 LC-LENGTH             PIC 9(05).
021200     05 LC-EFFECTIVE-DATE     PIC 9(08).
021300
021400 FD  LAYOUT-USAGE-LOG.
021500*----------------------------------------------------------------
021600* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
021700* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
021800*----------------------------------------------------------------
021900 01  LAYOUT-USAGE-RECORD.
022000     05 LU-TIMESTAMP          PIC 9(14).
022100     05 LU-PROGRAM            PIC X(24).
022200     05 LU-DATASET            PIC X(08).
022300     05 LU-VERSION            PIC 9(03).
022400     05 LU-LENGTH             PIC 9(05).
022500     05 LU-RESULT             PIC X(08).
022600
022700 FD  OPS-ERROR-LOG.
022800*----------------------------------------------------------------
022900* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
023000* SHARED SHOP-WIDE ERROR LOG.
023100*----------------------------------------------------------------
023200 01  OPS-ERROR-RECORD.
023300     05 OE-TIMESTAMP          PIC 9(14).
023400     05 OE-PROGRAM            PIC X(20).
023500     05 OE-FILE-NAME          PIC X(08).
023600     05 OE-OPERATION          PIC X(08).
023700     05 OE-STATUS             PIC XX.
023800
023900 WORKING-STORAGE SECTION.
024000 01 WS-PARM-STATUS             PIC XX.
024100 01 WS-FILE-STATUS             PIC XX.
024200 01 WS-CH-STATUS               PIC XX.
024300 01 WS-DC-STATUS               PIC XX.
024400 01 WS-REJECT-STATUS           PIC XX.
024500 01 WS-ALUMNI-STATUS           PIC XX.
024600 01 WS-EXIT-LOG-STATUS         PIC XX.
024700 01 WS-RUN-MODE                PIC X(08).
024800 01 WS-TODAY                   PIC 9(08).
024900 01 WS-TODAY-PARTS REDEFINES WS-TODAY.
025000     05 WS-TODAY-YEAR          PIC 9(04).
025100     05 WS-TODAY-MONTH         PIC 9(02).
025200     05 WS-TODAY-DAY           PIC 9(02).
025300 01 WS-SCHOOL-YEAR             PIC 9(04) VALUE ZERO.
025400 01 WS-DEADLINE                PIC 9(08) VALUE ZERO.
025500 01 WS-REJECT-REASON           PIC X(08).
025600 01 WS-LOOKUP-ID               PIC 9(09).
025700 01 WS-FOUND-INDX              PIC 9(05) COMP.
025800 01 WS-CT-PTR                  PIC 9(05) COMP.
025900 01 WS-CT-LOADED               PIC 9(05) COMP.
026000 01 WS-OLD-STATUS              PIC X(01).
026100 01 WS-FIRST-TIME-COUNT        PIC 9(05) COMP VALUE ZERO.
026200 01 WS-TRANSFER-IN-COUNT       PIC 9(05) COMP VALUE ZERO.
026300 01 WS-OVERFLOW-COUNT          PIC 9(05) COMP VALUE ZERO.
026400 01 WS-DOC-COUNT               PIC 9(05) COMP VALUE ZERO.
026500 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
026600 01 WS-CHANGE-COUNT            PIC 9(05) COMP VALUE ZERO.
026700 01 WS-AGAINST-COUNT           PIC 9(05) COMP VALUE ZERO.
026800 01 WS-CHASE-COUNT             PIC 9(05) COMP VALUE ZERO.
026900 01 WS-WINDOW-4                PIC 9(08).
027000 01 WS-WINDOW-5                PIC 9(08).
027100 01 WS-RATE-CLASS              PIC 9(04).
027200 01 WS-LIST-STATUS             PIC X(01).
027300 01 WS-STATUS-TEXT             PIC X(34).
027400 01 WS-ADJUSTED                PIC 9(05).
027500 01 WS-RATE                    PIC 9(03)V9.
027600 01 WS-COUNT-EDIT              PIC ZZZZ9.
027700 01 WS-RATE-EDIT               PIC ZZ9.9.
027800 01 WS-DATE-EDIT               PIC 9999/99/99.
027900 01 WS-CLASS-EDIT              PIC 9(04).
028000 01 I                          PIC 9(05) COMP.
028100 01 J                          PIC 9(05) COMP.
028200
028300*----------------------------------------------------------------
028400* COHORT AS LOADED, IN STUDENT-ID ORDER; NEW MEMBERS ARE ADDED AT
028500* THE END AND THE TABLE IS RE-SORTED BEFORE ANY FORWARD-ONLY
028600* MATCH.  CT-ON-ROSTER AND CT-GRAD-DATE ARE THIS RUN'S FINDINGS.
028700*----------------------------------------------------------------
028800 01 WS-CT-COUNT                PIC 9(05) COMP VALUE ZERO.
028850 01 WS-CT-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
028900 01 COHORT-TABLE.
029000     02 CT-ROW                OCCURS 1 TO 8000 TIMES
029100                                 DEPENDING ON WS-CT-COUNT.
029200        05 CT-STUDENT-ID      PIC 9(09).
029300        05 CT-NAME            PIC X(60).
029400        05 CT-COHORT-YEAR     PIC 9(04).
029500        05 CT-ENTRY-TYPE      PIC X(01).
029600        05 CT-ENTRY-DATE      PIC 9(08).
029700        05 CT-ENTRY-GRADE     PIC 9(02).
029800        05 CT-SCHOOL-CODE     PIC 9(02).
029900        05 CT-STATUS          PIC X(01).
030000        05 CT-STATUS-DATE     PIC 9(08).
030100        05 CT-EXIT-DATE       PIC 9(08).
030200        05 CT-EXIT-REASON     PIC X(01).
030300        05 CT-DOC-TYPE        PIC X(01).
030400        05 CT-DOC-DATE        PIC 9(08).
030500        05 CT-DOC-BY          PIC X(03).
030600        05 CT-ON-ROSTER       PIC X(01).
030700        05 CT-GRAD-DATE       PIC 9(08).
030800
030900*----------------------------------------------------------------
031000* ONE ROW PER COHORT AND BUILDING (RT-KIND B) AND PER COHORT FOR
031100* THE DISTRICT (RT-KIND D), SO A SORT ON YEAR, KIND AND BUILDING
031200* PRINTS EACH COHORT'S BUILDINGS WITH ITS DISTRICT LINE BELOW.
031300*----------------------------------------------------------------
031400 01 WS-RT-COUNT                PIC 9(04) COMP VALUE ZERO.
031500 01 WS-POST-KIND               PIC X(01).
031600 01 WS-POST-SCHOOL             PIC 9(02).
031700 01 WS-RT-FOUND                PIC 9(04) COMP.
031800 01 RATE-TABLE.
031900     02 RT-ROW                OCCURS 1 TO 1000 TIMES
032000                                 DEPENDING ON WS-RT-COUNT.
032100        05 RT-COHORT-YEAR     PIC 9(04).
032200        05 RT-KIND            PIC X(01).
032300        05 RT-SCHOOL-CODE     PIC 9(02).
032400        05 RT-MEMBERS         PIC 9(05).
032500        05 RT-REMOVED         PIC 9(05).
032600        05 RT-GRAD-4          PIC 9(05).
032700        05 RT-GRAD-5          PIC 9(05).
032800
032900*----------------------------------------------------------------
033000* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
033100* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
033200*----------------------------------------------------------------
033300 01 WS-LC-STATUS               PIC XX.
033400 01 WS-LU-STATUS               PIC XX.
033500 01 WS-OPS-LOG-STATUS          PIC XX.
033600 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
033700     88 LAYOUT-MISMATCH                  VALUE "Y".
033800 01 WS-LK-DATASET              PIC X(08).
033900 01 WS-LK-VERSION              PIC 9(03).
034000 01 WS-LK-LENGTH               PIC 9(05).
034100 01 WS-LK-RESULT               PIC X(08).
034200 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
034300 01 WS-LC-INDX                 PIC 9(03) COMP.
034400 01 LAYOUT-CONTROL-TABLE.
034500     02 LCT-ROW               OCCURS 50 TIMES.
034600        05 LCT-DATASET        PIC X(08).
034700        05 LCT-VERSION        PIC 9(03).
034800        05 LCT-LENGTH         PIC 9(05).
034900
035000 PROCEDURE DIVISION.
035100
035200 0000-MAINLINE.
035300     PERFORM 9800-CHECK-LAYOUTS
035400     IF LAYOUT-MISMATCH
035500        MOVE 16 TO RETURN-CODE
035600        GOBACK
035700     END-IF
035800     PERFORM 1000-INITIALIZE
035808*    AN OVERFULL COHORT FILE CANNOT BE USED SAFELY -- THE RATES
035816*    WOULD MISS EVERY STUDENT PAST THE TABLE AND AN UPDATE RUN
035824*    WOULD DROP THEM FROM THE REWRITE -- SO THE RUN STOPS COLD AND
035832*    LEAVES COHORT UNTOUCHED FOR OPERATIONS.
035840     IF WS-CT-OVERFLOW > 0
035848        DISPLAY "GRADE-SCHOOL-COHORT COHORT ROWS PAST CAP: "
035856            WS-CT-OVERFLOW " -- RUN ABANDONED"
035864        MOVE 8 TO RETURN-CODE
035872        PERFORM 5000-TERMINATE
035880        GOBACK
035888     END-IF
035900     EVALUATE WS-RUN-MODE
036000         WHEN "UPDATE"
036100             PERFORM 2000-UPDATE-COHORTS
036200         WHEN "RATES"
036300             PERFORM 3000-PRINT-RATES
036400         WHEN OTHER
036500             DISPLAY "GRADE-SCHOOL-COHORT UNKNOWN MODE "
036600                 WS-RUN-MODE
036700             MOVE 8 TO RETURN-CODE
036800     END-EVALUATE
036900     PERFORM 5000-TERMINATE
037000     GOBACK.
037100
037200 1000-INITIALIZE.
037300     MOVE SPACES TO WS-RUN-MODE.
037400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
037500     OPEN INPUT PARM-FILE.
037600     IF WS-PARM-STATUS = "00"
037700        READ PARM-FILE
037800            AT END CONTINUE
037900        END-READ
038000        IF WS-PARM-STATUS = "00"
038100           MOVE PARM-MODE TO WS-RUN-MODE
038200           IF PARM-SCHOOL-YEAR IS NUMERIC
038300              MOVE PARM-SCHOOL-YEAR TO WS-SCHOOL-YEAR
038400           END-IF
038500           IF PARM-DEADLINE IS NUMERIC
038600              MOVE PARM-DEADLINE TO WS-DEADLINE
038700           END-IF
038800        END-IF
038900        CLOSE PARM-FILE
039000     END-IF.
039100     IF WS-SCHOOL-YEAR = 0
039200        MOVE WS-TODAY-YEAR TO WS-SCHOOL-YEAR
039300        IF WS-TODAY-MONTH < 7
039400           SUBTRACT 1 FROM WS-SCHOOL-YEAR
039500        END-IF
039600     END-IF.
039700     PERFORM 1100-LOAD-COHORT.
039800
039900 1100-LOAD-COHORT.
040000     OPEN INPUT COHORT-MASTER.
040100     IF WS-CH-STATUS NOT = "00"
040200        MOVE "10" TO WS-CH-STATUS
040300        EXIT PARAGRAPH
040400     END-IF.
040500     PERFORM UNTIL WS-CH-STATUS NOT = "00"
040600        READ COHORT-MASTER
040700            AT END MOVE "10" TO WS-CH-STATUS
040800        END-READ
040820        IF WS-CH-STATUS = "00"
040840           AND WS-CT-COUNT >= 8000
040860           ADD 1 TO WS-CT-OVERFLOW
040880        END-IF
040900        IF WS-CH-STATUS = "00"
041000           AND WS-CT-COUNT < 8000
041100           ADD 1 TO WS-CT-COUNT
041200           MOVE CH-STUDENT-ID TO CT-STUDENT-ID(WS-CT-COUNT)
041300           MOVE CH-NAME TO CT-NAME(WS-CT-COUNT)
041400           MOVE CH-COHORT-YEAR TO CT-COHORT-YEAR(WS-CT-COUNT)
041500           MOVE CH-ENTRY-TYPE TO CT-ENTRY-TYPE(WS-CT-COUNT)
041600           MOVE CH-ENTRY-DATE TO CT-ENTRY-DATE(WS-CT-COUNT)
041700           MOVE CH-ENTRY-GRADE TO CT-ENTRY-GRADE(WS-CT-COUNT)
041800           MOVE CH-SCHOOL-CODE TO CT-SCHOOL-CODE(WS-CT-COUNT)
041900           MOVE CH-STATUS TO CT-STATUS(WS-CT-COUNT)
042000           MOVE CH-STATUS-DATE TO CT-STATUS-DATE(WS-CT-COUNT)
042100           MOVE CH-EXIT-DATE TO CT-EXIT-DATE(WS-CT-COUNT)
042200           MOVE CH-EXIT-REASON TO CT-EXIT-REASON(WS-CT-COUNT)
042300           MOVE CH-DOC-TYPE TO CT-DOC-TYPE(WS-CT-COUNT)
042400           MOVE CH-DOC-DATE TO CT-DOC-DATE(WS-CT-COUNT)
042500           MOVE CH-DOC-BY TO CT-DOC-BY(WS-CT-COUNT)
042600           MOVE "N" TO CT-ON-ROSTER(WS-CT-COUNT)
042700           MOVE 0 TO CT-GRAD-DATE(WS-CT-COUNT)
042800        END-IF
042900     END-PERFORM.
043000     CLOSE COHORT-MASTER.
043100
043200 1200-REWRITE-COHORT.
043300     OPEN OUTPUT COHORT-MASTER.
043400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CT-COUNT
043500        MOVE CT-STUDENT-ID(J) TO CH-STUDENT-ID
043600        MOVE CT-NAME(J) TO CH-NAME
043700        MOVE CT-COHORT-YEAR(J) TO CH-COHORT-YEAR
043800        MOVE CT-ENTRY-TYPE(J) TO CH-ENTRY-TYPE
043900        MOVE CT-ENTRY-DATE(J) TO CH-ENTRY-DATE
044000        MOVE CT-ENTRY-GRADE(J) TO CH-ENTRY-GRADE
044100        MOVE CT-SCHOOL-CODE(J) TO CH-SCHOOL-CODE
044200        MOVE CT-STATUS(J) TO CH-STATUS
044300        MOVE CT-STATUS-DATE(J) TO CH-STATUS-DATE
044400        MOVE CT-EXIT-DATE(J) TO CH-EXIT-DATE
044500        MOVE CT-EXIT-REASON(J) TO CH-EXIT-REASON
044600        MOVE CT-DOC-TYPE(J) TO CH-DOC-TYPE
044700        MOVE CT-DOC-DATE(J) TO CH-DOC-DATE
044800        MOVE CT-DOC-BY(J) TO CH-DOC-BY
044900        WRITE COHORT-RECORD
045000     END-PERFORM.
045100     CLOSE COHORT-MASTER.
045200
045300*----------------------------------------------------------------
045400* UPDATE: JOIN NEW MEMBERS FROM ROSTERF, FILE THE DOCUMENTATION
045500* CARDS, FIND GRADUATES ON ALUMNI AND EXITS ON EXITLOG, THEN
045600* SETTLE EVERY MEMBER'S STATUS AND REWRITE THE MASTER.  EACH
045700* STATUS THAT CHANGES IS PRINTED ON COHRPT.
045800*----------------------------------------------------------------
045900 2000-UPDATE-COHORTS.
046000     OPEN OUTPUT COHORT-REPORT.
046100     MOVE SPACES TO RPT-LINE.
046200     STRING "COHORT UPDATE -- SCHOOL YEAR " DELIMITED BY SIZE
046300         WS-SCHOOL-YEAR DELIMITED BY SIZE
046400         "  RUN " DELIMITED BY SIZE
046500         WS-TODAY DELIMITED BY SIZE
046600         INTO RPT-LINE
046700     END-STRING.
046800     WRITE RPT-LINE.
046900     MOVE SPACES TO RPT-LINE.
047000     WRITE RPT-LINE.
047100     MOVE SPACES TO RPT-LINE.
047200     MOVE "STUDENT" TO RPT-LINE(3:7).
047300     MOVE "NAME" TO RPT-LINE(14:4).
047400     MOVE "CLASS" TO RPT-LINE(46:5).
047500     MOVE "BLDG" TO RPT-LINE(53:4).
047600     MOVE "WAS" TO RPT-LINE(59:3).
047700     MOVE "NOW" TO RPT-LINE(64:3).
047800     WRITE RPT-LINE.
047900     PERFORM 2100-SCAN-ROSTER.
048000     IF WS-CT-COUNT > 1
048100        SORT CT-ROW ASCENDING CT-STUDENT-ID
048200     END-IF.
048300     PERFORM 2200-POST-DOCUMENTS.
048400     PERFORM 2300-MATCH-ALUMNI.
048500     PERFORM 2400-SCAN-EXIT-LOG.
048600     PERFORM 2500-SETTLE-STATUS.
048700     PERFORM 1200-REWRITE-COHORT.
048800     MOVE SPACES TO RPT-LINE.
048900     WRITE RPT-LINE.
049000     MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT.
049100     MOVE SPACES TO RPT-LINE.
049200     STRING "STATUS CHANGES: " DELIMITED BY SIZE
049300         WS-COUNT-EDIT DELIMITED BY SIZE
049400         INTO RPT-LINE
049500     END-STRING.
049600     WRITE RPT-LINE.
049700     CLOSE COHORT-REPORT.
049800
049900*----------------------------------------------------------------
050000* ROSTERF AND THE LOADED PART OF THE TABLE ARE BOTH IN STUDENT-ID
050100* ORDER, SO ONE FORWARD POINTER MATCHES THEM.  A STUDENT IN GRADES
050200* 9-12 WITH NO ROW YET JOINS THE COHORT THAT STARTED 9TH GRADE
050300* (GRADE - 9) YEARS BEFORE THIS SCHOOL YEAR.
050400*----------------------------------------------------------------
050500 2100-SCAN-ROSTER.
050600     MOVE WS-CT-COUNT TO WS-CT-LOADED.
050700     MOVE 1 TO WS-CT-PTR.
050800     OPEN INPUT ROSTER-FILE.
050900     MOVE 0 TO FR-STUDENT-ID.
051000     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
051100         INVALID KEY MOVE "10" TO WS-FILE-STATUS
051200     END-START.
051300     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
051400        READ ROSTER-FILE NEXT RECORD
051500            AT END MOVE "10" TO WS-FILE-STATUS
051600        END-READ
051700        IF WS-FILE-STATUS = "00"
051800           PERFORM 2110-MATCH-ONE-STUDENT
051900        END-IF
052000     END-PERFORM.
052100     CLOSE ROSTER-FILE.
052200
052300 2110-MATCH-ONE-STUDENT.
052400     MOVE FR-STUDENT-ID TO WS-LOOKUP-ID.
052500     PERFORM UNTIL WS-CT-PTR > WS-CT-LOADED
052600              OR CT-STUDENT-ID(WS-CT-PTR) >= WS-LOOKUP-ID
052700        ADD 1 TO WS-CT-PTR
052800     END-PERFORM.
052900     IF WS-CT-PTR <= WS-CT-LOADED
053000        IF CT-STUDENT-ID(WS-CT-PTR) = WS-LOOKUP-ID
053100           MOVE "Y" TO CT-ON-ROSTER(WS-CT-PTR)
053200           MOVE FR-NAME TO CT-NAME(WS-CT-PTR)
053300           MOVE FR-SCHOOL-CODE TO CT-SCHOOL-CODE(WS-CT-PTR)
053400           EXIT PARAGRAPH
053500        END-IF
053600     END-IF.
053700     IF FR-GRADE < 9 OR FR-GRADE > 12
053800        EXIT PARAGRAPH
053900     END-IF.
054000     IF WS-CT-COUNT >= 8000
054100        ADD 1 TO WS-OVERFLOW-COUNT
054200        EXIT PARAGRAPH
054300     END-IF.
054400     ADD 1 TO WS-CT-COUNT.
054500     MOVE FR-STUDENT-ID TO CT-STUDENT-ID(WS-CT-COUNT).
054600     MOVE FR-NAME TO CT-NAME(WS-CT-COUNT).
054700     COMPUTE CT-COHORT-YEAR(WS-CT-COUNT) =
054800         WS-SCHOOL-YEAR - (FR-GRADE - 9).
054900     IF FR-GRADE = 9
055000        MOVE "F" TO CT-ENTRY-TYPE(WS-CT-COUNT)
055100        ADD 1 TO WS-FIRST-TIME-COUNT
055200     ELSE
055300        MOVE "T" TO CT-ENTRY-TYPE(WS-CT-COUNT)
055400        ADD 1 TO WS-TRANSFER-IN-COUNT
055500     END-IF.
055600     MOVE WS-TODAY TO CT-ENTRY-DATE(WS-CT-COUNT).
055700     MOVE FR-GRADE TO CT-ENTRY-GRADE(WS-CT-COUNT).
055800     MOVE FR-SCHOOL-CODE TO CT-SCHOOL-CODE(WS-CT-COUNT).
055900     MOVE SPACE TO CT-STATUS(WS-CT-COUNT).
056000     MOVE WS-TODAY TO CT-STATUS-DATE(WS-CT-COUNT).
056100     MOVE 0 TO CT-EXIT-DATE(WS-CT-COUNT).
056200     MOVE SPACE TO CT-EXIT-REASON(WS-CT-COUNT).
056300     MOVE SPACE TO CT-DOC-TYPE(WS-CT-COUNT).
056400     MOVE 0 TO CT-DOC-DATE(WS-CT-COUNT).
056500     MOVE SPACES TO CT-DOC-BY(WS-CT-COUNT).
056600     MOVE "Y" TO CT-ON-ROSTER(WS-CT-COUNT).
056700     MOVE 0 TO CT-GRAD-DATE(WS-CT-COUNT).
056800
056900*----------------------------------------------------------------
057000* THE REGISTRAR'S DOCUMENTATION CARDS.  A CARD FOR A STUDENT WHO
057100* HAS NOT LEFT YET IS KEPT AGAINST THE EXIT TO COME; THE LATEST
057200* CARD FOR A STUDENT STANDS.
057300*----------------------------------------------------------------
057400 2200-POST-DOCUMENTS.
057500     OPEN INPUT DOCUMENT-TRANSACTIONS.
057600     IF WS-DC-STATUS NOT = "00"
057700        MOVE "10" TO WS-DC-STATUS
057800        EXIT PARAGRAPH
057900     END-IF.
058000     OPEN EXTEND REJECT-FILE.
058100     IF WS-REJECT-STATUS = "35"
058200        OPEN OUTPUT REJECT-FILE
058300     END-IF.
058400     PERFORM UNTIL WS-DC-STATUS NOT = "00"
058500        READ DOCUMENT-TRANSACTIONS
058600            AT END MOVE "10" TO WS-DC-STATUS
058700        END-READ
058800        IF WS-DC-STATUS = "00"
058900           PERFORM 2210-POST-ONE-DOCUMENT
059000        END-IF
059100     END-PERFORM.
059200     CLOSE DOCUMENT-TRANSACTIONS.
059300     CLOSE REJECT-FILE.
059400
059500 2210-POST-ONE-DOCUMENT.
059600     IF DC-STUDENT-ID IS NOT NUMERIC
059700        MOVE "NOTINCOH" TO WS-REJECT-REASON
059800        PERFORM 2900-REJECT-ONE
059900        EXIT PARAGRAPH
060000     END-IF.
060100     MOVE DC-STUDENT-ID TO WS-LOOKUP-ID.
060200     PERFORM 2250-FIND-MEMBER.
060300     IF WS-FOUND-INDX = 0
060400        MOVE "NOTINCOH" TO WS-REJECT-REASON
060500        PERFORM 2900-REJECT-ONE
060600        EXIT PARAGRAPH
060700     END-IF.
060800     IF NOT DC-DOC-TYPE-VALID
060900        MOVE "DOCTYPE" TO WS-REJECT-REASON
061000        PERFORM 2900-REJECT-ONE
061100        EXIT PARAGRAPH
061200     END-IF.
061300     IF DC-DOC-DATE IS NOT NUMERIC
061400        OR DC-DOC-DATE = 0
061500        OR DC-DOC-DATE > WS-TODAY
061600        MOVE "DOCDATE" TO WS-REJECT-REASON
061700        PERFORM 2900-REJECT-ONE
061800        EXIT PARAGRAPH
061900     END-IF.
062000     MOVE DC-DOC-TYPE TO CT-DOC-TYPE(WS-FOUND-INDX).
062100     MOVE DC-DOC-DATE TO CT-DOC-DATE(WS-FOUND-INDX).
062200     MOVE DC-INITIALS TO CT-DOC-BY(WS-FOUND-INDX).
062300     ADD 1 TO WS-DOC-COUNT.
062400
062500*----------------------------------------------------------------
062600* CARDS AND EXITLOG ROWS COME IN NO PARTICULAR ORDER -- EACH ONE
062700* IS LOOKED UP FROM THE TOP.
062800*----------------------------------------------------------------
062900 2250-FIND-MEMBER.
063000     MOVE 0 TO WS-FOUND-INDX.
063100     PERFORM VARYING I FROM 1 BY 1
063200              UNTIL I > WS-CT-COUNT OR WS-FOUND-INDX > 0
063300        IF CT-STUDENT-ID(I) = WS-LOOKUP-ID
063400           MOVE I TO WS-FOUND-INDX
063500        END-IF
063600     END-PERFORM.
063700
063800*----------------------------------------------------------------
063900* ALUMNI IS KEYED ON THE STUDENT ID, SO IT TOO MATCHES THE SORTED
064000* TABLE WITH ONE FORWARD POINTER.
064100*----------------------------------------------------------------
064200 2300-MATCH-ALUMNI.
064300     MOVE 1 TO WS-CT-PTR.
064400     OPEN INPUT ALUMNI-FILE.
064500     IF WS-ALUMNI-STATUS NOT = "00"
064600        MOVE "10" TO WS-ALUMNI-STATUS
064700        EXIT PARAGRAPH
064800     END-IF.
064900     PERFORM UNTIL WS-ALUMNI-STATUS NOT = "00"
065000        READ ALUMNI-FILE
065100            AT END MOVE "10" TO WS-ALUMNI-STATUS
065200        END-READ
065300        IF WS-ALUMNI-STATUS = "00"
065400           PERFORM UNTIL WS-CT-PTR > WS-CT-COUNT
065500                    OR CT-STUDENT-ID(WS-CT-PTR) >= ALM-STUDENT-ID
065600              ADD 1 TO WS-CT-PTR
065700           END-PERFORM
065800           IF WS-CT-PTR <= WS-CT-COUNT
065900              IF CT-STUDENT-ID(WS-CT-PTR) = ALM-STUDENT-ID
066000                 MOVE ALM-GRAD-DATE TO CT-GRAD-DATE(WS-CT-PTR)
066100              END-IF
066200           END-IF
066300        END-IF
066400     END-PERFORM.
066500     CLOSE ALUMNI-FILE.
066600
066700*----------------------------------------------------------------
066800* THE LATEST EXIT ON OR AFTER THE DAY A STUDENT JOINED IS KEPT ON
066900* THE MEMBER'S ROW.  AN EXIT FROM BEFORE THEY JOINED (A K-8
067000* WITHDRAWAL YEARS EARLIER) SAYS NOTHING ABOUT THE COHORT.
067100*----------------------------------------------------------------
067200 2400-SCAN-EXIT-LOG.
067300     OPEN INPUT EXIT-LOG-FILE.
067400     IF WS-EXIT-LOG-STATUS NOT = "00"
067500        MOVE "10" TO WS-EXIT-LOG-STATUS
067600        EXIT PARAGRAPH
067700     END-IF.
067800     PERFORM UNTIL WS-EXIT-LOG-STATUS NOT = "00"
067900        READ EXIT-LOG-FILE
068000            AT END MOVE "10" TO WS-EXIT-LOG-STATUS
068100        END-READ
068200        IF WS-EXIT-LOG-STATUS = "00"
068300           MOVE XL-STUDENT-ID TO WS-LOOKUP-ID
068400           PERFORM 2250-FIND-MEMBER
068500           IF WS-FOUND-INDX > 0
068600              IF XL-DATE >= CT-ENTRY-DATE(WS-FOUND-INDX)
068700                 AND XL-DATE >= CT-EXIT-DATE(WS-FOUND-INDX)
068800                 MOVE XL-DATE TO CT-EXIT-DATE(WS-FOUND-INDX)
068900                 MOVE XL-REASON TO CT-EXIT-REASON(WS-FOUND-INDX)
069000              END-IF
069100           END-IF
069200        END-IF
069300     END-PERFORM.
069400     CLOSE EXIT-LOG-FILE.
069500
069600*----------------------------------------------------------------
069700* STATUS IS WORKED OUT AFRESH EVERY RUN, IN THIS ORDER: ON ROSTERF
069800* IS ENROLLED WHATEVER CAME BEFORE (A RETURNING STUDENT REJOINS);
069900* ON ALUMNI, OR ALREADY GRADUATED, IS GRADUATED; A T, M OR H EXIT
070000* IS REMOVED WHEN DOCUMENTED AND UNDOCUMENTED WHEN NOT; ANY OTHER
070100* EXIT IS A DROP; AND A STUDENT WHO SIMPLY VANISHED IS N.
070200*----------------------------------------------------------------
070300 2500-SETTLE-STATUS.
070400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CT-COUNT
070500        MOVE CT-STATUS(J) TO WS-OLD-STATUS
070600        EVALUATE TRUE
070700            WHEN CT-ON-ROSTER(J) = "Y"
070800                MOVE "A" TO CT-STATUS(J)
070900            WHEN CT-GRAD-DATE(J) > 0
071000                MOVE "G" TO CT-STATUS(J)
071100                MOVE CT-GRAD-DATE(J) TO CT-STATUS-DATE(J)
071200            WHEN CT-STATUS(J) = "G"
071300                CONTINUE
071400            WHEN CT-EXIT-DATE(J) > 0
071500                 AND (CT-EXIT-REASON(J) = "T"
071600                      OR CT-EXIT-REASON(J) = "M"
071700                      OR CT-EXIT-REASON(J) = "H")
071800                IF CT-DOC-DATE(J) > 0
071900                   MOVE "X" TO CT-STATUS(J)
072000                ELSE
072100                   MOVE "U" TO CT-STATUS(J)
072200                END-IF
072300                MOVE CT-EXIT-DATE(J) TO CT-STATUS-DATE(J)
072400            WHEN CT-EXIT-DATE(J) > 0
072500                MOVE "D" TO CT-STATUS(J)
072600                MOVE CT-EXIT-DATE(J) TO CT-STATUS-DATE(J)
072700            WHEN OTHER
072800                MOVE "N" TO CT-STATUS(J)
072900        END-EVALUATE
073000        IF CT-STATUS(J) NOT = WS-OLD-STATUS
073100           IF CT-STATUS(J) = "A" OR CT-STATUS(J) = "N"
073200              MOVE WS-TODAY TO CT-STATUS-DATE(J)
073300           END-IF
073400           PERFORM 2510-PRINT-CHANGE
073500        END-IF
073600     END-PERFORM.
073700
073800 2510-PRINT-CHANGE.
073900     ADD 1 TO WS-CHANGE-COUNT.
074000     COMPUTE WS-CLASS-EDIT = CT-COHORT-YEAR(J) + 4.
074100     MOVE SPACES TO RPT-LINE.
074200     MOVE CT-STUDENT-ID(J) TO RPT-LINE(1:9).
074300     MOVE CT-NAME(J)(1:30) TO RPT-LINE(14:30).
074400     MOVE WS-CLASS-EDIT TO RPT-LINE(46:4).
074500     MOVE CT-SCHOOL-CODE(J) TO RPT-LINE(54:2).
074600     IF WS-OLD-STATUS = SPACE
074700        MOVE "NEW" TO RPT-LINE(59:3)
074800     ELSE
074900        MOVE WS-OLD-STATUS TO RPT-LINE(60:1)
075000     END-IF.
075100     MOVE CT-STATUS(J) TO RPT-LINE(65:1).
075200     MOVE CT-STATUS(J) TO WS-LIST-STATUS.
075300     PERFORM 3900-STATUS-TEXT.
075400     MOVE WS-STATUS-TEXT TO RPT-LINE(69:34).
075500     WRITE RPT-LINE.
075600
075700 2900-REJECT-ONE.
075750     MOVE SPACES TO REJ-RECORD.
075800     MOVE DOCUMENT-RECORD TO REJ-TX-IMAGE.
075900     MOVE WS-REJECT-REASON TO REJ-REASON.
076000     WRITE REJ-RECORD.
076100     ADD 1 TO WS-REJECT-COUNT.
076200
076300*----------------------------------------------------------------
076400* RATES: A COHORT'S ON-TIME GRADUATES ARE THOSE WITH A DIPLOMA BY
076500* AUGUST 31 FOUR YEARS AFTER IT STARTED 9TH GRADE (FIVE FOR THE
076600* EXTENDED RATE), OVER THE ADJUSTED COHORT -- EVERY MEMBER LESS
076700* THE DOCUMENTED TRANSFERS OUT.  A RATE WHOSE AUGUST 31 HAS NOT
076800* PASSED IS STARRED AS A RATE TO DATE; ONE FOR A CLASS NOT DUE TO
076900* GRADUATE BY THE END OF THIS SCHOOL YEAR IS MARKED OPEN.
077000*----------------------------------------------------------------
077100 3000-PRINT-RATES.
077200     PERFORM 3100-BUILD-RATE-TABLE.
077300     IF WS-RT-COUNT > 1
077400        SORT RT-ROW ASCENDING RT-COHORT-YEAR RT-KIND
077500                              RT-SCHOOL-CODE
077600     END-IF.
077700     OPEN OUTPUT COHORT-REPORT.
077800     MOVE SPACES TO RPT-LINE.
077900     STRING "COHORT GRADUATION RATES -- SCHOOL YEAR "
078000             DELIMITED BY SIZE
078100         WS-SCHOOL-YEAR DELIMITED BY SIZE
078200         "  RUN " DELIMITED BY SIZE
078300         WS-TODAY DELIMITED BY SIZE
078400         INTO RPT-LINE
078500     END-STRING.
078600     WRITE RPT-LINE.
078700     MOVE "ADJUSTED = ENTERED LESS DOCUMENTED TRANSFERS OUT" TO
078800         RPT-LINE.
078900     WRITE RPT-LINE.
079000     MOVE "* = AUGUST 31 NOT YET PASSED -- RATE TO DATE" TO
079100         RPT-LINE.
079200     WRITE RPT-LINE.
079300     MOVE SPACES TO RPT-LINE.
079400     WRITE RPT-LINE.
079500     MOVE SPACES TO RPT-LINE.
079600     MOVE "--- FOUR-YEAR ---" TO RPT-LINE(51:17).
079700     MOVE "--- FIVE-YEAR ---" TO RPT-LINE(71:17).
079800     WRITE RPT-LINE.
079900     MOVE SPACES TO RPT-LINE.
080000     MOVE "CLASS" TO RPT-LINE(1:5).
080100     MOVE "BUILDING" TO RPT-LINE(8:8).
080200     MOVE "ENTERED" TO RPT-LINE(19:7).
080300     MOVE "REMOVED" TO RPT-LINE(29:7).
080400     MOVE "ADJUSTED" TO RPT-LINE(39:8).
080500     MOVE "GRADS" TO RPT-LINE(53:5).
080600     MOVE "RATE" TO RPT-LINE(63:4).
080700     MOVE "GRADS" TO RPT-LINE(73:5).
080800     MOVE "RATE" TO RPT-LINE(83:4).
080900     WRITE RPT-LINE.
081000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RT-COUNT
081100        PERFORM 3200-PRINT-RATE-ROW
081200     END-PERFORM.
081300     PERFORM 3300-PRINT-AGAINST-LIST.
081400     CLOSE COHORT-REPORT.
081500
081600 3100-BUILD-RATE-TABLE.
081700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CT-COUNT
081800        MOVE "B" TO WS-POST-KIND
081900        MOVE CT-SCHOOL-CODE(J) TO WS-POST-SCHOOL
082000        PERFORM 3110-POST-MEMBER
082100        MOVE "D" TO WS-POST-KIND
082200        MOVE 0 TO WS-POST-SCHOOL
082300        PERFORM 3110-POST-MEMBER
082400     END-PERFORM.
082500
082600 3110-POST-MEMBER.
082700     MOVE 0 TO WS-RT-FOUND.
082800     PERFORM VARYING I FROM 1 BY 1
082900              UNTIL I > WS-RT-COUNT OR WS-RT-FOUND > 0
083000        IF RT-COHORT-YEAR(I) = CT-COHORT-YEAR(J)
083100           AND RT-KIND(I) = WS-POST-KIND
083200           AND RT-SCHOOL-CODE(I) = WS-POST-SCHOOL
083300           MOVE I TO WS-RT-FOUND
083400        END-IF
083500     END-PERFORM.
083600     IF WS-RT-FOUND = 0
083700        IF WS-RT-COUNT >= 1000
083800           ADD 1 TO WS-OVERFLOW-COUNT
083900           EXIT PARAGRAPH
084000        END-IF
084100        ADD 1 TO WS-RT-COUNT
084200        MOVE WS-RT-COUNT TO WS-RT-FOUND
084300        MOVE CT-COHORT-YEAR(J) TO RT-COHORT-YEAR(WS-RT-FOUND)
084400        MOVE WS-POST-KIND TO RT-KIND(WS-RT-FOUND)
084500        MOVE WS-POST-SCHOOL TO RT-SCHOOL-CODE(WS-RT-FOUND)
084600        MOVE 0 TO RT-MEMBERS(WS-RT-FOUND)
084700        MOVE 0 TO RT-REMOVED(WS-RT-FOUND)
084800        MOVE 0 TO RT-GRAD-4(WS-RT-FOUND)
084900        MOVE 0 TO RT-GRAD-5(WS-RT-FOUND)
085000     END-IF.
085100     ADD 1 TO RT-MEMBERS(WS-RT-FOUND).
085200     IF CT-STATUS(J) = "X"
085300        ADD 1 TO RT-REMOVED(WS-RT-FOUND)
085400     END-IF.
085500     IF CT-STATUS(J) = "G"
085600        COMPUTE WS-WINDOW-4 =
085700            (CT-COHORT-YEAR(J) + 4) * 10000 + 831
085800        COMPUTE WS-WINDOW-5 =
085900            (CT-COHORT-YEAR(J) + 5) * 10000 + 831
086000        IF CT-STATUS-DATE(J) <= WS-WINDOW-4
086100           ADD 1 TO RT-GRAD-4(WS-RT-FOUND)
086200        END-IF
086300        IF CT-STATUS-DATE(J) <= WS-WINDOW-5
086400           ADD 1 TO RT-GRAD-5(WS-RT-FOUND)
086500        END-IF
086600     END-IF.
086700
086800 3200-PRINT-RATE-ROW.
086900     IF RT-KIND(I) = "B"
087000        AND I > 1
087100        IF RT-COHORT-YEAR(I - 1) NOT = RT-COHORT-YEAR(I)
087200           MOVE SPACES TO RPT-LINE
087300           WRITE RPT-LINE
087400        END-IF
087500     END-IF.
087600     COMPUTE WS-ADJUSTED = RT-MEMBERS(I) - RT-REMOVED(I).
087700     COMPUTE WS-CLASS-EDIT = RT-COHORT-YEAR(I) + 4.
087800     MOVE SPACES TO RPT-LINE.
087900     MOVE WS-CLASS-EDIT TO RPT-LINE(1:4).
088000     IF RT-KIND(I) = "D"
088100        MOVE "DISTRICT" TO RPT-LINE(8:8)
088200     ELSE
088300        MOVE "BLDG" TO RPT-LINE(8:4)
088400        MOVE RT-SCHOOL-CODE(I) TO RPT-LINE(13:2)
088500     END-IF.
088600     MOVE RT-MEMBERS(I) TO WS-COUNT-EDIT.
088700     MOVE WS-COUNT-EDIT TO RPT-LINE(21:5).
088800     MOVE RT-REMOVED(I) TO WS-COUNT-EDIT.
088900     MOVE WS-COUNT-EDIT TO RPT-LINE(31:5).
089000     MOVE WS-ADJUSTED TO WS-COUNT-EDIT.
089100     MOVE WS-COUNT-EDIT TO RPT-LINE(42:5).
089200     MOVE RT-GRAD-4(I) TO WS-COUNT-EDIT.
089300     MOVE WS-COUNT-EDIT TO RPT-LINE(53:5).
089400     COMPUTE WS-WINDOW-4 = (RT-COHORT-YEAR(I) + 4) * 10000 + 831.
089500     IF RT-COHORT-YEAR(I) + 4 > WS-SCHOOL-YEAR + 1
089600        MOVE "OPEN" TO RPT-LINE(63:4)
089700     ELSE
089800        IF WS-ADJUSTED > 0
089900           COMPUTE WS-RATE ROUNDED =
090000               RT-GRAD-4(I) * 100 / WS-ADJUSTED
090100           MOVE WS-RATE TO WS-RATE-EDIT
090200           MOVE WS-RATE-EDIT TO RPT-LINE(62:5)
090300           IF WS-WINDOW-4 > WS-TODAY
090400              MOVE "*" TO RPT-LINE(67:1)
090500           END-IF
090600        END-IF
090700     END-IF.
090800     MOVE RT-GRAD-5(I) TO WS-COUNT-EDIT.
090900     MOVE WS-COUNT-EDIT TO RPT-LINE(73:5).
091000     COMPUTE WS-WINDOW-5 = (RT-COHORT-YEAR(I) + 5) * 10000 + 831.
091100     IF RT-COHORT-YEAR(I) + 5 > WS-SCHOOL-YEAR + 1
091200        MOVE "OPEN" TO RPT-LINE(83:4)
091300     ELSE
091400        IF WS-ADJUSTED > 0
091500           COMPUTE WS-RATE ROUNDED =
091600               RT-GRAD-5(I) * 100 / WS-ADJUSTED
091700           MOVE WS-RATE TO WS-RATE-EDIT
091800           MOVE WS-RATE-EDIT TO RPT-LINE(82:5)
091900           IF WS-WINDOW-5 > WS-TODAY
092000              MOVE "*" TO RPT-LINE(87:1)
092100           END-IF
092200        END-IF
092300     END-IF.
092400     WRITE RPT-LINE.
092500
092600*----------------------------------------------------------------
092700* THE CLASSES THE STATE IS RATING THIS YEAR -- FOUR-YEAR FOR THE
092800* CLASS GRADUATING NOW, FIVE-YEAR FOR THE ONE BEFORE -- AND EVERY
092900* MEMBER OF THEM NOT GRADUATED AND NOT DOCUMENTED OUT.  THE
093000* UNDOCUMENTED TRANSFERS COME FIRST: THEY ARE THE ONES THE
093100* REGISTRAR CAN STILL FIX BEFORE THE DEADLINE.
093200*----------------------------------------------------------------
093300 3300-PRINT-AGAINST-LIST.
093400     COMPUTE WS-RATE-CLASS = WS-SCHOOL-YEAR + 1.
093500     MOVE SPACES TO RPT-LINE.
093600     WRITE RPT-LINE.
093700     MOVE SPACES TO RPT-LINE.
093800     WRITE RPT-LINE.
093900     COMPUTE WS-CLASS-EDIT = WS-RATE-CLASS - 1.
094000     MOVE SPACES TO RPT-LINE.
094100     STRING "STUDENTS COUNTING AGAINST THE RATE -- CLASSES OF "
094200             DELIMITED BY SIZE
094300         WS-RATE-CLASS DELIMITED BY SIZE
094400         " AND " DELIMITED BY SIZE
094500         WS-CLASS-EDIT DELIMITED BY SIZE
094600         INTO RPT-LINE
094700     END-STRING.
094800     WRITE RPT-LINE.
094900     IF WS-DEADLINE > 0
095000        MOVE WS-DEADLINE TO WS-DATE-EDIT
095100        MOVE SPACES TO RPT-LINE
095200        STRING "STATE DEADLINE " DELIMITED BY SIZE
095300            WS-DATE-EDIT DELIMITED BY SIZE
095400            INTO RPT-LINE
095500        END-STRING
095600        WRITE RPT-LINE
095700     END-IF.
095800     MOVE SPACES TO RPT-LINE.
095900     WRITE RPT-LINE.
096000     MOVE SPACES TO RPT-LINE.
096100     MOVE "CLASS" TO RPT-LINE(1:5).
096200     MOVE "BLDG" TO RPT-LINE(7:4).
096300     MOVE "STUDENT" TO RPT-LINE(12:7).
096400     MOVE "NAME" TO RPT-LINE(23:4).
096500     MOVE "EXIT" TO RPT-LINE(55:4).
096600     MOVE "WHY" TO RPT-LINE(66:3).
096700     MOVE "STATUS" TO RPT-LINE(71:6).
096800     WRITE RPT-LINE.
096900     MOVE "U" TO WS-LIST-STATUS.
097000     PERFORM 3310-LIST-ONE-STATUS.
097100     MOVE "N" TO WS-LIST-STATUS.
097200     PERFORM 3310-LIST-ONE-STATUS.
097300     MOVE "D" TO WS-LIST-STATUS.
097400     PERFORM 3310-LIST-ONE-STATUS.
097500     MOVE "A" TO WS-LIST-STATUS.
097600     PERFORM 3310-LIST-ONE-STATUS.
097700     MOVE SPACES TO RPT-LINE.
097800     WRITE RPT-LINE.
097900     MOVE WS-AGAINST-COUNT TO WS-COUNT-EDIT.
098000     MOVE SPACES TO RPT-LINE.
098100     STRING "COUNTING AGAINST: " DELIMITED BY SIZE
098200         WS-COUNT-EDIT DELIMITED BY SIZE
098300         "   MISSING TRANSFER DOCUMENTATION: " DELIMITED BY SIZE
098400         INTO RPT-LINE
098500     END-STRING.
098600     MOVE WS-CHASE-COUNT TO WS-COUNT-EDIT.
098700     MOVE WS-COUNT-EDIT TO RPT-LINE(59:5).
098800     WRITE RPT-LINE.
098900
099000 3310-LIST-ONE-STATUS.
099100     PERFORM 3900-STATUS-TEXT.
099200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CT-COUNT
099300        IF CT-STATUS(J) = WS-LIST-STATUS
099400           AND CT-COHORT-YEAR(J) + 4 >= WS-RATE-CLASS - 1
099500           AND CT-COHORT-YEAR(J) + 4 <= WS-RATE-CLASS
099600           PERFORM 3320-LIST-ONE-STUDENT
099700        END-IF
099800     END-PERFORM.
099900
100000 3320-LIST-ONE-STUDENT.
100100     ADD 1 TO WS-AGAINST-COUNT.
100200     IF WS-LIST-STATUS = "U"
100300        ADD 1 TO WS-CHASE-COUNT
100400     END-IF.
100500     COMPUTE WS-CLASS-EDIT = CT-COHORT-YEAR(J) + 4.
100600     MOVE SPACES TO RPT-LINE.
100700     MOVE WS-CLASS-EDIT TO RPT-LINE(1:4).
100800     MOVE CT-SCHOOL-CODE(J) TO RPT-LINE(8:2).
100900     MOVE CT-STUDENT-ID(J) TO RPT-LINE(12:9).
101000     MOVE CT-NAME(J)(1:30) TO RPT-LINE(23:30).
101100     IF CT-EXIT-DATE(J) > 0
101200        AND WS-LIST-STATUS NOT = "A"
101300        MOVE CT-EXIT-DATE(J) TO WS-DATE-EDIT
101400        MOVE WS-DATE-EDIT TO RPT-LINE(55:10)
101500        MOVE CT-EXIT-REASON(J) TO RPT-LINE(67:1)
101600     END-IF.
101700     MOVE WS-STATUS-TEXT TO RPT-LINE(71:34).
101800     WRITE RPT-LINE.
101900
102000 3900-STATUS-TEXT.
102100     EVALUATE WS-LIST-STATUS
102200         WHEN "A"
102300             MOVE "STILL ENROLLED" TO WS-STATUS-TEXT
102400         WHEN "G"
102500             MOVE "GRADUATED" TO WS-STATUS-TEXT
102600         WHEN "X"
102700             MOVE "TRANSFERRED OUT -- DOCUMENTED"
102800                 TO WS-STATUS-TEXT
102900         WHEN "U"
103000             MOVE "FILE TRANSFER DOCUMENTATION" TO WS-STATUS-TEXT
103100         WHEN "D"
103200             MOVE "DROPPED OR OTHER EXIT" TO WS-STATUS-TEXT
103300         WHEN OTHER
103400             MOVE "NO EXIT OR GRADUATION ON RECORD"
103500                 TO WS-STATUS-TEXT
103600     END-EVALUATE.
103700
103800 5000-TERMINATE.
103900     DISPLAY "GRADE-SCHOOL-COHORT MODE " WS-RUN-MODE
104000         " SCHOOL YEAR " WS-SCHOOL-YEAR.
104100     DISPLAY "  COHORT MEMBERS:         " WS-CT-COUNT.
104200     IF WS-RUN-MODE = "UPDATE"
104300        DISPLAY "  JOINED IN GRADE 9:      " WS-FIRST-TIME-COUNT
104400        DISPLAY "  JOINED AS TRANSFERS:    " WS-TRANSFER-IN-COUNT
104500        DISPLAY "  DOCUMENTS FILED:        " WS-DOC-COUNT
104600        DISPLAY "  DOCUMENTS REJECTED:     " WS-REJECT-COUNT
104700        DISPLAY "  STATUS CHANGES:         " WS-CHANGE-COUNT
104800     END-IF.
104900     IF WS-RUN-MODE = "RATES"
105000        DISPLAY "  COUNTING AGAINST:       " WS-AGAINST-COUNT
105100        DISPLAY "  MISSING DOCUMENTATION:  " WS-CHASE-COUNT
105200     END-IF.
105300     IF WS-OVERFLOW-COUNT > 0
105400        DISPLAY "  TABLE FULL -- NOT COUNTED: " WS-OVERFLOW-COUNT
105500        MOVE 4 TO RETURN-CODE
105600     END-IF.
105700     IF WS-REJECT-COUNT > 0
105800        MOVE 4 TO RETURN-CODE
105900     END-IF.
106000
106100*----------------------------------------------------------------
106200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
106300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
106400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
106500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
106600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
106700*----------------------------------------------------------------
106800 9800-CHECK-LAYOUTS.
106900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
107000     OPEN EXTEND LAYOUT-USAGE-LOG.
107100     IF WS-LU-STATUS = "35"
107200        OPEN OUTPUT LAYOUT-USAGE-LOG
107300     END-IF.
107400     MOVE "ROSTERF" TO WS-LK-DATASET.
107500     MOVE 3 TO WS-LK-VERSION.
107600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
107700     PERFORM 9820-CHECK-ONE-LAYOUT.
107800     CLOSE LAYOUT-USAGE-LOG.
107900
108000 9810-LOAD-LAYOUT-CONTROL.
108100     MOVE 0 TO WS-LC-COUNT.
108200     OPEN INPUT LAYOUT-CONTROL.
108300     IF WS-LC-STATUS NOT = "00"
108400        EXIT PARAGRAPH
108500     END-IF.
108600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
108700        READ LAYOUT-CONTROL
108800            AT END MOVE "10" TO WS-LC-STATUS
108900        END-READ
109000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
109100           ADD 1 TO WS-LC-COUNT
109200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
109300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
109400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
109500        END-IF
109600     END-PERFORM.
109700     CLOSE LAYOUT-CONTROL.
109800
109900*----------------------------------------------------------------
110000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
110100* AS NOCTL.
110200*----------------------------------------------------------------
110300 9820-CHECK-ONE-LAYOUT.
110400     MOVE "NOCTL" TO WS-LK-RESULT.
110500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
110600             UNTIL WS-LC-INDX > WS-LC-COUNT
110700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
110800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
110900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
111000              MOVE "CURRENT" TO WS-LK-RESULT
111100           ELSE
111200              MOVE "MISMATCH" TO WS-LK-RESULT
111300           END-IF
111400        END-IF
111500     END-PERFORM.
111600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
111700     MOVE "GRADE-SCHOOL-COHORT" TO LU-PROGRAM.
111800     MOVE WS-LK-DATASET TO LU-DATASET.
111900     MOVE WS-LK-VERSION TO LU-VERSION.
112000     MOVE WS-LK-LENGTH TO LU-LENGTH.
112100     MOVE WS-LK-RESULT TO LU-RESULT.
112200     WRITE LAYOUT-USAGE-RECORD.
112300     IF WS-LK-RESULT NOT = "MISMATCH"
112400        EXIT PARAGRAPH
112500     END-IF.
112600     SET LAYOUT-MISMATCH TO TRUE.
112700     DISPLAY "GRADE-SCHOOL-COHORT HALTED: " WS-LK-DATASET
112800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
112900         " DOES NOT MATCH LAYOUTCT".
113000     OPEN EXTEND OPS-ERROR-LOG.
113100     IF WS-OPS-LOG-STATUS = "35"
113200        OPEN OUTPUT OPS-ERROR-LOG
113300     END-IF.
113400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
113500     MOVE "GRADE-SCHOOL-COHORT" TO OE-PROGRAM.
113600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
113700     MOVE "LAYOUT" TO OE-OPERATION.
113800     MOVE "16" TO OE-STATUS.
113900     WRITE OPS-ERROR-RECORD.
114000     CLOSE OPS-ERROR-LOG.
