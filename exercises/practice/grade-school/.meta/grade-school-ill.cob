000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ILL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  INTERLIBRARY LOAN -- EVERY BUILDING'S CARD
001100*                 CATALOG AND CIRCFILE STOOD ALONE, SO A TITLE
001200*                 ANOTHER SCHOOL OWNED MEANT THE LIBRARIAN
001300*                 PHONING AROUND.  THE ILLPARM CARD PICKS THE RUN:
001400*                 "UNLOAD" ADDS ONE BUILDING'S CARDCAT TO THE
001500*                 DISTRICT CATALOG DISTCAT (ONE STEP PER
001600*                 BUILDING); "REQUEST" SEARCHES DISTCAT FOR EACH
001700*                 ILLREQ TITLE AND HOLDS THE OWNING SCHOOL'S COPY
001800*                 ON THE ILLQ QUEUE THE WAY HOLDQ HOLDS A TITLE;
001900*                 "MANIFEST" IS THE NIGHTLY COURIER LIST OF WHICH
002000*                 BOOKS MOVE FROM WHICH BUILDING TO WHICH: LOANS,
002100*                 AND RETURNS BINARY-SEARCH'S RETURN-BOOK QUEUES.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002140*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002160*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002180*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002200*                 OPSERRLG ENTRY.
002205* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002210*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002215*                 LAYOUT VERSION 3.
002220*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
002600     FUNCTION ALL INTRINSIC.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARM-FILE ASSIGN TO "ILLPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT CATALOG-FILE ASSIGN TO "CARDCAT"
003400         ORGANIZATION IS RELATIVE
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-CAT-STATUS.
003700
003800     SELECT DISTRICT-CATALOG ASSIGN TO "DISTCAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DC-STATUS.
004100
004200     SELECT LOAN-REQUESTS ASSIGN TO "ILLREQ"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REQ-STATUS.
004500
004600     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS FR-STUDENT-ID
005000         FILE STATUS IS WS-FILE-STATUS.
005100
005200     SELECT ILL-QUEUE-FILE ASSIGN TO "ILLQ"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ILLQ-STATUS.
005500
005600     SELECT ILL-QUEUE-TEMP ASSIGN TO "ILLQTEMP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TEMP-STATUS.
005900
006000     SELECT ILL-REPORT ASSIGN TO "ILLRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT COURIER-MANIFEST ASSIGN TO "ILLMANF"
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
007000* ONE CARD: UNLOAD, REQUEST OR MANIFEST, THEN (UNLOAD ONLY) THE
007100* BUILDING WHOSE CARDCAT IS ALLOCATED TO THE STEP.
007200*----------------------------------------------------------------
007300 01  PARM-RECORD.
007400     05 PARM-MODE             PIC X(08).
007500     05 PARM-SCHOOL-CODE      PIC 9(02).
007600
007700*----------------------------------------------------------------
007800* LAYOUT MUST MATCH BINARY-SEARCH'S CATALOG-RECORD: ONE TITLE PER
007900* RELATIVE RECORD, SORTED ASCENDING.
008000*----------------------------------------------------------------
008100 FD  CATALOG-FILE.
008200 01  CATALOG-RECORD           PIC X(60).
008300
008400* ONE ROW PER TITLE PER OWNING BUILDING, REBUILT EVERY NIGHT.
008500 FD  DISTRICT-CATALOG.
008600 01  DISTRICT-CATALOG-RECORD.
008700     05 DC-TITLE              PIC X(60).
008800     05 DC-SCHOOL-CODE        PIC 9(02).
008900
009000* THE LIBRARIAN'S LOAN REQUESTS: WHO WANTS WHICH TITLE.
009100 FD  LOAN-REQUESTS.
009200 01  LOAN-REQUEST-RECORD.
009300     05 RQ-STUDENT-ID         PIC 9(09).
009400     05 RQ-TITLE              PIC X(60).
009500
009600 FD  ROSTER-FILE.
009700*----------------------------------------------------------------
009800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
009900*----------------------------------------------------------------
010000 01  ROSTER-RECORD.
010100     05 FR-STUDENT-ID         PIC 9(09).
010200     05 FR-NAME               PIC X(60).
010300     05 FR-GRADE              PIC 9(02).
010400     05 FR-TEACHER            PIC X(30).
010500     05 FR-SECTION            PIC 9(01).
010600     05 FR-HOUSEHOLD-ID       PIC 9(09).
010700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
010800     05 FR-IEP-FLAG           PIC X(01).
010900     05 FR-DOB                PIC 9(08).
011000     05 FR-SCHOOL-CODE        PIC 9(02).
011033     05 FR-GENDER             PIC X(01).
011066     05 FR-RACE-ETH           PIC X(01).
011100
011200*----------------------------------------------------------------
011300* LAYOUT MUST MATCH BINARY-SEARCH'S ILL-QUEUE-RECORD.  THE FIRST
011400* THREE COLUMNS ARE CIRCULAR-BUFFER'S HOLDQ-RECORD; THEN THE
011500* COURIER LEG: FROM/TO BUILDING, O OUTBOUND TO THE BORROWER OR
011600* R RETURN TO THE OWNER, H HELD FOR THE COURIER OR S SHIPPED.
011700*----------------------------------------------------------------
011800 FD  ILL-QUEUE-FILE.
011900 01  ILL-QUEUE-RECORD.
012000     05 IQ-PATRON-ID          PIC 9(09).
012100     05 IQ-REQUEST-DATE       PIC 9(08).
012200     05 IQ-TITLE              PIC X(60).
012300     05 IQ-FROM-SCHOOL        PIC 9(02).
012400     05 IQ-TO-SCHOOL          PIC 9(02).
012500     05 IQ-LEG                PIC X(01).
012600     05 IQ-STATUS             PIC X(01).
012700     05 IQ-SHIP-DATE          PIC 9(08).
012800
012900 FD  ILL-QUEUE-TEMP.
013000 01  ILL-QUEUE-TEMP-RECORD    PIC X(91).
013100
013200 FD  ILL-REPORT.
013300 01  RPT-LINE                 PIC X(100).
013400
013500 FD  COURIER-MANIFEST.
013600 01  MAN-LINE                 PIC X(100).
013700
013702 FD  LAYOUT-CONTROL.
013705*----------------------------------------------------------------
013708* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
013710* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
013713*----------------------------------------------------------------
013716 01  LAYOUT-CONTROL-RECORD.
013718     05 LC-DATASET            PIC X(08).
013721     05 LC-VERSION            PIC 9(03).
013724     05 LC-LENGTH             PIC 9(05).
013727     05 LC-EFFECTIVE-DATE     PIC 9(08).
013729
013732 FD  LAYOUT-USAGE-LOG.
013735*----------------------------------------------------------------
013737* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013740* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013743*----------------------------------------------------------------
013745 01  LAYOUT-USAGE-RECORD.
013748     05 LU-TIMESTAMP          PIC 9(14).
013751     05 LU-PROGRAM            PIC X(24).
013754     05 LU-DATASET            PIC X(08).
013756     05 LU-VERSION            PIC 9(03).
013759     05 LU-LENGTH             PIC 9(05).
013762     05 LU-RESULT             PIC X(08).
013764
013767 FD  OPS-ERROR-LOG.
013770*----------------------------------------------------------------
013772* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
013775* SHARED SHOP-WIDE ERROR LOG.
013778*----------------------------------------------------------------
013781 01  OPS-ERROR-RECORD.
013783     05 OE-TIMESTAMP          PIC 9(14).
013786     05 OE-PROGRAM            PIC X(20).
013789     05 OE-FILE-NAME          PIC X(08).
013791     05 OE-OPERATION          PIC X(08).
013794     05 OE-STATUS             PIC XX.
013797
013800 WORKING-STORAGE SECTION.
013900 01 WS-PARM-STATUS             PIC XX.
014000 01 WS-CAT-STATUS              PIC XX.
014100 01 WS-DC-STATUS               PIC XX.
014200 01 WS-REQ-STATUS              PIC XX.
014300 01 WS-FILE-STATUS             PIC XX.
014400 01 WS-ILLQ-STATUS             PIC XX.
014500 01 WS-TEMP-STATUS             PIC XX.
014600 01 WS-RUN-MODE                PIC X(08).
014700 01 WS-SCHOOL-CODE             PIC 9(02) VALUE ZERO.
014800 01 WS-TODAY                   PIC 9(08).
014900 01 WS-UNLOAD-COUNT            PIC 9(05) COMP VALUE ZERO.
015000 01 WS-PLACED-COUNT            PIC 9(05) COMP VALUE ZERO.
015100 01 WS-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
015200 01 WS-SHIP-COUNT              PIC 9(05) COMP VALUE ZERO.
015300 01 WS-COUNT-DISP              PIC ZZZZ9.
015400 01 WS-BORROWER-SCHOOL         PIC 9(02).
015500 01 WS-OWNER-SCHOOL            PIC 9(02).
015600 01 WS-REFUSE-REASON           PIC X(30).
015700 01 WS-PRIOR-FROM              PIC 9(02).
015800 01 WS-PRIOR-TO                PIC 9(02).
015900 01 WS-LEG-NAME                PIC X(08).
016000 01 WS-OWN-SHELF-SWITCH        PIC X.
016100     88 ON-OWN-SHELF                    VALUE "Y".
016200     88 NOT-ON-OWN-SHELF                VALUE "N".
016300 01 WS-FIRST-SWITCH            PIC X.
016400     88 FIRST-GROUP                     VALUE "Y".
016500     88 NOT-FIRST-GROUP                 VALUE "N".
016600 01 I                          PIC 9(05) COMP.
016700
016800*----------------------------------------------------------------
016900* THE DISTRICT CATALOG IN TITLE ORDER.  THE SEARCH NARROWS LOW/
017000* HIGH THE SAME WAY BINARY-SEARCH'S CARD-CATALOG-SEARCH DOES,
017100* EXCEPT EACH PROBE IS A TABLE SUBSCRIPT, NOT A RELATIVE READ.
017200*----------------------------------------------------------------
017300 01 WS-DC-COUNT                PIC 9(05) COMP VALUE ZERO.
017400 01 WS-DC-LOW                  PIC 9(05) COMP.
017500 01 WS-DC-HIGH                 PIC 9(05) COMP.
017600 01 WS-DC-MID                  PIC 9(05) COMP.
017700 01 WS-DC-FOUND                PIC 9(05) COMP.
017800 01 DISTRICT-TABLE.
017900     02 DT-ROW                OCCURS 1 TO 20000 TIMES
018000                                 DEPENDING ON WS-DC-COUNT.
018100        05 DT-TITLE           PIC X(60).
018200        05 DT-SCHOOL-CODE     PIC 9(02).
018300
018400* TONIGHT'S MANIFEST, SORTED BY ROUTE.
018500 01 WS-MAN-COUNT               PIC 9(05) COMP VALUE ZERO.
018600 01 MANIFEST-TABLE.
018700     02 MT-ROW                OCCURS 1 TO 5000 TIMES
018800                                 DEPENDING ON WS-MAN-COUNT.
018900        05 MT-FROM-SCHOOL     PIC 9(02).
019000        05 MT-TO-SCHOOL       PIC 9(02).
019100        05 MT-LEG             PIC X(01).
019200        05 MT-TITLE           PIC X(60).
019300        05 MT-PATRON-ID       PIC 9(09).
019400
019404*----------------------------------------------------------------
019409* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
019413* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
019418*----------------------------------------------------------------
019422 01 WS-LC-STATUS               PIC XX.
019427 01 WS-LU-STATUS               PIC XX.
019431 01 WS-OPS-LOG-STATUS          PIC XX.
019436 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
019440     88 LAYOUT-MISMATCH                  VALUE "Y".
019445 01 WS-LK-DATASET              PIC X(08).
019450 01 WS-LK-VERSION              PIC 9(03).
019454 01 WS-LK-LENGTH               PIC 9(05).
019459 01 WS-LK-RESULT               PIC X(08).
019463 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
019468 01 WS-LC-INDX                 PIC 9(03) COMP.
019472 01 LAYOUT-CONTROL-TABLE.
019477     02 LCT-ROW               OCCURS 50 TIMES.
019481        05 LCT-DATASET        PIC X(08).
019486        05 LCT-VERSION        PIC 9(03).
019490        05 LCT-LENGTH         PIC 9(05).
019495
019500 PROCEDURE DIVISION.
019600
019700 0000-MAINLINE.
019710     PERFORM 9800-CHECK-LAYOUTS
019720     IF LAYOUT-MISMATCH
019730        MOVE 16 TO RETURN-CODE
019740        GOBACK
019750     END-IF
019800     PERFORM 1000-INITIALIZE
019900     EVALUATE WS-RUN-MODE
020000         WHEN "UNLOAD"
020100             PERFORM 2000-UNLOAD-CATALOG
020200         WHEN "REQUEST"
020300             PERFORM 3000-PLACE-REQUESTS
020400         WHEN "MANIFEST"
020500             PERFORM 4000-COURIER-MANIFEST
020600         WHEN OTHER
020700             DISPLAY "GRADE-SCHOOL-ILL UNKNOWN MODE "
020800                 WS-RUN-MODE
020900             MOVE 8 TO RETURN-CODE
021000     END-EVALUATE
021100     GOBACK.
021200
021300 1000-INITIALIZE.
021400     MOVE SPACES TO WS-RUN-MODE.
021500     OPEN INPUT PARM-FILE.
021600     IF WS-PARM-STATUS = "00"
021700        READ PARM-FILE
021800            AT END CONTINUE
021900        END-READ
022000        IF WS-PARM-STATUS = "00"
022100           MOVE PARM-MODE TO WS-RUN-MODE
022200           IF PARM-SCHOOL-CODE IS NUMERIC
022300              MOVE PARM-SCHOOL-CODE TO WS-SCHOOL-CODE
022400           END-IF
022500        END-IF
022600        CLOSE PARM-FILE
022700     END-IF.
022800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
022900
023000*----------------------------------------------------------------
023100* ONE BUILDING'S CARDCAT ONTO THE DISTRICT CATALOG.  THE JOB
023200* EMPTIES DISTCAT FIRST AND RUNS THIS STEP ONCE PER BUILDING.
023300*----------------------------------------------------------------
023400 2000-UNLOAD-CATALOG.
023500     IF WS-SCHOOL-CODE = 0
023600        DISPLAY "GRADE-SCHOOL-ILL UNLOAD NEEDS A BUILDING CODE"
023700        MOVE 8 TO RETURN-CODE
023800        EXIT PARAGRAPH
023900     END-IF.
024000     OPEN INPUT CATALOG-FILE.
024100     IF WS-CAT-STATUS NOT = "00"
024200        DISPLAY "GRADE-SCHOOL-ILL NO CARDCAT FOR BUILDING "
024300            WS-SCHOOL-CODE
024400        MOVE 4 TO RETURN-CODE
024500        EXIT PARAGRAPH
024600     END-IF.
024700     OPEN EXTEND DISTRICT-CATALOG.
024800     IF WS-DC-STATUS = "35"
024900        OPEN OUTPUT DISTRICT-CATALOG
025000     END-IF.
025100     PERFORM UNTIL WS-CAT-STATUS NOT = "00"
025200        READ CATALOG-FILE NEXT
025300            AT END MOVE "10" TO WS-CAT-STATUS
025400        END-READ
025500        IF WS-CAT-STATUS = "00"
025600           AND CATALOG-RECORD NOT = SPACES
025700           MOVE CATALOG-RECORD TO DC-TITLE
025800           MOVE WS-SCHOOL-CODE TO DC-SCHOOL-CODE
025900           WRITE DISTRICT-CATALOG-RECORD
026000           ADD 1 TO WS-UNLOAD-COUNT
026100        END-IF
026200     END-PERFORM.
026300     CLOSE CATALOG-FILE.
026400     CLOSE DISTRICT-CATALOG.
026500     DISPLAY "GRADE-SCHOOL-ILL BUILDING " WS-SCHOOL-CODE
026600         " TITLES UNLOADED: " WS-UNLOAD-COUNT.
026700
026800*----------------------------------------------------------------
026900* EACH REQUEST IS REFUSED WHEN THE STUDENT IS NOT ON ROSTERF,
027000* WHEN THE STUDENT'S OWN BUILDING ALREADY OWNS THE TITLE, OR WHEN
027100* NO BUILDING DOES.  OTHERWISE THE LOWEST-NUMBERED OWNING
027200* BUILDING'S COPY IS HELD ON ILLQ AS AN OUTBOUND LEG.  RC 4 WHEN
027300* ANY REQUEST WAS REFUSED.
027400*----------------------------------------------------------------
027500 3000-PLACE-REQUESTS.
027600     PERFORM 3100-LOAD-DISTRICT-CATALOG.
027700     OPEN INPUT ROSTER-FILE.
027800     OPEN OUTPUT ILL-REPORT.
027900     MOVE "INTERLIBRARY LOAN REQUESTS" TO RPT-LINE.
028000     WRITE RPT-LINE.
028100     OPEN EXTEND ILL-QUEUE-FILE.
028200     IF WS-ILLQ-STATUS = "35"
028300        OPEN OUTPUT ILL-QUEUE-FILE
028400     END-IF.
028500     OPEN INPUT LOAN-REQUESTS.
028600     IF WS-REQ-STATUS NOT = "00"
028700        MOVE "10" TO WS-REQ-STATUS
028800     ELSE
028900        PERFORM UNTIL WS-REQ-STATUS NOT = "00"
029000           READ LOAN-REQUESTS
029100               AT END MOVE "10" TO WS-REQ-STATUS
029200               NOT AT END PERFORM 3200-PLACE-ONE
029300           END-READ
029400        END-PERFORM
029500        CLOSE LOAN-REQUESTS
029600     END-IF.
029700     CLOSE ILL-QUEUE-FILE.
029800     CLOSE ROSTER-FILE.
029900     MOVE WS-PLACED-COUNT TO WS-COUNT-DISP.
030000     MOVE SPACES TO RPT-LINE.
030100     STRING "HOLDS PLACED " DELIMITED BY SIZE
030200         WS-COUNT-DISP DELIMITED BY SIZE
030300         INTO RPT-LINE
030400     END-STRING.
030500     WRITE RPT-LINE.
030600     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP.
030700     MOVE SPACES TO RPT-LINE.
030800     STRING "REQUESTS REFUSED " DELIMITED BY SIZE
030900         WS-COUNT-DISP DELIMITED BY SIZE
031000         INTO RPT-LINE
031100     END-STRING.
031200     WRITE RPT-LINE.
031300     CLOSE ILL-REPORT.
031400     DISPLAY "GRADE-SCHOOL-ILL HOLDS PLACED: " WS-PLACED-COUNT
031500         "  REFUSED: " WS-REFUSED-COUNT.
031600     IF WS-REFUSED-COUNT > 0
031700        MOVE 4 TO RETURN-CODE
031800     END-IF.
031900
032000 3100-LOAD-DISTRICT-CATALOG.
032100     MOVE 0 TO WS-DC-COUNT.
032200     OPEN INPUT DISTRICT-CATALOG.
032300     IF WS-DC-STATUS NOT = "00"
032400        MOVE "10" TO WS-DC-STATUS
032500        EXIT PARAGRAPH
032600     END-IF.
032700     PERFORM UNTIL WS-DC-STATUS NOT = "00"
032800        READ DISTRICT-CATALOG
032900            AT END MOVE "10" TO WS-DC-STATUS
033000        END-READ
033100        IF WS-DC-STATUS = "00"
033200           AND WS-DC-COUNT < 20000
033300           ADD 1 TO WS-DC-COUNT
033400           MOVE DC-TITLE TO DT-TITLE(WS-DC-COUNT)
033500           MOVE DC-SCHOOL-CODE TO DT-SCHOOL-CODE(WS-DC-COUNT)
033600        END-IF
033700     END-PERFORM.
033800     CLOSE DISTRICT-CATALOG.
033900     IF WS-DC-COUNT > 0
034000        SORT DT-ROW ASCENDING DT-TITLE DT-SCHOOL-CODE
034100     END-IF.
034200
034300 3200-PLACE-ONE.
034400     MOVE SPACES TO WS-REFUSE-REASON.
034500     MOVE RQ-STUDENT-ID TO FR-STUDENT-ID.
034600     READ ROSTER-FILE
034700         INVALID KEY CONTINUE
034800     END-READ.
034900     IF WS-FILE-STATUS NOT = "00"
035000        MOVE "00" TO WS-FILE-STATUS
035100        MOVE "STUDENT NOT ON ROSTER" TO WS-REFUSE-REASON
035200        PERFORM 3400-REFUSE-ONE
035300        EXIT PARAGRAPH
035400     END-IF.
035500     MOVE FR-SCHOOL-CODE TO WS-BORROWER-SCHOOL.
035600     PERFORM 3300-SEARCH-DISTRICT.
035700     IF WS-DC-FOUND = 0
035800        MOVE "NO BUILDING OWNS THE TITLE" TO WS-REFUSE-REASON
035900        PERFORM 3400-REFUSE-ONE
036000        EXIT PARAGRAPH
036100     END-IF.
036200     PERFORM 3350-PICK-OWNER.
036300     IF ON-OWN-SHELF
036400        MOVE "OWN BUILDING OWNS THE TITLE" TO WS-REFUSE-REASON
036500        PERFORM 3400-REFUSE-ONE
036600        EXIT PARAGRAPH
036700     END-IF.
036800     MOVE RQ-STUDENT-ID TO IQ-PATRON-ID.
036900     MOVE WS-TODAY TO IQ-REQUEST-DATE.
037000     MOVE RQ-TITLE TO IQ-TITLE.
037100     MOVE WS-OWNER-SCHOOL TO IQ-FROM-SCHOOL.
037200     MOVE WS-BORROWER-SCHOOL TO IQ-TO-SCHOOL.
037300     MOVE "O" TO IQ-LEG.
037400     MOVE "H" TO IQ-STATUS.
037500     MOVE 0 TO IQ-SHIP-DATE.
037600     WRITE ILL-QUEUE-RECORD.
037700     ADD 1 TO WS-PLACED-COUNT.
037800     MOVE SPACES TO RPT-LINE.
037900     STRING "  HELD   " DELIMITED BY SIZE
038000         RQ-STUDENT-ID DELIMITED BY SIZE
038100         " " DELIMITED BY SIZE
038200         RQ-TITLE(1:40) DELIMITED BY SIZE
038300         " BLDG " DELIMITED BY SIZE
038400         WS-OWNER-SCHOOL DELIMITED BY SIZE
038500         " TO " DELIMITED BY SIZE
038600         WS-BORROWER-SCHOOL DELIMITED BY SIZE
038700         INTO RPT-LINE
038800     END-STRING.
038900     WRITE RPT-LINE.
039000
039100 3300-SEARCH-DISTRICT.
039200     MOVE 0 TO WS-DC-FOUND.
039300     MOVE 1 TO WS-DC-LOW.
039400     MOVE WS-DC-COUNT TO WS-DC-HIGH.
039500     PERFORM UNTIL WS-DC-LOW > WS-DC-HIGH
039600         OR WS-DC-FOUND NOT = 0
039700        COMPUTE WS-DC-MID = (WS-DC-LOW + WS-DC-HIGH) / 2
039800        IF DT-TITLE(WS-DC-MID) < RQ-TITLE
039900           COMPUTE WS-DC-LOW = WS-DC-MID + 1
040000        ELSE
040100           IF DT-TITLE(WS-DC-MID) > RQ-TITLE
040200              IF WS-DC-MID = 1
040300                 MOVE 0 TO WS-DC-HIGH
040400              ELSE
040500                 COMPUTE WS-DC-HIGH = WS-DC-MID - 1
040600              END-IF
040700           ELSE
040800              MOVE WS-DC-MID TO WS-DC-FOUND
040900           END-IF
041000        END-IF
041100     END-PERFORM.
041200
041300*----------------------------------------------------------------
041400* THE PROBE CAN LAND ANYWHERE IN THE RUN OF BUILDINGS OWNING THE
041500* TITLE; BACK UP TO THE FIRST, THEN TAKE THE FIRST BUILDING THAT
041600* IS NOT THE BORROWER'S OWN.
041700*----------------------------------------------------------------
041800 3350-PICK-OWNER.
041900     SET NOT-ON-OWN-SHELF TO TRUE.
042000     MOVE 0 TO WS-OWNER-SCHOOL.
042100     MOVE WS-DC-FOUND TO I.
042200     PERFORM UNTIL I = 1
042300         OR DT-TITLE(I - 1) NOT = RQ-TITLE
042400        SUBTRACT 1 FROM I
042500     END-PERFORM.
042600     PERFORM UNTIL I > WS-DC-COUNT
042700         OR DT-TITLE(I) NOT = RQ-TITLE
042800        IF DT-SCHOOL-CODE(I) = WS-BORROWER-SCHOOL
042900           SET ON-OWN-SHELF TO TRUE
043000        ELSE
043100           IF WS-OWNER-SCHOOL = 0
043200              MOVE DT-SCHOOL-CODE(I) TO WS-OWNER-SCHOOL
043300           END-IF
043400        END-IF
043500        ADD 1 TO I
043600     END-PERFORM.
043700
043800 3400-REFUSE-ONE.
043900     ADD 1 TO WS-REFUSED-COUNT.
044000     MOVE SPACES TO RPT-LINE.
044100     STRING "  REFUSE " DELIMITED BY SIZE
044200         RQ-STUDENT-ID DELIMITED BY SIZE
044300         " " DELIMITED BY SIZE
044400         RQ-TITLE(1:40) DELIMITED BY SIZE
044500         " " DELIMITED BY SIZE
044600         WS-REFUSE-REASON DELIMITED BY SIZE
044700         INTO RPT-LINE
044800     END-STRING.
044900     WRITE RPT-LINE.
045000
045100*----------------------------------------------------------------
045200* NIGHTLY COURIER RUN.  EVERY HELD LEG ON ILLQ GOES ON TONIGHT'S
045300* MANIFEST AND IS MARKED SHIPPED THROUGH THE TEMP, THE SAME
045400* COPY-BACK CIRCULAR-BUFFER USES FOR HOLDQ.  THE MANIFEST PRINTS
045500* BY ROUTE: FROM BUILDING, TO BUILDING, OUTBOUND LOANS BEFORE
045600* RETURNS.
045700*----------------------------------------------------------------
045800 4000-COURIER-MANIFEST.
045900     OPEN INPUT ILL-QUEUE-FILE.
046000     IF WS-ILLQ-STATUS NOT = "00"
046100        MOVE "10" TO WS-ILLQ-STATUS
046200     ELSE
046300        OPEN OUTPUT ILL-QUEUE-TEMP
046400        PERFORM UNTIL WS-ILLQ-STATUS NOT = "00"
046500           READ ILL-QUEUE-FILE
046600               AT END MOVE "10" TO WS-ILLQ-STATUS
046700               NOT AT END PERFORM 4100-SHIP-ONE
046800           END-READ
046900        END-PERFORM
047000        CLOSE ILL-QUEUE-FILE
047100        CLOSE ILL-QUEUE-TEMP
047200        PERFORM 4200-COPY-TEMP-BACK
047300     END-IF.
047400     IF WS-MAN-COUNT > 0
047500        SORT MT-ROW ASCENDING MT-FROM-SCHOOL MT-TO-SCHOOL
047600            MT-LEG MT-TITLE
047700     END-IF.
047800     PERFORM 4300-PRINT-MANIFEST.
047900     DISPLAY "GRADE-SCHOOL-ILL BOOKS ON TONIGHT'S COURIER: "
048000         WS-SHIP-COUNT.
048100
048200 4100-SHIP-ONE.
048300     IF IQ-STATUS = "H"
048400        AND WS-MAN-COUNT < 5000
048500        ADD 1 TO WS-MAN-COUNT
048600        MOVE IQ-FROM-SCHOOL TO MT-FROM-SCHOOL(WS-MAN-COUNT)
048700        MOVE IQ-TO-SCHOOL TO MT-TO-SCHOOL(WS-MAN-COUNT)
048800        MOVE IQ-LEG TO MT-LEG(WS-MAN-COUNT)
048900        MOVE IQ-TITLE TO MT-TITLE(WS-MAN-COUNT)
049000        MOVE IQ-PATRON-ID TO MT-PATRON-ID(WS-MAN-COUNT)
049100        MOVE "S" TO IQ-STATUS
049200        MOVE WS-TODAY TO IQ-SHIP-DATE
049300        ADD 1 TO WS-SHIP-COUNT
049400     END-IF.
049500     MOVE ILL-QUEUE-RECORD TO ILL-QUEUE-TEMP-RECORD.
049600     WRITE ILL-QUEUE-TEMP-RECORD.
049700
049800 4200-COPY-TEMP-BACK.
049900     OPEN INPUT ILL-QUEUE-TEMP.
050000     OPEN OUTPUT ILL-QUEUE-FILE.
050100     PERFORM UNTIL WS-TEMP-STATUS NOT = "00"
050200        READ ILL-QUEUE-TEMP
050300            AT END MOVE "10" TO WS-TEMP-STATUS
050400        END-READ
050500        IF WS-TEMP-STATUS = "00"
050600           MOVE ILL-QUEUE-TEMP-RECORD TO ILL-QUEUE-RECORD
050700           WRITE ILL-QUEUE-RECORD
050800        END-IF
050900     END-PERFORM.
051000     CLOSE ILL-QUEUE-TEMP.
051100     CLOSE ILL-QUEUE-FILE.
051200     MOVE "00" TO WS-TEMP-STATUS.
051300     MOVE "00" TO WS-ILLQ-STATUS.
051400
051500 4300-PRINT-MANIFEST.
051600     OPEN OUTPUT COURIER-MANIFEST.
051700     MOVE SPACES TO MAN-LINE.
051800     STRING "INTERLIBRARY COURIER MANIFEST " DELIMITED BY SIZE
051900         WS-TODAY DELIMITED BY SIZE
052000         INTO MAN-LINE
052100     END-STRING.
052200     WRITE MAN-LINE.
052300     SET FIRST-GROUP TO TRUE.
052400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAN-COUNT
052500        IF FIRST-GROUP
052600           OR MT-FROM-SCHOOL(I) NOT = WS-PRIOR-FROM
052700           OR MT-TO-SCHOOL(I) NOT = WS-PRIOR-TO
052800           MOVE MT-FROM-SCHOOL(I) TO WS-PRIOR-FROM
052900           MOVE MT-TO-SCHOOL(I) TO WS-PRIOR-TO
053000           SET NOT-FIRST-GROUP TO TRUE
053100           MOVE SPACES TO MAN-LINE
053200           STRING "FROM BUILDING " DELIMITED BY SIZE
053300               MT-FROM-SCHOOL(I) DELIMITED BY SIZE
053400               " TO BUILDING " DELIMITED BY SIZE
053500               MT-TO-SCHOOL(I) DELIMITED BY SIZE
053600               INTO MAN-LINE
053700           END-STRING
053800           WRITE MAN-LINE
053900        END-IF
054000        IF MT-LEG(I) = "R"
054100           MOVE "RETURN" TO WS-LEG-NAME
054200        ELSE
054300           MOVE "LOAN" TO WS-LEG-NAME
054400        END-IF
054500        MOVE SPACES TO MAN-LINE
054600        STRING "  " DELIMITED BY SIZE
054700            WS-LEG-NAME DELIMITED BY SIZE
054800            MT-TITLE(I) DELIMITED BY SIZE
054900            " PATRON " DELIMITED BY SIZE
055000            MT-PATRON-ID(I) DELIMITED BY SIZE
055100            INTO MAN-LINE
055200        END-STRING
055300        WRITE MAN-LINE
055400     END-PERFORM.
055500     MOVE WS-SHIP-COUNT TO WS-COUNT-DISP.
055600     MOVE SPACES TO MAN-LINE.
055700     STRING "BOOKS ON THE COURIER " DELIMITED BY SIZE
055800         WS-COUNT-DISP DELIMITED BY SIZE
055900         INTO MAN-LINE
056000     END-STRING.
056100     WRITE MAN-LINE.
056200     CLOSE COURIER-MANIFEST.
056300
056400*----------------------------------------------------------------
056500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
056600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
056700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
056800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
056900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
057000*----------------------------------------------------------------
057100 9800-CHECK-LAYOUTS.
057200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
057300     OPEN EXTEND LAYOUT-USAGE-LOG.
057400     IF WS-LU-STATUS = "35"
057500        OPEN OUTPUT LAYOUT-USAGE-LOG
057600     END-IF.
057700     MOVE "ROSTERF" TO WS-LK-DATASET.
057800     MOVE 3 TO WS-LK-VERSION.
057900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
058000     PERFORM 9820-CHECK-ONE-LAYOUT.
058100     CLOSE LAYOUT-USAGE-LOG.
058200
058300 9810-LOAD-LAYOUT-CONTROL.
058400     MOVE 0 TO WS-LC-COUNT.
058500     OPEN INPUT LAYOUT-CONTROL.
058600     IF WS-LC-STATUS NOT = "00"
058700        EXIT PARAGRAPH
058800     END-IF.
058900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
059000        READ LAYOUT-CONTROL
059100            AT END MOVE "10" TO WS-LC-STATUS
059200        END-READ
059300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
059400           ADD 1 TO WS-LC-COUNT
059500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
059600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
059700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
059800        END-IF
059900     END-PERFORM.
060000     CLOSE LAYOUT-CONTROL.
060100
060200*----------------------------------------------------------------
060300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
060400* AS NOCTL.
060500*----------------------------------------------------------------
060600 9820-CHECK-ONE-LAYOUT.
060700     MOVE "NOCTL" TO WS-LK-RESULT.
060800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
060900             UNTIL WS-LC-INDX > WS-LC-COUNT
061000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
061100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
061200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
061300              MOVE "CURRENT" TO WS-LK-RESULT
061400           ELSE
061500              MOVE "MISMATCH" TO WS-LK-RESULT
061600           END-IF
061700        END-IF
061800     END-PERFORM.
061900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
062000     MOVE "GRADE-SCHOOL-ILL" TO LU-PROGRAM.
062100     MOVE WS-LK-DATASET TO LU-DATASET.
062200     MOVE WS-LK-VERSION TO LU-VERSION.
062300     MOVE WS-LK-LENGTH TO LU-LENGTH.
062400     MOVE WS-LK-RESULT TO LU-RESULT.
062500     WRITE LAYOUT-USAGE-RECORD.
062600     IF WS-LK-RESULT NOT = "MISMATCH"
062700        EXIT PARAGRAPH
062800     END-IF.
062900     SET LAYOUT-MISMATCH TO TRUE.
063000     DISPLAY "GRADE-SCHOOL-ILL HALTED: " WS-LK-DATASET
063100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
063200         " DOES NOT MATCH LAYOUTCT".
063300     OPEN EXTEND OPS-ERROR-LOG.
063400     IF WS-OPS-LOG-STATUS = "35"
063500        OPEN OUTPUT OPS-ERROR-LOG
063600     END-IF.
063700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
063800     MOVE "GRADE-SCHOOL-ILL" TO OE-PROGRAM.
063900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
064000     MOVE "LAYOUT" TO OE-OPERATION.
064100     MOVE "16" TO OE-STATUS.
064200     WRITE OPS-ERROR-RECORD.
064300     CLOSE OPS-ERROR-LOG.
