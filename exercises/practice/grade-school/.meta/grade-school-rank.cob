001994*                 CLASS RANK IS COMPUTED ON THE WEIGHTED FIGURE
001995*                 PER BOARD POLICY, SO THE ADVANCED SECTIONS
001996*                 STOP PUNISHING THE KIDS WHO TAKE THEM.
001997* 2026-10-15 KAP  CRSCATLG CARRIES A SUBJECT AREA AND CREDIT VALUE
002002*                 NOW; SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002007* 2026-10-15 KAP  CRSCATLG CARRIES A CERTIFICATION AREA NOW; SAME
002012*                 ROWS, THE NEW COLUMN IS UNUSED HERE.
002017* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002022*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002027*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002032*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002037*                 OPSERRLG ENTRY.
002042* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002047*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002052*                 LAYOUT VERSION 3.
002057* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE; SAME ROWS, THE
002062*                 NEW COLUMN IS UNUSED HERE.
002067* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002072*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002077*                 VERSION 2.  TRANSFER-CREDIT ROWS COUNT TOWARD
002082*                 GRADUATION BUT NOT CLASS RANK AND ARE LEFT OUT
002087*                 OF BOTH GPAS HERE.
002092*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
003500     SELECT RANK-REPORT ASSIGN TO "RANKRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL.

003610     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-LC-STATUS.

003640     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-LU-STATUS.

003670     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003680         ORGANIZATION IS LINE SEQUENTIAL
003690         FILE STATUS IS WS-OPS-LOG-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ROSTER-FILE.
005100     05 FR-IEP-FLAG           PIC X(01).
005101     05 FR-DOB                PIC 9(08).
005102     05 FR-SCHOOL-CODE        PIC 9(02).
005134     05 FR-GENDER             PIC X(01).
005166     05 FR-RACE-ETH           PIC X(01).

005200 FD  COURSE-GRADE-FILE.
005300*----------------------------------------------------------------
005800        10 CG-COURSE          PIC X(20).
005900        10 CG-TERM            PIC X(06).
006000     05 CG-GRADE-POINTS       PIC 9V99.
006003     05 CG-CREDIT-TYPE        PIC X(01).
006006        88 CG-TRANSFER-CREDIT           VALUE "T".

006010 FD  COURSE-CATALOG.
006020*----------------------------------------------------------------
006091     05 CAT-MAX-GRADE         PIC 9(02).
006092     05 CAT-WEIGHT            PIC 9V99.
006093     05 CAT-SESSION           PIC X.
006095     05 CAT-SUBJECT           PIC X(04).
006097     05 CAT-CREDITS           PIC 9V99.
006098     05 CAT-CERT-AREA         PIC X(04).
006099     05 CAT-FEE               PIC 9(03)V99.

006100 FD  RANK-REPORT.
006200 01  RPT-LINE                 PIC X(100).

006202 FD  LAYOUT-CONTROL.
006205*----------------------------------------------------------------
006208* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006211* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006214*----------------------------------------------------------------
006217 01  LAYOUT-CONTROL-RECORD.
006220     05 LC-DATASET            PIC X(08).
006223     05 LC-VERSION            PIC 9(03).
006226     05 LC-LENGTH             PIC 9(05).
006229     05 LC-EFFECTIVE-DATE     PIC 9(08).

006232 FD  LAYOUT-USAGE-LOG.
006235*----------------------------------------------------------------
006238* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006241* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006244*----------------------------------------------------------------
006247 01  LAYOUT-USAGE-RECORD.
006250     05 LU-TIMESTAMP          PIC 9(14).
006252     05 LU-PROGRAM            PIC X(24).
006255     05 LU-DATASET            PIC X(08).
006258     05 LU-VERSION            PIC 9(03).
006261     05 LU-LENGTH             PIC 9(05).
006264     05 LU-RESULT             PIC X(08).

006267 FD  OPS-ERROR-LOG.
006270*----------------------------------------------------------------
006273* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006276* SHARED SHOP-WIDE ERROR LOG.
006279*----------------------------------------------------------------
006282 01  OPS-ERROR-RECORD.
006285     05 OE-TIMESTAMP          PIC 9(14).
006288     05 OE-PROGRAM            PIC X(20).
006291     05 OE-FILE-NAME          PIC X(08).
006294     05 OE-OPERATION          PIC X(08).
006297     05 OE-STATUS             PIC XX.

006300 WORKING-STORAGE SECTION.
006400 01 WS-FILE-STATUS             PIC XX.
006500 01 WS-CG-FILE-STATUS          PIC XX.
009610*       THE CATALOG WEIGHT, RESOLVED AT LOAD TIME.
009620        05 CG-T-WEIGHT        PIC 9V99.

009623*----------------------------------------------------------------
009627* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
009631* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
009635*----------------------------------------------------------------
009639 01 WS-LC-STATUS               PIC XX.
009642 01 WS-LU-STATUS               PIC XX.
009646 01 WS-OPS-LOG-STATUS          PIC XX.
009650 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
009654     88 LAYOUT-MISMATCH                  VALUE "Y".
009658 01 WS-LK-DATASET              PIC X(08).
009661 01 WS-LK-VERSION              PIC 9(03).
009665 01 WS-LK-LENGTH               PIC 9(05).
009669 01 WS-LK-RESULT               PIC X(08).
009673 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
009677 01 WS-LC-INDX                 PIC 9(03) COMP.
009680 01 LAYOUT-CONTROL-TABLE.
009684     02 LCT-ROW               OCCURS 50 TIMES.
009688        05 LCT-DATASET        PIC X(08).
009692        05 LCT-VERSION        PIC 9(03).
009696        05 LCT-LENGTH         PIC 9(05).

009700 PROCEDURE DIVISION.

009800 0000-MAINLINE.
009810     PERFORM 9800-CHECK-LAYOUTS
009820     IF LAYOUT-MISMATCH
009830        MOVE 16 TO RETURN-CODE
009840        GOBACK
009850     END-IF
009900     PERFORM 1000-INITIALIZE
010000     PERFORM 2000-COMPUTE-CUMULATIVE-GPAS
010100     PERFORM 3000-PRINT-RANKINGS
012200        END-IF
012300     END-PERFORM.
012400     CLOSE ROSTER-FILE.
012433*    CREDIT CARRIED IN FROM ANOTHER DISTRICT COUNTS TOWARD
012466*    GRADUATION ONLY -- RANK IS EARNED HERE.
012500     OPEN INPUT COURSE-GRADE-FILE.
012600     IF WS-CG-FILE-STATUS = "35"
012700        MOVE "10" TO WS-CG-FILE-STATUS
013200           END-READ
013300           IF WS-CG-FILE-STATUS = "00"
013400              AND WS-CG-ENTRIES < 4000
013450              AND NOT CG-TRANSFER-CREDIT
013500              ADD 1 TO WS-CG-ENTRIES
013600              MOVE CG-STUDENT-ID TO CG-T-STUDENT-ID(WS-CG-ENTRIES)
013700              MOVE CG-GRADE-POINTS
022300 4000-TERMINATE.
022400     DISPLAY "GRADE-SCHOOL-RANK STUDENTS RANKED: "
022500         WS-ROSTER-COUNT.
022600
022700*----------------------------------------------------------------
022800* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
022900* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
023000* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
023100* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
023200* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
023300*----------------------------------------------------------------
023400 9800-CHECK-LAYOUTS.
023500     PERFORM 9810-LOAD-LAYOUT-CONTROL.
023600     OPEN EXTEND LAYOUT-USAGE-LOG.
023700     IF WS-LU-STATUS = "35"
023800        OPEN OUTPUT LAYOUT-USAGE-LOG
023900     END-IF.
024000     MOVE "ROSTERF" TO WS-LK-DATASET.
024100     MOVE 3 TO WS-LK-VERSION.
024200     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
024300     PERFORM 9820-CHECK-ONE-LAYOUT.
024400     MOVE "CRSGRADE" TO WS-LK-DATASET.
024500     MOVE 2 TO WS-LK-VERSION.
024600     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
024700     PERFORM 9820-CHECK-ONE-LAYOUT.
024800     CLOSE LAYOUT-USAGE-LOG.
024900
025000 9810-LOAD-LAYOUT-CONTROL.
025100     MOVE 0 TO WS-LC-COUNT.
025200     OPEN INPUT LAYOUT-CONTROL.
025300     IF WS-LC-STATUS NOT = "00"
025400        EXIT PARAGRAPH
025500     END-IF.
025600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
025700        READ LAYOUT-CONTROL
025800            AT END MOVE "10" TO WS-LC-STATUS
025900        END-READ
026000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
026100           ADD 1 TO WS-LC-COUNT
026200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
026300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
026400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
026500        END-IF
026600     END-PERFORM.
026700     CLOSE LAYOUT-CONTROL.
026800
026900*----------------------------------------------------------------
027000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
027100* AS NOCTL.
027200*----------------------------------------------------------------
027300 9820-CHECK-ONE-LAYOUT.
027400     MOVE "NOCTL" TO WS-LK-RESULT.
027500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
027600             UNTIL WS-LC-INDX > WS-LC-COUNT
027700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
027800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
027900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
028000              MOVE "CURRENT" TO WS-LK-RESULT
028100           ELSE
028200              MOVE "MISMATCH" TO WS-LK-RESULT
028300           END-IF
028400        END-IF
028500     END-PERFORM.
028600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
028700     MOVE "GRADE-SCHOOL-RANK" TO LU-PROGRAM.
028800     MOVE WS-LK-DATASET TO LU-DATASET.
028900     MOVE WS-LK-VERSION TO LU-VERSION.
029000     MOVE WS-LK-LENGTH TO LU-LENGTH.
029100     MOVE WS-LK-RESULT TO LU-RESULT.
029200     WRITE LAYOUT-USAGE-RECORD.
029300     IF WS-LK-RESULT NOT = "MISMATCH"
029400        EXIT PARAGRAPH
029500     END-IF.
029600     SET LAYOUT-MISMATCH TO TRUE.
029700     DISPLAY "GRADE-SCHOOL-RANK HALTED: " WS-LK-DATASET
029800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
029900         " DOES NOT MATCH LAYOUTCT".
030000     OPEN EXTEND OPS-ERROR-LOG.
030100     IF WS-OPS-LOG-STATUS = "35"
030200        OPEN OUTPUT OPS-ERROR-LOG
030300     END-IF.
030400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
030500     MOVE "GRADE-SCHOOL-RANK" TO OE-PROGRAM.
030600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
030700     MOVE "LAYOUT" TO OE-OPERATION.
030800     MOVE "16" TO OE-STATUS.
030900     WRITE OPS-ERROR-RECORD.
031000     CLOSE OPS-ERROR-LOG.
