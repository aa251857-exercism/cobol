000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CREDAUD.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  GRADUATION CREDIT AUDIT -- GRADE-SCHOOL-PROMOTE
001100*                 GRADUATES A SENIOR ON GRADE LEVEL ALONE.  THIS
001200*                 JOB TOTALS EVERY 9TH-12TH GRADER'S PASSING
001300*                 CRSGRADE CREDITS (PASSING PER THE GRADSCAL
001400*                 GS-PASSING FLAG, CREDIT AND SUBJECT OFF THE NEW
001500*                 CRSCATLG COLUMNS) AGAINST THE BOARD'S DIPLOMA
001600*                 REQUIREMENTS IN GRADREQ, COUNTS WHAT STUSCHED
001700*                 HAS THEM TAKING NOW AS IN PROGRESS, AND PRINTS
001800*                 EARNED / IN PROGRESS / STILL OWED BY SUBJECT.
001900*                 SENIORS STILL OWING CREDIT AFTER THEIR CURRENT
002000*                 COURSES GO ON THE CREDRISK COUNSELOR LIST --
002100*                 RUN IT BEFORE THE SPRING TERM SO THERE IS STILL
002200*                 TIME TO CHANGE THEIR SCHEDULES.
002220* 2026-10-15 KAP  CRSCATLG CARRIES A CERTIFICATION AREA NOW; SAME
002240*                 ROWS, THE NEW COLUMN IS UNUSED HERE.
002260* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002280*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002300*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002320*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002340*                 OPSERRLG ENTRY.
002345* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002350*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002351*                 LAYOUT VERSION 3.
002352* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE; SAME ROWS, THE
002353*                 NEW COLUMN IS UNUSED HERE.
002354* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002355*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002356*                 VERSION 2.
002360*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FR-STUDENT-ID
003400         FILE STATUS IS WS-FILE-STATUS.
003500
003600     SELECT COURSE-GRADE-FILE ASSIGN TO "CRSGRADE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CG-KEY
004000         FILE STATUS IS WS-CG-FILE-STATUS.
004100
004200     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CAT-STATUS.
004500
004600     SELECT GRADING-SCALE ASSIGN TO "GRADSCAL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-GS-STATUS.
004900
005000     SELECT REQUIREMENTS-FILE ASSIGN TO "GRADREQ"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RQ-STATUS.
005300
005400     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SCH-STATUS.
005700
005800     SELECT CREDIT-REPORT ASSIGN TO "CREDRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT RISK-LIST ASSIGN TO "CREDRISK"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006307     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006315         ORGANIZATION IS LINE SEQUENTIAL
006323         FILE STATUS IS WS-LC-STATUS.
006330
006338     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006346         ORGANIZATION IS LINE SEQUENTIAL
006353         FILE STATUS IS WS-LU-STATUS.
006361
006369     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006376         ORGANIZATION IS LINE SEQUENTIAL
006384         FILE STATUS IS WS-OPS-LOG-STATUS.
006392
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ROSTER-FILE.
006700*----------------------------------------------------------------
006800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
006900*----------------------------------------------------------------
007000 01  ROSTER-RECORD.
007100     05 FR-STUDENT-ID         PIC 9(09).
007200     05 FR-NAME               PIC X(60).
007300     05 FR-GRADE              PIC 9(02).
007400     05 FR-TEACHER            PIC X(30).
007500     05 FR-SECTION            PIC 9(01).
007600     05 FR-HOUSEHOLD-ID       PIC 9(09).
007700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
007800     05 FR-IEP-FLAG           PIC X(01).
007900     05 FR-DOB                PIC 9(08).
008000     05 FR-SCHOOL-CODE        PIC 9(02).
008033     05 FR-GENDER             PIC X(01).
008066     05 FR-RACE-ETH           PIC X(01).
008100
008200 FD  COURSE-GRADE-FILE.
008300*----------------------------------------------------------------
008400* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-COURSE-GRADE OUTPUT.
008500*----------------------------------------------------------------
008600 01  CG-RECORD.
008700     05 CG-KEY.
008800        10 CG-STUDENT-ID      PIC 9(09).
008900        10 CG-COURSE          PIC X(20).
009000        10 CG-TERM            PIC X(06).
009100     05 CG-GRADE-POINTS       PIC 9V99.
009133     05 CG-CREDIT-TYPE        PIC X(01).
009166        88 CG-TRANSFER-CREDIT           VALUE "T".
009200
009300 FD  COURSE-CATALOG.
009400*----------------------------------------------------------------
009500* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.  ONLY THE
009600* CODE AND THE TRAILING SUBJECT AND CREDITS MATTER HERE.
009700*----------------------------------------------------------------
009800 01  CATALOG-RECORD.
009900     05 CAT-COURSE-CODE       PIC X(20).
010000     05 CAT-TITLE             PIC X(40).
010100     05 CAT-MIN-GRADE         PIC 9(02).
010200     05 CAT-MAX-GRADE         PIC 9(02).
010300     05 CAT-WEIGHT            PIC 9V99.
010400     05 CAT-SESSION           PIC X(01).
010500     05 CAT-SUBJECT           PIC X(04).
010600     05 CAT-CREDITS           PIC 9V99.
010650     05 CAT-CERT-AREA         PIC X(04).
010675     05 CAT-FEE               PIC 9(03)V99.
010700
010800 FD  GRADING-SCALE.
010900*----------------------------------------------------------------
011000* LAYOUT MUST MATCH GRADE-SCHOOL'S GRADING-SCALE-RECORD.
011100*----------------------------------------------------------------
011200 01  GRADING-SCALE-RECORD.
011300     05 GS-LETTER             PIC X(02).
011400     05 GS-POINTS             PIC 9V99.
011500     05 GS-PASSING            PIC X(01).
011550     05 GS-MIN-PERCENT        PIC 9(03).
011600
011700 FD  REQUIREMENTS-FILE.
011800*----------------------------------------------------------------
011900* THE BOARD'S DIPLOMA REQUIREMENTS, ONE ROW PER SUBJECT AREA
012000* (ENGL 4.00, MATH 3.00, ...).  THE SUBJECT MATCHES CAT-SUBJECT.
012100* A "TOTL" ROW, WHEN PRESENT, IS THE TOTAL CREDITS FOR THE
012200* DIPLOMA AND COUNTS EVERY PASSED COURSE, ELECTIVES INCLUDED.
012300*----------------------------------------------------------------
012400 01  REQUIREMENT-RECORD.
012500     05 RQ-SUBJECT            PIC X(04).
012600     05 RQ-DESCRIPTION        PIC X(30).
012700     05 RQ-CREDITS            PIC 9(02)V99.
012800
012900 FD  STUDENT-SCHEDULE.
013000*----------------------------------------------------------------
013100* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
013200*----------------------------------------------------------------
013300 01  SCHEDULE-RECORD.
013400     05 SCH-STUDENT-ID        PIC 9(09).
013500     05 SCH-COURSE-CODE       PIC X(20).
013600     05 SCH-PERIOD            PIC 9(01).
013700
013800 FD  CREDIT-REPORT.
013900 01  RPT-LINE                 PIC X(100).
014000
014100 FD  RISK-LIST.
014200 01  RSK-LINE                 PIC X(100).
014300
014302 FD  LAYOUT-CONTROL.
014305*----------------------------------------------------------------
014308* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014310* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014313*----------------------------------------------------------------
014316 01  LAYOUT-CONTROL-RECORD.
014318     05 LC-DATASET            PIC X(08).
014321     05 LC-VERSION            PIC 9(03).
014324     05 LC-LENGTH             PIC 9(05).
014327     05 LC-EFFECTIVE-DATE     PIC 9(08).
014329
014332 FD  LAYOUT-USAGE-LOG.
014335*----------------------------------------------------------------
014337* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
014340* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
014343*----------------------------------------------------------------
014345 01  LAYOUT-USAGE-RECORD.
014348     05 LU-TIMESTAMP          PIC 9(14).
014351     05 LU-PROGRAM            PIC X(24).
014354     05 LU-DATASET            PIC X(08).
014356     05 LU-VERSION            PIC 9(03).
014359     05 LU-LENGTH             PIC 9(05).
014362     05 LU-RESULT             PIC X(08).
014364
014367 FD  OPS-ERROR-LOG.
014370*----------------------------------------------------------------
014372* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014375* SHARED SHOP-WIDE ERROR LOG.
014378*----------------------------------------------------------------
014381 01  OPS-ERROR-RECORD.
014383     05 OE-TIMESTAMP          PIC 9(14).
014386     05 OE-PROGRAM            PIC X(20).
014389     05 OE-FILE-NAME          PIC X(08).
014391     05 OE-OPERATION          PIC X(08).
014394     05 OE-STATUS             PIC XX.
014397
014400 WORKING-STORAGE SECTION.
014500 01 WS-FILE-STATUS             PIC XX.
014600 01 WS-CG-FILE-STATUS          PIC XX.
014700 01 WS-CAT-STATUS              PIC XX.
014800 01 WS-GS-STATUS               PIC XX.
014900 01 WS-RQ-STATUS               PIC XX.
015000 01 WS-SCH-STATUS              PIC XX.
015100 01 WS-AUDITED-COUNT           PIC 9(05) COMP VALUE ZERO.
015200 01 WS-SENIOR-COUNT            PIC 9(05) COMP VALUE ZERO.
015300 01 WS-RISK-COUNT              PIC 9(05) COMP VALUE ZERO.
015400 01 WS-UNCREDITED-COUNT        PIC 9(05) COMP VALUE ZERO.
015500 01 WS-LOW-GRADE               PIC 99 COMP VALUE 9.
015600 01 WS-SENIOR-GRADE            PIC 99 COMP VALUE 12.
015700 01 WS-TOTAL-SUBJECT           PIC X(04) VALUE "TOTL".
015800 01 WS-POST-SUBJECT            PIC X(04).
015900 01 WS-POST-CREDITS            PIC 9V99.
016000 01 WS-POST-KIND               PIC X(01).
016100     88 POST-EARNED                      VALUE "E".
016200     88 POST-IN-PROGRESS                 VALUE "P".
016300 01 WS-LAST-CREDITED           PIC X(20).
016400 01 WS-OWED                    PIC S9(02)V99.
016500 01 WS-REQ-EDIT                PIC Z9.99.
016600 01 WS-EARNED-EDIT             PIC Z9.99.
016700 01 WS-INPROG-EDIT             PIC Z9.99.
016800 01 WS-OWED-EDIT               PIC Z9.99.
016900 01 WS-PRIOR-GRADE             PIC 99.
017000 01 WS-CG-PTR                  PIC 9(05) COMP VALUE 1.
017100 01 WS-SCH-PTR                 PIC 9(05) COMP VALUE 1.
017200 01 WS-SCALE-INDX              PIC 99 COMP.
017300 01 WS-SCALE-FOUND             PIC 99 COMP.
017400 01 WS-RQ-INDX                 PIC 99 COMP.
017500 01 WS-FOUND-SWITCH            PIC X(01).
017600     88 COURSE-FOUND                     VALUE "Y".
017700     88 COURSE-NOT-FOUND                 VALUE "N".
017800 01 WS-RISK-SWITCH             PIC X(01).
017900     88 STUDENT-AT-RISK                  VALUE "Y".
018000     88 STUDENT-ON-TRACK                 VALUE "N".
018100 01 I                          PIC 9(05) COMP.
018200 01 J                          PIC 9(05) COMP.
018300
018400 01 WS-CAT-COUNT               PIC 9(04) COMP VALUE ZERO.
018500 01 COURSE-CATALOG-TABLE.
018600     02 CAT-ROW               OCCURS 1 TO 500 TIMES
018700                                 DEPENDING ON WS-CAT-COUNT.
018800        05 CAT-T-COURSE-CODE  PIC X(20).
018900        05 CAT-T-SUBJECT      PIC X(04).
019000        05 CAT-T-CREDITS      PIC 9V99.
019100
019200 01 WS-SCALE-COUNT             PIC 99 COMP VALUE ZERO.
019300 01 GRADING-SCALE-TABLE.
019400     02 GS-ROW                OCCURS 1 TO 15 TIMES
019500                                 DEPENDING ON WS-SCALE-COUNT.
019600        05 GS-T-POINTS        PIC 9V99.
019700        05 GS-T-PASSING       PIC X(01).
019800
019900 01 WS-RQ-COUNT                PIC 99 COMP VALUE ZERO.
020000 01 REQUIREMENT-TABLE.
020100     02 RQ-ROW                OCCURS 1 TO 20 TIMES
020200                                 DEPENDING ON WS-RQ-COUNT.
020300        05 RQ-T-SUBJECT       PIC X(04).
020400        05 RQ-T-DESCRIPTION   PIC X(30).
020500        05 RQ-T-CREDITS       PIC 9(02)V99.
020600
020700*----------------------------------------------------------------
020800* EVERY CRSGRADE ROW, IN KEY ORDER (STUDENT/COURSE/TERM), WITH
020900* ITS PASS/FAIL AND CATALOG CREDIT RESOLVED AT LOAD TIME.  THE
021000* ROSTER IS READ IN THE SAME STUDENT ORDER, SO ONE POINTER
021100* WALKS THE TABLE ALONGSIDE IT.
021200*----------------------------------------------------------------
021300 01 WS-CG-ENTRIES              PIC 9(05) COMP VALUE ZERO.
021400 01 COURSE-GRADE-TABLE.
021500     02 CG-ROW                OCCURS 1 TO 20000 TIMES
021600                                 DEPENDING ON WS-CG-ENTRIES.
021700        05 CG-T-STUDENT-ID    PIC 9(09).
021800        05 CG-T-COURSE        PIC X(20).
021900        05 CG-T-SUBJECT       PIC X(04).
022000        05 CG-T-CREDITS       PIC 9V99.
022100        05 CG-T-PASSED        PIC X(01).
022200
022300 01 WS-SCH-COUNT               PIC 9(05) COMP VALUE ZERO.
022400 01 SCHEDULE-TABLE.
022500     02 SCHT-ROW              OCCURS 1 TO 12000 TIMES
022600                                 DEPENDING ON WS-SCH-COUNT.
022700        05 SCHT-STUDENT-ID    PIC 9(09).
022800        05 SCHT-COURSE        PIC X(20).
022900
023000*----------------------------------------------------------------
023100* THE COURSES ONE STUDENT HAS ALREADY PASSED -- A COURSE PASSED
023200* TWICE EARNS ITS CREDIT ONCE, AND A SCHEDULED REPEAT OF A
023300* PASSED COURSE IS NOT COUNTED AS IN PROGRESS.
023400*----------------------------------------------------------------
023500 01 WS-PASSED-COUNT            PIC 9(04) COMP VALUE ZERO.
023600 01 PASSED-COURSE-TABLE.
023700     02 PASSED-COURSE         PIC X(20) OCCURS 100 TIMES.
023800
023900 01 WS-ST-COUNT                PIC 9(04) COMP VALUE ZERO.
024000 01 STUDENT-TABLE.
024100     02 ST-ROW                OCCURS 1 TO 2000 TIMES
024200                                 DEPENDING ON WS-ST-COUNT.
024300        05 ST-GRADE           PIC 9(02).
024400        05 ST-NAME            PIC X(60).
024500        05 ST-STUDENT-ID      PIC 9(09).
024600        05 ST-RISK-FLAG       PIC X(01).
024700        05 ST-SUBJECT-TOTALS  OCCURS 20 TIMES.
024800           10 ST-EARNED       PIC 9(02)V99.
024900           10 ST-IN-PROGRESS  PIC 9(02)V99.
025000
025004*----------------------------------------------------------------
025009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
025013* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
025018*----------------------------------------------------------------
025022 01 WS-LC-STATUS               PIC XX.
025027 01 WS-LU-STATUS               PIC XX.
025031 01 WS-OPS-LOG-STATUS          PIC XX.
025036 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
025040     88 LAYOUT-MISMATCH                  VALUE "Y".
025045 01 WS-LK-DATASET              PIC X(08).
025050 01 WS-LK-VERSION              PIC 9(03).
025054 01 WS-LK-LENGTH               PIC 9(05).
025059 01 WS-LK-RESULT               PIC X(08).
025063 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
025068 01 WS-LC-INDX                 PIC 9(03) COMP.
025072 01 LAYOUT-CONTROL-TABLE.
025077     02 LCT-ROW               OCCURS 50 TIMES.
025081        05 LCT-DATASET        PIC X(08).
025086        05 LCT-VERSION        PIC 9(03).
025090        05 LCT-LENGTH         PIC 9(05).
025095
025100 PROCEDURE DIVISION.
025200
025300 0000-MAINLINE.
025310     PERFORM 9800-CHECK-LAYOUTS
025320     IF LAYOUT-MISMATCH
025330        MOVE 16 TO RETURN-CODE
025340        GOBACK
025350     END-IF
025400     PERFORM 1000-INITIALIZE
025500     PERFORM 2000-AUDIT-STUDENTS
025600     PERFORM 3000-PRINT-AUDIT
025700     PERFORM 4000-TERMINATE
025800     GOBACK.
025900
026000 1000-INITIALIZE.
026100     PERFORM 1100-LOAD-CATALOG.
026200     PERFORM 1200-LOAD-GRADING-SCALE.
026300     PERFORM 1300-LOAD-REQUIREMENTS.
026400     PERFORM 1400-LOAD-COURSE-GRADES.
026500     PERFORM 1500-LOAD-SCHEDULE.
026600
026700 1100-LOAD-CATALOG.
026800     OPEN INPUT COURSE-CATALOG.
026900     IF WS-CAT-STATUS NOT = "00"
027000        MOVE "10" TO WS-CAT-STATUS
027100     ELSE
027200        PERFORM UNTIL WS-CAT-STATUS NOT = "00"
027300           READ COURSE-CATALOG
027400               AT END MOVE "10" TO WS-CAT-STATUS
027500           END-READ
027600           IF WS-CAT-STATUS = "00"
027700              AND WS-CAT-COUNT < 500
027800              ADD 1 TO WS-CAT-COUNT
027900              MOVE CAT-COURSE-CODE
028000                  TO CAT-T-COURSE-CODE(WS-CAT-COUNT)
028100              MOVE CAT-SUBJECT TO CAT-T-SUBJECT(WS-CAT-COUNT)
028200              IF CAT-CREDITS IS NUMERIC
028300                 MOVE CAT-CREDITS TO CAT-T-CREDITS(WS-CAT-COUNT)
028400              ELSE
028500                 MOVE 0 TO CAT-T-CREDITS(WS-CAT-COUNT)
028600              END-IF
028700           END-IF
028800        END-PERFORM
028900        CLOSE COURSE-CATALOG
029000     END-IF.
029100
029200 1200-LOAD-GRADING-SCALE.
029300     OPEN INPUT GRADING-SCALE.
029400     IF WS-GS-STATUS NOT = "00"
029500        MOVE "10" TO WS-GS-STATUS
029600     ELSE
029700        PERFORM UNTIL WS-GS-STATUS NOT = "00"
029800           READ GRADING-SCALE
029900               AT END MOVE "10" TO WS-GS-STATUS
030000           END-READ
030100           IF WS-GS-STATUS = "00"
030200              AND WS-SCALE-COUNT < 15
030300              ADD 1 TO WS-SCALE-COUNT
030400              MOVE GS-POINTS TO GS-T-POINTS(WS-SCALE-COUNT)
030500              MOVE GS-PASSING TO GS-T-PASSING(WS-SCALE-COUNT)
030600           END-IF
030700        END-PERFORM
030800        CLOSE GRADING-SCALE
030900     END-IF.
031000
031100 1300-LOAD-REQUIREMENTS.
031200     OPEN INPUT REQUIREMENTS-FILE.
031300     IF WS-RQ-STATUS NOT = "00"
031400        MOVE "10" TO WS-RQ-STATUS
031500     ELSE
031600        PERFORM UNTIL WS-RQ-STATUS NOT = "00"
031700           READ REQUIREMENTS-FILE
031800               AT END MOVE "10" TO WS-RQ-STATUS
031900           END-READ
032000           IF WS-RQ-STATUS = "00"
032100              AND WS-RQ-COUNT < 20
032200              ADD 1 TO WS-RQ-COUNT
032300              MOVE RQ-SUBJECT TO RQ-T-SUBJECT(WS-RQ-COUNT)
032400              MOVE RQ-DESCRIPTION TO RQ-T-DESCRIPTION(WS-RQ-COUNT)
032500              MOVE RQ-CREDITS TO RQ-T-CREDITS(WS-RQ-COUNT)
032600           END-IF
032700        END-PERFORM
032800        CLOSE REQUIREMENTS-FILE
032900     END-IF.
033000
033100 1400-LOAD-COURSE-GRADES.
033200     OPEN INPUT COURSE-GRADE-FILE.
033300     IF WS-CG-FILE-STATUS = "35"
033400        MOVE "10" TO WS-CG-FILE-STATUS
033500     ELSE
033600        PERFORM UNTIL WS-CG-FILE-STATUS NOT = "00"
033700           READ COURSE-GRADE-FILE
033800               AT END MOVE "10" TO WS-CG-FILE-STATUS
033900           END-READ
034000           IF WS-CG-FILE-STATUS = "00"
034100              AND WS-CG-ENTRIES < 20000
034200              ADD 1 TO WS-CG-ENTRIES
034300              MOVE CG-STUDENT-ID TO CG-T-STUDENT-ID(WS-CG-ENTRIES)
034400              MOVE CG-COURSE TO CG-T-COURSE(WS-CG-ENTRIES)
034500              PERFORM 1410-RESOLVE-CREDIT
034600              PERFORM 1420-RESOLVE-PASSING
034700           END-IF
034800        END-PERFORM
034900        CLOSE COURSE-GRADE-FILE
035000     END-IF.
035100
035200 1410-RESOLVE-CREDIT.
035300     MOVE SPACES TO CG-T-SUBJECT(WS-CG-ENTRIES).
035400     MOVE 0 TO CG-T-CREDITS(WS-CG-ENTRIES).
035500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
035600        IF CAT-T-COURSE-CODE(J) = CG-COURSE
035700           MOVE CAT-T-SUBJECT(J) TO CG-T-SUBJECT(WS-CG-ENTRIES)
035800           MOVE CAT-T-CREDITS(J) TO CG-T-CREDITS(WS-CG-ENTRIES)
035900        END-IF
036000     END-PERFORM.
036100
036200*----------------------------------------------------------------
036300* THE SCALE ROW WITH THE HIGHEST POINT VALUE NOT ABOVE THE
036400* COURSE POINTS DECIDES -- THE SAME RULE GRADE-SCHOOL'S
036500* FIND-LETTER-FOR-POINTS APPLIES -- AND ITS GS-PASSING FLAG
036600* SAYS WHETHER THE COURSE EARNED ITS CREDIT.  NO SCALE FILE
036700* MEANS ANY POSTED GRADE ABOVE ZERO PASSES.
036800*----------------------------------------------------------------
036900 1420-RESOLVE-PASSING.
037000     MOVE "N" TO CG-T-PASSED(WS-CG-ENTRIES).
037100     IF WS-SCALE-COUNT = 0
037200        IF CG-GRADE-POINTS > 0
037300           MOVE "Y" TO CG-T-PASSED(WS-CG-ENTRIES)
037400        END-IF
037500        EXIT PARAGRAPH
037600     END-IF.
037700     MOVE 0 TO WS-SCALE-FOUND.
037800     PERFORM VARYING WS-SCALE-INDX FROM 1 BY 1
037900              UNTIL WS-SCALE-INDX > WS-SCALE-COUNT
038000        IF GS-T-POINTS(WS-SCALE-INDX) <= CG-GRADE-POINTS
038100           IF WS-SCALE-FOUND = 0
038200              OR GS-T-POINTS(WS-SCALE-INDX)
038300                 > GS-T-POINTS(WS-SCALE-FOUND)
038400              MOVE WS-SCALE-INDX TO WS-SCALE-FOUND
038500           END-IF
038600        END-IF
038700     END-PERFORM.
038800     IF WS-SCALE-FOUND > 0
038900        IF GS-T-PASSING(WS-SCALE-FOUND) = "Y"
039000           MOVE "Y" TO CG-T-PASSED(WS-CG-ENTRIES)
039100        END-IF
039200     END-IF.
039300
039400 1500-LOAD-SCHEDULE.
039500     OPEN INPUT STUDENT-SCHEDULE.
039600     IF WS-SCH-STATUS NOT = "00"
039700        MOVE "10" TO WS-SCH-STATUS
039800     ELSE
039900        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
040000           READ STUDENT-SCHEDULE
040100               AT END MOVE "10" TO WS-SCH-STATUS
040200           END-READ
040300           IF WS-SCH-STATUS = "00"
040400              AND WS-SCH-COUNT < 12000
040500              ADD 1 TO WS-SCH-COUNT
040600              MOVE SCH-STUDENT-ID TO SCHT-STUDENT-ID(WS-SCH-COUNT)
040700              MOVE SCH-COURSE-CODE TO SCHT-COURSE(WS-SCH-COUNT)
040800           END-IF
040900        END-PERFORM
041000        CLOSE STUDENT-SCHEDULE
041100     END-IF.
041200     IF WS-SCH-COUNT > 0
041300        SORT SCHT-ROW ASCENDING SCHT-STUDENT-ID
041400     END-IF.
041500
041600*----------------------------------------------------------------
041700* ROSTERF IN STUDENT-ID ORDER; ONLY 9TH-12TH GRADERS ARE
041800* AUDITED.  THE CRSGRADE AND STUSCHED POINTERS ONLY EVER MOVE
041900* FORWARD.
042000*----------------------------------------------------------------
042100 2000-AUDIT-STUDENTS.
042200     OPEN INPUT ROSTER-FILE.
042300     MOVE 0 TO FR-STUDENT-ID.
042400     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
042500         INVALID KEY MOVE "10" TO WS-FILE-STATUS
042600     END-START.
042700     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
042800        READ ROSTER-FILE NEXT RECORD
042900            AT END MOVE "10" TO WS-FILE-STATUS
043000        END-READ
043100        IF WS-FILE-STATUS = "00"
043200           AND FR-GRADE >= WS-LOW-GRADE
043300           AND FR-GRADE <= WS-SENIOR-GRADE
043400           AND WS-ST-COUNT < 2000
043500           PERFORM 2100-AUDIT-ONE-STUDENT
043600        END-IF
043700     END-PERFORM.
043800     CLOSE ROSTER-FILE.
043900     SORT ST-ROW ASCENDING ST-GRADE ST-NAME.
044000
044100 2100-AUDIT-ONE-STUDENT.
044200     ADD 1 TO WS-ST-COUNT.
044300     ADD 1 TO WS-AUDITED-COUNT.
044400     MOVE FR-GRADE TO ST-GRADE(WS-ST-COUNT).
044500     MOVE FR-NAME TO ST-NAME(WS-ST-COUNT).
044600     MOVE FR-STUDENT-ID TO ST-STUDENT-ID(WS-ST-COUNT).
044700     MOVE "N" TO ST-RISK-FLAG(WS-ST-COUNT).
044800     PERFORM VARYING WS-RQ-INDX FROM 1 BY 1 UNTIL WS-RQ-INDX > 20
044900        MOVE 0 TO ST-EARNED(WS-ST-COUNT, WS-RQ-INDX)
045000        MOVE 0 TO ST-IN-PROGRESS(WS-ST-COUNT, WS-RQ-INDX)
045100     END-PERFORM.
045200     MOVE 0 TO WS-PASSED-COUNT.
045300     MOVE SPACES TO WS-LAST-CREDITED.
045400     PERFORM 2200-TALLY-EARNED.
045500     PERFORM 2300-TALLY-IN-PROGRESS.
045600     PERFORM 2500-CHECK-ON-TRACK.
045700
045800 2200-TALLY-EARNED.
045900     PERFORM UNTIL WS-CG-PTR > WS-CG-ENTRIES
046000              OR CG-T-STUDENT-ID(WS-CG-PTR) >= FR-STUDENT-ID
046100        ADD 1 TO WS-CG-PTR
046200     END-PERFORM.
046300     PERFORM UNTIL WS-CG-PTR > WS-CG-ENTRIES
046400              OR CG-T-STUDENT-ID(WS-CG-PTR) NOT = FR-STUDENT-ID
046500        IF CG-T-PASSED(WS-CG-PTR) = "Y"
046600           AND CG-T-COURSE(WS-CG-PTR) NOT = WS-LAST-CREDITED
046700           MOVE CG-T-COURSE(WS-CG-PTR) TO WS-LAST-CREDITED
046800           IF WS-PASSED-COUNT < 100
046900              ADD 1 TO WS-PASSED-COUNT
047000              MOVE CG-T-COURSE(WS-CG-PTR)
047100                  TO PASSED-COURSE(WS-PASSED-COUNT)
047200           END-IF
047300           IF CG-T-CREDITS(WS-CG-PTR) = 0
047400              ADD 1 TO WS-UNCREDITED-COUNT
047500           END-IF
047600           SET POST-EARNED TO TRUE
047700           MOVE CG-T-SUBJECT(WS-CG-PTR) TO WS-POST-SUBJECT
047800           MOVE CG-T-CREDITS(WS-CG-PTR) TO WS-POST-CREDITS
047900           PERFORM 2400-POST-CREDIT
048000        END-IF
048100        ADD 1 TO WS-CG-PTR
048200     END-PERFORM.
048300
048400*----------------------------------------------------------------
048500* WHAT STUSCHED HAS THE STUDENT TAKING NOW, LESS ANY COURSE THE
048600* STUDENT HAS ALREADY PASSED.
048700*----------------------------------------------------------------
048800 2300-TALLY-IN-PROGRESS.
048900     PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
049000              OR SCHT-STUDENT-ID(WS-SCH-PTR) >= FR-STUDENT-ID
049100        ADD 1 TO WS-SCH-PTR
049200     END-PERFORM.
049300     PERFORM UNTIL WS-SCH-PTR > WS-SCH-COUNT
049400              OR SCHT-STUDENT-ID(WS-SCH-PTR) NOT = FR-STUDENT-ID
049500        SET COURSE-NOT-FOUND TO TRUE
049600        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PASSED-COUNT
049700           IF PASSED-COURSE(J) = SCHT-COURSE(WS-SCH-PTR)
049800              SET COURSE-FOUND TO TRUE
049900           END-IF
050000        END-PERFORM
050100        IF COURSE-NOT-FOUND
050200           SET POST-IN-PROGRESS TO TRUE
050300           MOVE SPACES TO WS-POST-SUBJECT
050400           MOVE 0 TO WS-POST-CREDITS
050500           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
050600              IF CAT-T-COURSE-CODE(J) = SCHT-COURSE(WS-SCH-PTR)
050700                 MOVE CAT-T-SUBJECT(J) TO WS-POST-SUBJECT
050800                 MOVE CAT-T-CREDITS(J) TO WS-POST-CREDITS
050900              END-IF
051000           END-PERFORM
051100           PERFORM 2400-POST-CREDIT
051200        END-IF
051300        ADD 1 TO WS-SCH-PTR
051400     END-PERFORM.
051500
051600*----------------------------------------------------------------
051700* A CREDIT COUNTS TOWARD ITS OWN SUBJECT'S ROW AND TOWARD THE
051800* TOTL ROW.  A SUBJECT THE BOARD SETS NO MINIMUM FOR (AN
051900* ELECTIVE) COUNTS TOWARD THE TOTAL ONLY.
052000*----------------------------------------------------------------
052100 2400-POST-CREDIT.
052200     PERFORM VARYING WS-RQ-INDX FROM 1 BY 1
052300              UNTIL WS-RQ-INDX > WS-RQ-COUNT
052400        IF RQ-T-SUBJECT(WS-RQ-INDX) = WS-TOTAL-SUBJECT
052500           OR (RQ-T-SUBJECT(WS-RQ-INDX) = WS-POST-SUBJECT
052600               AND WS-POST-SUBJECT NOT = SPACES)
052700           IF POST-EARNED
052800              ADD WS-POST-CREDITS
052900                  TO ST-EARNED(WS-ST-COUNT, WS-RQ-INDX)
053000           ELSE
053100              ADD WS-POST-CREDITS
053200                  TO ST-IN-PROGRESS(WS-ST-COUNT, WS-RQ-INDX)
053300           END-IF
053400        END-IF
053500     END-PERFORM.
053600
053700*----------------------------------------------------------------
053800* A SENIOR WHO STILL OWES CREDIT IN ANY SUBJECT AFTER EVERY
053900* CURRENT COURSE IS PASSED CANNOT FINISH ON TIME.
054000*----------------------------------------------------------------
054100 2500-CHECK-ON-TRACK.
054200     IF FR-GRADE NOT = WS-SENIOR-GRADE
054300        EXIT PARAGRAPH
054400     END-IF.
054500     ADD 1 TO WS-SENIOR-COUNT.
054600     PERFORM VARYING WS-RQ-INDX FROM 1 BY 1
054700              UNTIL WS-RQ-INDX > WS-RQ-COUNT
054800        IF ST-EARNED(WS-ST-COUNT, WS-RQ-INDX)
054900           + ST-IN-PROGRESS(WS-ST-COUNT, WS-RQ-INDX)
055000           < RQ-T-CREDITS(WS-RQ-INDX)
055100           MOVE "Y" TO ST-RISK-FLAG(WS-ST-COUNT)
055200        END-IF
055300     END-PERFORM.
055400
055500 3000-PRINT-AUDIT.
055600     OPEN OUTPUT CREDIT-REPORT.
055700     OPEN OUTPUT RISK-LIST.
055800     MOVE "GRADUATION CREDIT AUDIT" TO RPT-LINE.
055900     WRITE RPT-LINE.
056000     MOVE "SENIORS WHO CANNOT FINISH ON TIME -- COUNSELOR LIST"
056100         TO RSK-LINE.
056200     WRITE RSK-LINE.
056300     MOVE 0 TO WS-PRIOR-GRADE.
056400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
056500        IF ST-GRADE(I) NOT = WS-PRIOR-GRADE
056600           MOVE ST-GRADE(I) TO WS-PRIOR-GRADE
056700           MOVE SPACES TO RPT-LINE
056800           WRITE RPT-LINE
056900           STRING "GRADE " DELIMITED BY SIZE
057000               ST-GRADE(I) DELIMITED BY SIZE
057100               "    SUBJECT                          REQUIRED"
057200                   DELIMITED BY SIZE
057300               "  EARNED  IN PROG  OWED" DELIMITED BY SIZE
057400               INTO RPT-LINE
057500           END-STRING
057600           WRITE RPT-LINE
057700        END-IF
057800        PERFORM 3100-PRINT-STUDENT
057900     END-PERFORM.
058000     CLOSE CREDIT-REPORT.
058100     CLOSE RISK-LIST.
058200
058300 3100-PRINT-STUDENT.
058400     MOVE SPACES TO RPT-LINE.
058500     STRING "  " DELIMITED BY SIZE
058600         ST-STUDENT-ID(I) DELIMITED BY SIZE
058700         " " DELIMITED BY SIZE
058800         FUNCTION TRIM(ST-NAME(I)) DELIMITED BY SIZE
058900         INTO RPT-LINE
059000     END-STRING.
059100     IF ST-RISK-FLAG(I) = "Y"
059200        MOVE "** CANNOT FINISH ON TIME **" TO RPT-LINE(70:27)
059300        ADD 1 TO WS-RISK-COUNT
059400        MOVE SPACES TO RSK-LINE
059500        WRITE RSK-LINE
059600        MOVE RPT-LINE(1:69) TO RSK-LINE
059700        WRITE RSK-LINE
059800     END-IF.
059900     WRITE RPT-LINE.
060000     PERFORM VARYING WS-RQ-INDX FROM 1 BY 1
060100              UNTIL WS-RQ-INDX > WS-RQ-COUNT
060200        PERFORM 3200-PRINT-SUBJECT
060300     END-PERFORM.
060400
060500 3200-PRINT-SUBJECT.
060600     COMPUTE WS-OWED = RQ-T-CREDITS(WS-RQ-INDX)
060700         - ST-EARNED(I, WS-RQ-INDX)
060800         - ST-IN-PROGRESS(I, WS-RQ-INDX).
060900     IF WS-OWED < 0
061000        MOVE 0 TO WS-OWED
061100     END-IF.
061200     MOVE RQ-T-CREDITS(WS-RQ-INDX) TO WS-REQ-EDIT.
061300     MOVE ST-EARNED(I, WS-RQ-INDX) TO WS-EARNED-EDIT.
061400     MOVE ST-IN-PROGRESS(I, WS-RQ-INDX) TO WS-INPROG-EDIT.
061500     MOVE WS-OWED TO WS-OWED-EDIT.
061600     MOVE SPACES TO RPT-LINE.
061700     STRING "            " DELIMITED BY SIZE
061800         RQ-T-SUBJECT(WS-RQ-INDX) DELIMITED BY SIZE
061900         " " DELIMITED BY SIZE
062000         RQ-T-DESCRIPTION(WS-RQ-INDX) DELIMITED BY SIZE
062100         WS-REQ-EDIT DELIMITED BY SIZE
062200         "   " DELIMITED BY SIZE
062300         WS-EARNED-EDIT DELIMITED BY SIZE
062400         "   " DELIMITED BY SIZE
062500         WS-INPROG-EDIT DELIMITED BY SIZE
062600         "  " DELIMITED BY SIZE
062700         WS-OWED-EDIT DELIMITED BY SIZE
062800         INTO RPT-LINE
062900     END-STRING.
063000     WRITE RPT-LINE.
063100     IF ST-RISK-FLAG(I) = "Y" AND WS-OWED > 0
063200        MOVE RPT-LINE TO RSK-LINE
063300        WRITE RSK-LINE
063400     END-IF.
063500
063600 4000-TERMINATE.
063700     DISPLAY "GRADE-SCHOOL-CREDAUD STUDENTS AUDITED: "
063800         WS-AUDITED-COUNT.
063900     DISPLAY "  SENIORS:                  " WS-SENIOR-COUNT.
064000     DISPLAY "  SENIORS AT RISK:          " WS-RISK-COUNT.
064100     DISPLAY "  PASSED, NO CATALOG CREDIT: " WS-UNCREDITED-COUNT.
064200     IF WS-RQ-COUNT = 0
064300        DISPLAY "  NO GRADREQ ROWS -- NOTHING TO AUDIT AGAINST"
064400        MOVE 4 TO RETURN-CODE
064500     END-IF.
064600     IF WS-RISK-COUNT > 0
064700        MOVE 4 TO RETURN-CODE
064800     END-IF.
064900
065000*----------------------------------------------------------------
065100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
065200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
065300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
065400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
065500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
065600*----------------------------------------------------------------
065700 9800-CHECK-LAYOUTS.
065800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
065900     OPEN EXTEND LAYOUT-USAGE-LOG.
066000     IF WS-LU-STATUS = "35"
066100        OPEN OUTPUT LAYOUT-USAGE-LOG
066200     END-IF.
066300     MOVE "ROSTERF" TO WS-LK-DATASET.
066400     MOVE 3 TO WS-LK-VERSION.
066500     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
066600     PERFORM 9820-CHECK-ONE-LAYOUT.
066700     MOVE "CRSGRADE" TO WS-LK-DATASET.
066800     MOVE 2 TO WS-LK-VERSION.
066900     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
067000     PERFORM 9820-CHECK-ONE-LAYOUT.
067100     CLOSE LAYOUT-USAGE-LOG.
067200
067300 9810-LOAD-LAYOUT-CONTROL.
067400     MOVE 0 TO WS-LC-COUNT.
067500     OPEN INPUT LAYOUT-CONTROL.
067600     IF WS-LC-STATUS NOT = "00"
067700        EXIT PARAGRAPH
067800     END-IF.
067900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
068000        READ LAYOUT-CONTROL
068100            AT END MOVE "10" TO WS-LC-STATUS
068200        END-READ
068300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
068400           ADD 1 TO WS-LC-COUNT
068500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
068600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
068700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
068800        END-IF
068900     END-PERFORM.
069000     CLOSE LAYOUT-CONTROL.
069100
069200*----------------------------------------------------------------
069300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
069400* AS NOCTL.
069500*----------------------------------------------------------------
069600 9820-CHECK-ONE-LAYOUT.
069700     MOVE "NOCTL" TO WS-LK-RESULT.
069800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
069900             UNTIL WS-LC-INDX > WS-LC-COUNT
070000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
070100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
070200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
070300              MOVE "CURRENT" TO WS-LK-RESULT
070400           ELSE
070500              MOVE "MISMATCH" TO WS-LK-RESULT
070600           END-IF
070700        END-IF
070800     END-PERFORM.
070900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
071000     MOVE "GRADE-SCHOOL-CREDAUD" TO LU-PROGRAM.
071100     MOVE WS-LK-DATASET TO LU-DATASET.
071200     MOVE WS-LK-VERSION TO LU-VERSION.
071300     MOVE WS-LK-LENGTH TO LU-LENGTH.
071400     MOVE WS-LK-RESULT TO LU-RESULT.
071500     WRITE LAYOUT-USAGE-RECORD.
071600     IF WS-LK-RESULT NOT = "MISMATCH"
071700        EXIT PARAGRAPH
071800     END-IF.
071900     SET LAYOUT-MISMATCH TO TRUE.
072000     DISPLAY "GRADE-SCHOOL-CREDAUD HALTED: " WS-LK-DATASET
072100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
072200         " DOES NOT MATCH LAYOUTCT".
072300     OPEN EXTEND OPS-ERROR-LOG.
072400     IF WS-OPS-LOG-STATUS = "35"
072500        OPEN OUTPUT OPS-ERROR-LOG
072600     END-IF.
072700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
072800     MOVE "GRADE-SCHOOL-CREDAUD" TO OE-PROGRAM.
072900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
073000     MOVE "LAYOUT" TO OE-OPERATION.
073100     MOVE "16" TO OE-STATUS.
073200     WRITE OPS-ERROR-RECORD.
073300     CLOSE OPS-ERROR-LOG.
