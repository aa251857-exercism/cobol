000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-GRDROLL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  GRADEBOOK ROLL-UP -- TEACHERS KEPT HOMEWORK AND
001100*                 TEST SCORES IN SPREADSHEETS NOBODY COULD AUDIT
001200*                 AND KEYED ONE FINISHED GRADE PER COURSE.  THE
001300*                 ASSIGNMENTS NOW LIVE IN ASGNMAST (KEYED BY
001400*                 COURSE SECTION, TERM AND ASSIGNMENT NUMBER) AND
001500*                 EVERY STUDENT'S SCORE IN ASGNSCOR.  THIS JOB
001600*                 ROLLS THE TERM NAMED ON THE ROLLPARM CARD UP BY
001700*                 THE COURSE'S CATWGHT CATEGORY WEIGHTS (HOMEWORK
001800*                 20%, TESTS 50%, ...), TURNS THE TERM PERCENTAGE
001900*                 INTO A SCALE LETTER OFF THE GRADSCAL MINIMUM
002000*                 PERCENTAGES, AND WRITES GRADETX ROWS FOR
002100*                 GRADE-SCHOOL-GRDBATCH TO EDIT AND POST THE
002200*                 NORMAL WAY.  THE ROLLRPT SUMMARY SHOWS EACH
002300*                 STUDENT'S CATEGORIES; ROLLDETL LISTS EVERY SCORE
002400*                 BEHIND A GRADE FOR A DISPUTE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PARM-FILE ASSIGN TO "ROLLPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500
003600     SELECT ASSIGNMENT-MASTER ASSIGN TO "ASGNMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AS-KEY
004000         FILE STATUS IS WS-AS-STATUS.
004100
004200     SELECT ASSIGNMENT-SCORES ASSIGN TO "ASGNSCOR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS SC-KEY
004600         FILE STATUS IS WS-SC-STATUS.
004700
004800     SELECT CATEGORY-WEIGHTS ASSIGN TO "CATWGHT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CW-STATUS.
005100
005200     SELECT GRADING-SCALE ASSIGN TO "GRADSCAL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GS-STATUS.
005500
005600     SELECT GRADEBOOK-TRANSACTIONS ASSIGN TO "GRADETX"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TX-STATUS.
005900
006000     SELECT ROLLUP-REPORT ASSIGN TO "ROLLRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT SCORE-DETAIL ASSIGN TO "ROLLDETL"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PARM-FILE.
006900*----------------------------------------------------------------
007000* ONE CARD: THE TERM TO ROLL UP, AND OPTIONALLY ONE STUDENT ID
007100* WHOSE EVERY SCORE ROLLDETL SHOULD LIST (A DISPUTED GRADE).
007200* A ZERO STUDENT ID LISTS EVERY SCORE IN THE TERM.
007300*----------------------------------------------------------------
007400 01  PARM-RECORD.
007500     05 PARM-TERM             PIC X(06).
007600     05 PARM-DETAIL-STUDENT   PIC 9(09).
007700
007800 FD  ASSIGNMENT-MASTER.
007900*----------------------------------------------------------------
008000* ONE ROW PER ASSIGNMENT A TEACHER GIVES A SECTION IN A TERM.
008100* THE SECTION IS THE COURSE CODE PLUS PERIOD, AS ON CRSSECTN.
008200* AS-CATEGORY NAMES THE CATWGHT BUCKET (HW, QZ, TS, PR, ...).
008300*----------------------------------------------------------------
008400 01  ASSIGNMENT-RECORD.
008500     05 AS-KEY.
008600        10 AS-COURSE          PIC X(20).
008700        10 AS-PERIOD          PIC 9(01).
008800        10 AS-TERM            PIC X(06).
008900        10 AS-ASSIGN-NO       PIC 9(03).
009000     05 AS-CATEGORY           PIC X(02).
009100     05 AS-TITLE              PIC X(30).
009200     05 AS-MAX-POINTS         PIC 9(03)V99.
009300     05 AS-DUE-DATE           PIC 9(08).
009400
009500 FD  ASSIGNMENT-SCORES.
009600*----------------------------------------------------------------
009700* ONE ROW PER STUDENT PER ASSIGNMENT.  KEYED SECTION-MAJOR SO A
009800* SEQUENTIAL PASS MEETS EACH STUDENT'S SCORES FOR A SECTION
009900* TOGETHER.  SC-STATUS: BLANK = SCORED, "M" = MISSING (COUNTS
010000* AS ZERO), "X" = EXCUSED (LEFT OUT OF THE GRADE ENTIRELY).
010100*----------------------------------------------------------------
010200 01  SCORE-RECORD.
010300     05 SC-KEY.
010400        10 SC-COURSE          PIC X(20).
010500        10 SC-PERIOD          PIC 9(01).
010600        10 SC-TERM            PIC X(06).
010700        10 SC-STUDENT-ID      PIC 9(09).
010800        10 SC-ASSIGN-NO       PIC 9(03).
010900     05 SC-POINTS             PIC 9(03)V99.
011000     05 SC-STATUS             PIC X(01).
011100        88 SC-SCORED                     VALUE " ".
011200        88 SC-MISSING                    VALUE "M".
011300        88 SC-EXCUSED                    VALUE "X".
011400     05 SC-ENTERED-DATE       PIC 9(08).
011500
011600 FD  CATEGORY-WEIGHTS.
011700*----------------------------------------------------------------
011800* THE PER-COURSE CATEGORY WEIGHTS, IN WHOLE PERCENT.  A COURSE
011900* WITH NO ROWS HERE GRADES ON TOTAL POINTS.
012000*----------------------------------------------------------------
012100 01  WEIGHT-RECORD.
012200     05 CW-COURSE             PIC X(20).
012300     05 CW-CATEGORY           PIC X(02).
012400     05 CW-PERCENT            PIC 9(03).
012500
012600 FD  GRADING-SCALE.
012700*----------------------------------------------------------------
012800* LAYOUT MUST MATCH GRADE-SCHOOL'S GRADING-SCALE-RECORD.
012900*----------------------------------------------------------------
013000 01  GRADING-SCALE-RECORD.
013100     05 GS-LETTER             PIC X(02).
013200     05 GS-POINTS             PIC 9V99.
013300     05 GS-PASSING            PIC X(01).
013400     05 GS-MIN-PERCENT        PIC 9(03).
013500
013600 FD  GRADEBOOK-TRANSACTIONS.
013700*----------------------------------------------------------------
013800* LAYOUT MUST MATCH GRADE-SCHOOL-GRDBATCH'S TX-RECORD.
013900*----------------------------------------------------------------
014000 01  TX-RECORD.
014100     05 GTX-STUDENT-ID        PIC 9(09).
014200     05 GTX-COURSE            PIC X(20).
014300     05 GTX-TERM              PIC X(06).
014400     05 GTX-LETTER            PIC X(02).
014500     05 GTX-POINTS            PIC 9V99.
014600
014700 FD  ROLLUP-REPORT.
014800 01  RPT-LINE                 PIC X(100).
014900
015000 FD  SCORE-DETAIL.
015100 01  DTL-LINE                 PIC X(100).
015200
015300 WORKING-STORAGE SECTION.
015400 01 WS-PARM-STATUS             PIC XX.
015500 01 WS-AS-STATUS               PIC XX.
015600 01 WS-SC-STATUS               PIC XX.
015700 01 WS-CW-STATUS               PIC XX.
015800 01 WS-GS-STATUS               PIC XX.
015900 01 WS-TX-STATUS               PIC XX.
016000 01 WS-TERM                    PIC X(06).
016100 01 WS-DETAIL-STUDENT          PIC 9(09) VALUE ZERO.
016200 01 WS-SCORES-READ             PIC 9(07) COMP VALUE ZERO.
016300 01 WS-ORPHAN-COUNT            PIC 9(07) COMP VALUE ZERO.
016400 01 WS-ROLLED-COUNT            PIC 9(07) COMP VALUE ZERO.
016500 01 WS-UNGRADED-COUNT          PIC 9(07) COMP VALUE ZERO.
016600 01 WS-PRIOR-COURSE            PIC X(20).
016700 01 WS-PRIOR-PERIOD            PIC 9(01).
016800 01 WS-PRIOR-STUDENT           PIC 9(09).
016900 01 WS-FIRST-SWITCH            PIC X VALUE "Y".
017000     88 FIRST-SCORE                      VALUE "Y".
017100     88 NOT-FIRST-SCORE                  VALUE "N".
017200 01 WS-AS-INDX                 PIC 9(05) COMP.
017300 01 WS-CAT-INDX                PIC 99 COMP.
017400 01 WS-WEIGHTED-SWITCH         PIC X.
017500     88 COURSE-IS-WEIGHTED               VALUE "Y".
017600     88 COURSE-NOT-WEIGHTED              VALUE "N".
017700 01 WS-WEIGHT                  PIC 9(03).
017800 01 WS-WEIGHT-TOTAL            PIC 9(05).
017900 01 WS-WEIGHTED-SUM            PIC 9(07)V9999.
018000 01 WS-EARNED-TOTAL            PIC 9(07)V99.
018100 01 WS-POSSIBLE-TOTAL          PIC 9(07)V99.
018200 01 WS-CAT-PERCENT             PIC 9(03)V99.
018300 01 WS-TERM-PERCENT            PIC 9(03)V99.
018400 01 WS-LETTER                  PIC X(02).
018500 01 WS-POINTS                  PIC 9V99.
018600 01 WS-SCALE-FOUND             PIC 99 COMP.
018700 01 WS-SCALE-INDX              PIC 99 COMP.
018800 01 WS-PCT-EDIT                PIC ZZ9.99.
018900 01 WS-PTS-EDIT                PIC 9.99.
019000 01 WS-SCORE-EDIT              PIC ZZ9.99.
019100 01 WS-MAX-EDIT                PIC ZZ9.99.
019200 01 WS-WGT-EDIT                PIC ZZ9.
019300 01 WS-EARNED-EDIT             PIC Z(06)9.99.
019400 01 WS-POSSIBLE-EDIT           PIC Z(06)9.99.
019500 01 I                          PIC 9(05) COMP.
019600
019700*----------------------------------------------------------------
019800* THE TERM'S ASSIGNMENTS, FOR THE CATEGORY AND MAXIMUM BEHIND
019900* EACH SCORE.
020000*----------------------------------------------------------------
020100 01 WS-AS-COUNT                PIC 9(05) COMP VALUE ZERO.
020200 01 ASSIGNMENT-TABLE.
020300     02 AS-ROW                OCCURS 1 TO 8000 TIMES
020400                                 DEPENDING ON WS-AS-COUNT.
020500        05 AS-T-COURSE        PIC X(20).
020600        05 AS-T-PERIOD        PIC 9(01).
020700        05 AS-T-ASSIGN-NO     PIC 9(03).
020800        05 AS-T-CATEGORY      PIC X(02).
020900        05 AS-T-TITLE         PIC X(30).
021000        05 AS-T-MAX-POINTS    PIC 9(03)V99.
021100
021200 01 WS-CW-COUNT                PIC 9(04) COMP VALUE ZERO.
021300 01 WEIGHT-TABLE.
021400     02 CW-ROW                OCCURS 1 TO 2000 TIMES
021500                                 DEPENDING ON WS-CW-COUNT.
021600        05 CW-T-COURSE        PIC X(20).
021700        05 CW-T-CATEGORY      PIC X(02).
021800        05 CW-T-PERCENT       PIC 9(03).
021900
022000 01 WS-SCALE-COUNT             PIC 99 COMP VALUE ZERO.
022100 01 GRADING-SCALE-TABLE.
022200     02 GS-ROW                OCCURS 1 TO 15 TIMES
022300                                 DEPENDING ON WS-SCALE-COUNT.
022400        05 GS-T-LETTER        PIC X(02).
022500        05 GS-T-POINTS        PIC 9V99.
022600        05 GS-T-MIN-PERCENT   PIC 9(03).
022700
022800*----------------------------------------------------------------
022900* ONE STUDENT'S CATEGORY BUCKETS FOR ONE SECTION.
023000*----------------------------------------------------------------
023100 01 WS-BUCKET-COUNT            PIC 99 COMP VALUE ZERO.
023200 01 BUCKET-TABLE.
023300     02 BK-ROW                OCCURS 10 TIMES.
023400        05 BK-CATEGORY        PIC X(02).
023500        05 BK-EARNED          PIC 9(05)V99.
023600        05 BK-POSSIBLE        PIC 9(05)V99.
023700
023800 PROCEDURE DIVISION.
023900
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE
024200     PERFORM 2000-ROLL-UP-SCORES
024300     PERFORM 3000-TERMINATE
024400     GOBACK.
024500
024600*----------------------------------------------------------------
024700* NO PARM CARD, NO TERM -- NOTHING IS ROLLED UP AND THE RUN ENDS
024800* RC=8 RATHER THAN GUESS WHICH TERM THE OFFICE MEANT.
024900*----------------------------------------------------------------
025000 1000-INITIALIZE.
025100     MOVE SPACES TO WS-TERM.
025200     OPEN INPUT PARM-FILE.
025300     IF WS-PARM-STATUS = "00"
025400        READ PARM-FILE
025500            AT END MOVE "10" TO WS-PARM-STATUS
025600        END-READ
025700        IF WS-PARM-STATUS = "00"
025800           MOVE PARM-TERM TO WS-TERM
025900           IF PARM-DETAIL-STUDENT IS NUMERIC
026000              MOVE PARM-DETAIL-STUDENT TO WS-DETAIL-STUDENT
026100           END-IF
026200        END-IF
026300        CLOSE PARM-FILE
026400     END-IF.
026500     OPEN OUTPUT GRADEBOOK-TRANSACTIONS.
026600     OPEN OUTPUT ROLLUP-REPORT.
026700     OPEN OUTPUT SCORE-DETAIL.
026800     IF WS-TERM = SPACES
026900        DISPLAY "GRADE-SCHOOL-GRDROLL NO TERM ON ROLLPARM"
027000        EXIT PARAGRAPH
027100     END-IF.
027200     PERFORM 1100-LOAD-ASSIGNMENTS.
027300     PERFORM 1200-LOAD-WEIGHTS.
027400     PERFORM 1300-LOAD-GRADING-SCALE.
027500     MOVE SPACES TO RPT-LINE.
027600     STRING "GRADEBOOK ROLL-UP  TERM " DELIMITED BY SIZE
027700         WS-TERM DELIMITED BY SIZE
027800         INTO RPT-LINE
027900     END-STRING.
028000     WRITE RPT-LINE.
028100     MOVE SPACES TO DTL-LINE.
028200     STRING "GRADEBOOK SCORE DETAIL  TERM " DELIMITED BY SIZE
028300         WS-TERM DELIMITED BY SIZE
028400         INTO DTL-LINE
028500     END-STRING.
028600     WRITE DTL-LINE.
028700
028800 1100-LOAD-ASSIGNMENTS.
028900     OPEN INPUT ASSIGNMENT-MASTER.
029000     IF WS-AS-STATUS NOT = "00"
029100        MOVE "10" TO WS-AS-STATUS
029200     ELSE
029300        PERFORM UNTIL WS-AS-STATUS NOT = "00"
029400           READ ASSIGNMENT-MASTER
029500               AT END MOVE "10" TO WS-AS-STATUS
029600           END-READ
029700           IF WS-AS-STATUS = "00"
029800              AND AS-TERM = WS-TERM
029900              AND WS-AS-COUNT < 8000
030000              ADD 1 TO WS-AS-COUNT
030100              MOVE AS-COURSE TO AS-T-COURSE(WS-AS-COUNT)
030200              MOVE AS-PERIOD TO AS-T-PERIOD(WS-AS-COUNT)
030300              MOVE AS-ASSIGN-NO TO AS-T-ASSIGN-NO(WS-AS-COUNT)
030400              MOVE AS-CATEGORY TO AS-T-CATEGORY(WS-AS-COUNT)
030500              MOVE AS-TITLE TO AS-T-TITLE(WS-AS-COUNT)
030600              MOVE AS-MAX-POINTS TO AS-T-MAX-POINTS(WS-AS-COUNT)
030700           END-IF
030800        END-PERFORM
030900        CLOSE ASSIGNMENT-MASTER
031000     END-IF.
031100
031200 1200-LOAD-WEIGHTS.
031300     OPEN INPUT CATEGORY-WEIGHTS.
031400     IF WS-CW-STATUS NOT = "00"
031500        MOVE "10" TO WS-CW-STATUS
031600     ELSE
031700        PERFORM UNTIL WS-CW-STATUS NOT = "00"
031800           READ CATEGORY-WEIGHTS
031900               AT END MOVE "10" TO WS-CW-STATUS
032000           END-READ
032100           IF WS-CW-STATUS = "00"
032200              AND WS-CW-COUNT < 2000
032300              ADD 1 TO WS-CW-COUNT
032400              MOVE CW-COURSE TO CW-T-COURSE(WS-CW-COUNT)
032500              MOVE CW-CATEGORY TO CW-T-CATEGORY(WS-CW-COUNT)
032600              MOVE CW-PERCENT TO CW-T-PERCENT(WS-CW-COUNT)
032700           END-IF
032800        END-PERFORM
032900        CLOSE CATEGORY-WEIGHTS
033000     END-IF.
033100
033200 1300-LOAD-GRADING-SCALE.
033300     OPEN INPUT GRADING-SCALE.
033400     IF WS-GS-STATUS NOT = "00"
033500        MOVE "10" TO WS-GS-STATUS
033600     ELSE
033700        PERFORM UNTIL WS-GS-STATUS NOT = "00"
033800           READ GRADING-SCALE
033900               AT END MOVE "10" TO WS-GS-STATUS
034000           END-READ
034100           IF WS-GS-STATUS = "00"
034200              AND GS-MIN-PERCENT IS NUMERIC
034300              AND WS-SCALE-COUNT < 15
034400              ADD 1 TO WS-SCALE-COUNT
034500              MOVE GS-LETTER TO GS-T-LETTER(WS-SCALE-COUNT)
034600              MOVE GS-POINTS TO GS-T-POINTS(WS-SCALE-COUNT)
034700              MOVE GS-MIN-PERCENT
034800                  TO GS-T-MIN-PERCENT(WS-SCALE-COUNT)
034900           END-IF
035000        END-PERFORM
035100        CLOSE GRADING-SCALE
035200     END-IF.
035300
035400*----------------------------------------------------------------
035500* ASGNSCOR IN KEY ORDER: EVERY CHANGE OF SECTION OR STUDENT
035600* CLOSES OUT THE PRIOR STUDENT'S BUCKETS INTO ONE GRADETX ROW.
035700*----------------------------------------------------------------
035800 2000-ROLL-UP-SCORES.
035900     IF WS-TERM = SPACES
036000        EXIT PARAGRAPH
036100     END-IF.
036200     OPEN INPUT ASSIGNMENT-SCORES.
036300     IF WS-SC-STATUS NOT = "00"
036400        EXIT PARAGRAPH
036500     END-IF.
036600     PERFORM UNTIL WS-SC-STATUS NOT = "00"
036700        READ ASSIGNMENT-SCORES
036800            AT END MOVE "10" TO WS-SC-STATUS
036900        END-READ
037000        IF WS-SC-STATUS = "00"
037100           AND SC-TERM = WS-TERM
037200           ADD 1 TO WS-SCORES-READ
037300           IF NOT-FIRST-SCORE
037400              AND (SC-COURSE NOT = WS-PRIOR-COURSE
037500                   OR SC-PERIOD NOT = WS-PRIOR-PERIOD
037600                   OR SC-STUDENT-ID NOT = WS-PRIOR-STUDENT)
037700              PERFORM 2500-CLOSE-STUDENT
037800           END-IF
037900           IF FIRST-SCORE
038000              OR SC-COURSE NOT = WS-PRIOR-COURSE
038100              OR SC-PERIOD NOT = WS-PRIOR-PERIOD
038200              OR SC-STUDENT-ID NOT = WS-PRIOR-STUDENT
038300              SET NOT-FIRST-SCORE TO TRUE
038400              MOVE SC-COURSE TO WS-PRIOR-COURSE
038500              MOVE SC-PERIOD TO WS-PRIOR-PERIOD
038600              MOVE SC-STUDENT-ID TO WS-PRIOR-STUDENT
038700              MOVE 0 TO WS-BUCKET-COUNT
038800           END-IF
038900           PERFORM 2100-ADD-SCORE
039000        END-IF
039100     END-PERFORM.
039200     IF NOT-FIRST-SCORE
039300        PERFORM 2500-CLOSE-STUDENT
039400     END-IF.
039500     CLOSE ASSIGNMENT-SCORES.
039600
039700*----------------------------------------------------------------
039800* A SCORE WHOSE ASSIGNMENT IS NOT ON ASGNMAST FOR THE TERM HAS
039900* NO MAXIMUM TO MEASURE IT AGAINST; IT IS COUNTED AND SKIPPED.
040000*----------------------------------------------------------------
040100 2100-ADD-SCORE.
040200     MOVE 0 TO WS-AS-INDX.
040300     PERFORM VARYING I FROM 1 BY 1
040400              UNTIL I > WS-AS-COUNT OR WS-AS-INDX > 0
040500        IF AS-T-COURSE(I) = SC-COURSE
040600           AND AS-T-PERIOD(I) = SC-PERIOD
040700           AND AS-T-ASSIGN-NO(I) = SC-ASSIGN-NO
040800           MOVE I TO WS-AS-INDX
040900        END-IF
041000     END-PERFORM.
041100     IF WS-AS-INDX = 0
041200        ADD 1 TO WS-ORPHAN-COUNT
041300        EXIT PARAGRAPH
041400     END-IF.
041500     IF WS-DETAIL-STUDENT = 0
041600        OR WS-DETAIL-STUDENT = SC-STUDENT-ID
041700        PERFORM 2150-WRITE-DETAIL
041800     END-IF.
041900     IF SC-EXCUSED
042000        EXIT PARAGRAPH
042100     END-IF.
042200     MOVE 0 TO WS-CAT-INDX.
042300     PERFORM VARYING I FROM 1 BY 1
042400              UNTIL I > WS-BUCKET-COUNT OR WS-CAT-INDX > 0
042500        IF BK-CATEGORY(I) = AS-T-CATEGORY(WS-AS-INDX)
042600           MOVE I TO WS-CAT-INDX
042700        END-IF
042800     END-PERFORM.
042900     IF WS-CAT-INDX = 0
043000        IF WS-BUCKET-COUNT >= 10
043100           ADD 1 TO WS-ORPHAN-COUNT
043200           EXIT PARAGRAPH
043300        END-IF
043400        ADD 1 TO WS-BUCKET-COUNT
043500        MOVE WS-BUCKET-COUNT TO WS-CAT-INDX
043600        MOVE AS-T-CATEGORY(WS-AS-INDX) TO BK-CATEGORY(WS-CAT-INDX)
043700        MOVE 0 TO BK-EARNED(WS-CAT-INDX)
043800        MOVE 0 TO BK-POSSIBLE(WS-CAT-INDX)
043900     END-IF.
044000     ADD AS-T-MAX-POINTS(WS-AS-INDX) TO BK-POSSIBLE(WS-CAT-INDX).
044100     IF SC-SCORED
044200        ADD SC-POINTS TO BK-EARNED(WS-CAT-INDX)
044300     END-IF.
044400
044500 2150-WRITE-DETAIL.
044600     MOVE SC-POINTS TO WS-SCORE-EDIT.
044700     MOVE AS-T-MAX-POINTS(WS-AS-INDX) TO WS-MAX-EDIT.
044800     MOVE SPACES TO DTL-LINE.
044900     STRING SC-STUDENT-ID DELIMITED BY SIZE
045000         " " DELIMITED BY SIZE
045100         SC-COURSE DELIMITED BY SIZE
045200         " P" DELIMITED BY SIZE
045300         SC-PERIOD DELIMITED BY SIZE
045400         " #" DELIMITED BY SIZE
045500         SC-ASSIGN-NO DELIMITED BY SIZE
045600         " " DELIMITED BY SIZE
045700         AS-T-CATEGORY(WS-AS-INDX) DELIMITED BY SIZE
045800         " " DELIMITED BY SIZE
045900         AS-T-TITLE(WS-AS-INDX) DELIMITED BY SIZE
046000         WS-SCORE-EDIT DELIMITED BY SIZE
046100         " /" DELIMITED BY SIZE
046200         WS-MAX-EDIT DELIMITED BY SIZE
046300         INTO DTL-LINE
046400     END-STRING.
046500     EVALUATE TRUE
046600         WHEN SC-MISSING
046700             MOVE "MISSING" TO DTL-LINE(93:7)
046800         WHEN SC-EXCUSED
046900             MOVE "EXCUSED" TO DTL-LINE(93:7)
047000     END-EVALUATE.
047100     WRITE DTL-LINE.
047200
047300*----------------------------------------------------------------
047400* THE TERM PERCENTAGE: EACH CATEGORY'S EARNED OVER POSSIBLE,
047500* WEIGHTED BY THE COURSE'S CATWGHT PERCENT AND RE-BASED ON THE
047600* CATEGORIES THAT ACTUALLY HAD WORK -- A TERM WITH NO PROJECT
047700* YET DOES NOT COUNT THE PROJECT WEIGHT AS ZERO.  AN UNWEIGHTED
047800* COURSE IS TOTAL EARNED OVER TOTAL POSSIBLE.
047900*----------------------------------------------------------------
048000 2500-CLOSE-STUDENT.
048100     MOVE SPACES TO WS-LETTER.
048200     MOVE 0 TO WS-POINTS.
048300     MOVE 0 TO WS-EARNED-TOTAL.
048400     MOVE 0 TO WS-POSSIBLE-TOTAL.
048500     MOVE 0 TO WS-WEIGHT-TOTAL.
048600     MOVE 0 TO WS-WEIGHTED-SUM.
048700     SET COURSE-NOT-WEIGHTED TO TRUE.
048800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CW-COUNT
048900        IF CW-T-COURSE(I) = WS-PRIOR-COURSE
049000           SET COURSE-IS-WEIGHTED TO TRUE
049100        END-IF
049200     END-PERFORM.
049300     PERFORM VARYING WS-CAT-INDX FROM 1 BY 1
049400              UNTIL WS-CAT-INDX > WS-BUCKET-COUNT
049500        ADD BK-EARNED(WS-CAT-INDX) TO WS-EARNED-TOTAL
049600        ADD BK-POSSIBLE(WS-CAT-INDX) TO WS-POSSIBLE-TOTAL
049700        IF COURSE-IS-WEIGHTED
049800           AND BK-POSSIBLE(WS-CAT-INDX) > 0
049900           PERFORM 2510-FIND-WEIGHT
050000           ADD WS-WEIGHT TO WS-WEIGHT-TOTAL
050100           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
050200               + WS-WEIGHT * BK-EARNED(WS-CAT-INDX)
050300                 / BK-POSSIBLE(WS-CAT-INDX)
050400        END-IF
050500     END-PERFORM.
050600     MOVE 0 TO WS-TERM-PERCENT.
050700     IF COURSE-IS-WEIGHTED
050800        IF WS-WEIGHT-TOTAL > 0
050900           COMPUTE WS-TERM-PERCENT ROUNDED =
051000               WS-WEIGHTED-SUM * 100 / WS-WEIGHT-TOTAL
051100        ELSE
051200           ADD 1 TO WS-UNGRADED-COUNT
051300           PERFORM 2600-PRINT-SUMMARY
051400           EXIT PARAGRAPH
051500        END-IF
051600     ELSE
051700        IF WS-POSSIBLE-TOTAL > 0
051800           COMPUTE WS-TERM-PERCENT ROUNDED =
051900               WS-EARNED-TOTAL * 100 / WS-POSSIBLE-TOTAL
052000        ELSE
052100           ADD 1 TO WS-UNGRADED-COUNT
052200           PERFORM 2600-PRINT-SUMMARY
052300           EXIT PARAGRAPH
052400        END-IF
052500     END-IF.
052600     PERFORM 2520-PERCENT-TO-GRADE.
052700     MOVE WS-PRIOR-STUDENT TO GTX-STUDENT-ID.
052800     MOVE WS-PRIOR-COURSE TO GTX-COURSE.
052900     MOVE WS-TERM TO GTX-TERM.
053000     MOVE WS-LETTER TO GTX-LETTER.
053100     MOVE WS-POINTS TO GTX-POINTS.
053200     WRITE TX-RECORD.
053300     ADD 1 TO WS-ROLLED-COUNT.
053400     PERFORM 2600-PRINT-SUMMARY.
053500
053600*----------------------------------------------------------------
053700* A CATEGORY THE COURSE'S CATWGHT ROWS DO NOT NAME WEIGHS ZERO.
053800*----------------------------------------------------------------
053900 2510-FIND-WEIGHT.
054000     MOVE 0 TO WS-WEIGHT.
054100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CW-COUNT
054200        IF CW-T-COURSE(I) = WS-PRIOR-COURSE
054300           AND CW-T-CATEGORY(I) = BK-CATEGORY(WS-CAT-INDX)
054400           MOVE CW-T-PERCENT(I) TO WS-WEIGHT
054500        END-IF
054600     END-PERFORM.
054700
054800*----------------------------------------------------------------
054900* THE SCALE LETTER WITH THE HIGHEST MINIMUM PERCENTAGE NOT ABOVE
055000* THE TERM PERCENTAGE.  GRDBATCH CONVERTS THE LETTER TO POINTS
055100* ITSELF; THE POINTS RIDE ALONG FOR THE REPORT.  A SCALE WITHOUT
055200* PERCENTAGES POSTS PERCENT / 25 ON THE 4.00 SCALE, NO LETTER.
055300*----------------------------------------------------------------
055400 2520-PERCENT-TO-GRADE.
055500     MOVE SPACES TO WS-LETTER.
055600     MOVE 0 TO WS-SCALE-FOUND.
055700     PERFORM VARYING WS-SCALE-INDX FROM 1 BY 1
055800              UNTIL WS-SCALE-INDX > WS-SCALE-COUNT
055900        IF GS-T-MIN-PERCENT(WS-SCALE-INDX) <= WS-TERM-PERCENT
056000           IF WS-SCALE-FOUND = 0
056100              OR GS-T-MIN-PERCENT(WS-SCALE-INDX)
056200                 > GS-T-MIN-PERCENT(WS-SCALE-FOUND)
056300              MOVE WS-SCALE-INDX TO WS-SCALE-FOUND
056400           END-IF
056500        END-IF
056600     END-PERFORM.
056700     IF WS-SCALE-FOUND > 0
056800        MOVE GS-T-LETTER(WS-SCALE-FOUND) TO WS-LETTER
056900        MOVE GS-T-POINTS(WS-SCALE-FOUND) TO WS-POINTS
057000     ELSE
057100        IF WS-TERM-PERCENT >= 100
057200           MOVE 4.00 TO WS-POINTS
057300        ELSE
057400           COMPUTE WS-POINTS ROUNDED = WS-TERM-PERCENT / 25
057500        END-IF
057600     END-IF.
057700
057800 2600-PRINT-SUMMARY.
057900     MOVE SPACES TO RPT-LINE.
058000     WRITE RPT-LINE.
058100     MOVE WS-TERM-PERCENT TO WS-PCT-EDIT.
058200     MOVE WS-POINTS TO WS-PTS-EDIT.
058300     STRING WS-PRIOR-STUDENT DELIMITED BY SIZE
058400         " " DELIMITED BY SIZE
058500         WS-PRIOR-COURSE DELIMITED BY SIZE
058600         " P" DELIMITED BY SIZE
058700         WS-PRIOR-PERIOD DELIMITED BY SIZE
058800         "  TERM " DELIMITED BY SIZE
058900         WS-PCT-EDIT DELIMITED BY SIZE
059000         "%  " DELIMITED BY SIZE
059100         WS-LETTER DELIMITED BY SIZE
059200         " " DELIMITED BY SIZE
059300         WS-PTS-EDIT DELIMITED BY SIZE
059400         INTO RPT-LINE
059500     END-STRING.
059600     IF WS-POSSIBLE-TOTAL = 0
059700        OR (COURSE-IS-WEIGHTED AND WS-WEIGHT-TOTAL = 0)
059800        MOVE "NOT POSTED -- NO GRADED WORK" TO RPT-LINE(60:28)
059900     END-IF.
060000     WRITE RPT-LINE.
060100     PERFORM VARYING WS-CAT-INDX FROM 1 BY 1
060200              UNTIL WS-CAT-INDX > WS-BUCKET-COUNT
060300        MOVE 0 TO WS-WEIGHT
060400        IF COURSE-IS-WEIGHTED
060500           PERFORM 2510-FIND-WEIGHT
060600        END-IF
060700        MOVE 0 TO WS-CAT-PERCENT
060800        IF BK-POSSIBLE(WS-CAT-INDX) > 0
060900           COMPUTE WS-CAT-PERCENT ROUNDED =
061000               BK-EARNED(WS-CAT-INDX) * 100
061100               / BK-POSSIBLE(WS-CAT-INDX)
061200        END-IF
061300        MOVE WS-CAT-PERCENT TO WS-PCT-EDIT
061400        MOVE WS-WEIGHT TO WS-WGT-EDIT
061500        MOVE BK-EARNED(WS-CAT-INDX) TO WS-EARNED-EDIT
061600        MOVE BK-POSSIBLE(WS-CAT-INDX) TO WS-POSSIBLE-EDIT
061700        MOVE SPACES TO RPT-LINE
061800        STRING "      " DELIMITED BY SIZE
061900            BK-CATEGORY(WS-CAT-INDX) DELIMITED BY SIZE
062000            "  WEIGHT " DELIMITED BY SIZE
062100            WS-WGT-EDIT DELIMITED BY SIZE
062200            "%  " DELIMITED BY SIZE
062300            WS-EARNED-EDIT DELIMITED BY SIZE
062400            " OF " DELIMITED BY SIZE
062500            WS-POSSIBLE-EDIT DELIMITED BY SIZE
062600            "  " DELIMITED BY SIZE
062700            WS-PCT-EDIT DELIMITED BY SIZE
062800            "%" DELIMITED BY SIZE
062900            INTO RPT-LINE
063000        END-STRING
063100        WRITE RPT-LINE
063200     END-PERFORM.
063300
063400 3000-TERMINATE.
063500     CLOSE GRADEBOOK-TRANSACTIONS.
063600     CLOSE ROLLUP-REPORT.
063700     CLOSE SCORE-DETAIL.
063800     DISPLAY "GRADE-SCHOOL-GRDROLL SCORES READ: " WS-SCORES-READ.
063900     DISPLAY "  GRADES ROLLED TO GRADETX:  " WS-ROLLED-COUNT.
064000     DISPLAY "  NO GRADED WORK, NOT POSTED: " WS-UNGRADED-COUNT.
064100     DISPLAY "  SCORES WITH NO ASSIGNMENT:  " WS-ORPHAN-COUNT.
064200     IF WS-TERM = SPACES
064300        MOVE 8 TO RETURN-CODE
064400     ELSE
064500        IF WS-ORPHAN-COUNT > 0 OR WS-UNGRADED-COUNT > 0
064600           MOVE 4 TO RETURN-CODE
064700        END-IF
064800     END-IF.
