000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-REPRINT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  ON-DEMAND REPRINT -- ONCE THE SPOOL WAS PURGED
001100*                 THE ONLY COPY OF A CALL SHEET, REPORT CARD,
001200*                 TRUANCY LETTER OR DESTRUCTION CERTIFICATE WAS
001300*                 PAPER.  THOSE REPORTS NOW COPY EVERY LINE TO
001400*                 RPTARCH AND INDEX EACH RUN ON RPTINDEX; THIS
001500*                 JOB PULLS ONE ARCHIVED RUN BACK OUT BY REPORT
001600*                 AND RUN DATE -- THE WHOLE REPORT, OR ONLY THE
001700*                 PAGES OF ONE STUDENT -- UNDER A REPRINT BANNER.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 REPOSITORY.
002200     FUNCTION ALL INTRINSIC.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PARM-FILE ASSIGN TO "RPRTPARM"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-STATUS.
002800
002900     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-RX-STATUS.
003200
003300     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RA-STATUS.
003600
003700     SELECT REPRINT-FILE ASSIGN TO "REPRINT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARM-FILE.
004300*----------------------------------------------------------------
004400* ONE CARD: THE REPORT (ITS DD NAME), THE RUN DATE, THE RUN TIME
004500* HHMMSS (ZERO FOR THE LAST RUN THAT DAY), AND A STUDENT ID
004600* (ZERO FOR THE WHOLE REPORT).
004700*----------------------------------------------------------------
004800 01  PARM-RECORD.
004900     05 PARM-REPORT           PIC X(08).
005000     05 PARM-RUN-DATE         PIC 9(08).
005100     05 PARM-RUN-TIME         PIC 9(06).
005200     05 PARM-STUDENT-ID       PIC 9(09).
005300
005400 FD  REPORT-INDEX.
005500*----------------------------------------------------------------
005600* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-INDEX-RECORD.
005700*----------------------------------------------------------------
005800 01  REPORT-INDEX-RECORD.
005900     05 RX-RUN-STAMP.
006000        10 RX-RUN-DATE        PIC 9(08).
006100        10 RX-RUN-TIME        PIC 9(06).
006200     05 RX-JOB                PIC X(08).
006300     05 RX-REPORT             PIC X(08).
006400     05 RX-PROGRAM            PIC X(24).
006500     05 RX-PAGES              PIC 9(05).
006600     05 RX-STUDENTS           PIC 9(07).
006700     05 RX-LINES              PIC 9(07).
006800
006900 FD  REPORT-ARCHIVE.
007000*----------------------------------------------------------------
007100* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-ARCHIVE-RECORD.
007200*----------------------------------------------------------------
007300 01  REPORT-ARCHIVE-RECORD.
007400     05 RA-RUN-STAMP          PIC 9(14).
007500     05 RA-REPORT             PIC X(08).
007600     05 RA-PAGE               PIC 9(05).
007700     05 RA-STUDENT-ID         PIC 9(09).
007800     05 RA-LINE               PIC X(132).
007900
008000 FD  REPRINT-FILE.
008100 01  REPRINT-LINE             PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400 01 WS-PARM-STATUS             PIC XX.
008500 01 WS-RX-STATUS               PIC XX.
008600 01 WS-RA-STATUS               PIC XX.
008700 01 WS-TODAY                   PIC 9(08).
008800 01 WS-RUN-COUNT               PIC 9(05) COMP VALUE ZERO.
008900 01 WS-LINE-COUNT              PIC 9(07) COMP VALUE ZERO.
009000 01 WS-PAGE-FOUND              PIC 9(05) COMP.
009100 01 WS-PAGE-INDX               PIC 9(05) COMP.
009200 01 WS-COUNT-DISP              PIC Z(06)9.
009300 01 WS-TIME-DISP               PIC 9(06).
009400
009500*----------------------------------------------------------------
009600* THE INDEX ROW OF THE RUN BEING REPRINTED.
009700*----------------------------------------------------------------
009800 01 WS-RUN-SWITCH              PIC X(01) VALUE "N".
009900     88 RUN-FOUND                        VALUE "Y".
010000 01 WS-RUN.
010100     05 WS-RUN-STAMP           PIC 9(14) VALUE ZERO.
010200     05 WS-RUN-JOB             PIC X(08).
010300     05 WS-RUN-PROGRAM         PIC X(24).
010400     05 WS-RUN-PAGES           PIC 9(05).
010500     05 WS-RUN-STUDENTS        PIC 9(07).
010600     05 WS-RUN-LINES           PIC 9(07).
010700 01 WS-RUN-STAMP-X REDEFINES WS-RUN.
010800     05 WS-RUN-STAMP-DATE      PIC 9(08).
010900     05 WS-RUN-STAMP-TIME      PIC 9(06).
011000     05 FILLER                 PIC X(51).
011100
011200*----------------------------------------------------------------
011300* THE PAGES THE STUDENT APPEARS ON, FOR A ONE-STUDENT REPRINT.
011400*----------------------------------------------------------------
011500 01 WS-PAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
011600 01 STUDENT-PAGE-TABLE.
011700     02 SPT-PAGE              PIC 9(05)
011800                                 OCCURS 1 TO 500 TIMES
011900                                 DEPENDING ON WS-PAGE-COUNT.
012000
012100 PROCEDURE DIVISION.
012200
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
012500     IF RETURN-CODE > 0
012600        GOBACK
012700     END-IF
012800     PERFORM 2000-FIND-RUN
012900     IF NOT RUN-FOUND
013000        GOBACK
013100     END-IF
013200     IF PARM-STUDENT-ID > 0
013300        PERFORM 3000-FIND-STUDENT-PAGES
013400        IF WS-PAGE-COUNT = 0
013500           GOBACK
013600        END-IF
013700     END-IF
013800     PERFORM 4000-REPRINT-RUN
013900     GOBACK.
014000
014100 1000-INITIALIZE.
014200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
014300     MOVE SPACES TO PARM-RECORD.
014400     OPEN INPUT PARM-FILE.
014500     IF WS-PARM-STATUS = "00"
014600        READ PARM-FILE
014700            AT END MOVE SPACES TO PARM-RECORD
014800        END-READ
014900        CLOSE PARM-FILE
015000     END-IF.
015100     IF PARM-REPORT = SPACES
015200        OR PARM-RUN-DATE IS NOT NUMERIC
015300        OR PARM-RUN-TIME IS NOT NUMERIC
015400        OR PARM-STUDENT-ID IS NOT NUMERIC
015500        DISPLAY "GRADE-SCHOOL-REPRINT BAD RPRTPARM CARD: "
015600            PARM-RECORD
015700        MOVE 8 TO RETURN-CODE
015800        EXIT PARAGRAPH
015900     END-IF.
016000     IF PARM-RUN-DATE = 0
016100        DISPLAY "GRADE-SCHOOL-REPRINT NO RUN DATE ON RPRTPARM"
016200        MOVE 8 TO RETURN-CODE
016300     END-IF.
016400
016500*----------------------------------------------------------------
016600* THE INDEX ROW FOR THE REPORT AND DATE.  WITH NO TIME ON THE
016700* CARD THE LAST RUN THAT DAY IS THE ONE REPRINTED, AND THE
016800* OTHERS ARE LISTED SO THE OPERATOR CAN ASK FOR ONE BY TIME.
016900*----------------------------------------------------------------
017000 2000-FIND-RUN.
017100     OPEN INPUT REPORT-INDEX.
017200     IF WS-RX-STATUS NOT = "00"
017300        DISPLAY "GRADE-SCHOOL-REPRINT NO RPTINDEX ON FILE"
017400        MOVE 8 TO RETURN-CODE
017500        EXIT PARAGRAPH
017600     END-IF.
017700     PERFORM UNTIL WS-RX-STATUS NOT = "00"
017800        READ REPORT-INDEX
017900            AT END MOVE "10" TO WS-RX-STATUS
018000        END-READ
018100        IF WS-RX-STATUS = "00"
018200           AND RX-REPORT = PARM-REPORT
018300           AND RX-RUN-DATE = PARM-RUN-DATE
018400           PERFORM 2100-CONSIDER-RUN
018500        END-IF
018600     END-PERFORM.
018700     CLOSE REPORT-INDEX.
018800     IF NOT RUN-FOUND
018900        DISPLAY "GRADE-SCHOOL-REPRINT NO ARCHIVED " PARM-REPORT
019000            " RUN ON " PARM-RUN-DATE
019100        MOVE 8 TO RETURN-CODE
019200        EXIT PARAGRAPH
019300     END-IF.
019400     IF WS-RUN-COUNT > 1 AND PARM-RUN-TIME = 0
019500        DISPLAY "  " WS-RUN-COUNT " RUNS THAT DAY -- THE LAST,"
019600            " AT " WS-RUN-STAMP-TIME ", IS REPRINTED"
019700     END-IF.
019800
019900 2100-CONSIDER-RUN.
020000     ADD 1 TO WS-RUN-COUNT.
020100     MOVE RX-RUN-TIME TO WS-TIME-DISP.
020200     DISPLAY "  " PARM-REPORT " RUN " RX-RUN-DATE " "
020300         WS-TIME-DISP " JOB " RX-JOB " PAGES " RX-PAGES
020400         " STUDENTS " RX-STUDENTS.
020500     IF PARM-RUN-TIME > 0
020600        IF RX-RUN-TIME NOT = PARM-RUN-TIME
020700           EXIT PARAGRAPH
020800        END-IF
020900     ELSE
021000        IF RX-RUN-STAMP NOT > WS-RUN-STAMP
021100           EXIT PARAGRAPH
021200        END-IF
021300     END-IF.
021400     SET RUN-FOUND TO TRUE.
021500     MOVE RX-RUN-STAMP TO WS-RUN-STAMP.
021600     MOVE RX-JOB TO WS-RUN-JOB.
021700     MOVE RX-PROGRAM TO WS-RUN-PROGRAM.
021800     MOVE RX-PAGES TO WS-RUN-PAGES.
021900     MOVE RX-STUDENTS TO WS-RUN-STUDENTS.
022000     MOVE RX-LINES TO WS-RUN-LINES.
022100
022200*----------------------------------------------------------------
022300* EVERY PAGE OF THE RUN THE STUDENT HAS A LINE ON.  A STUDENT
022400* NOT ON THE RUN IS A REJECT (RC=4), NOT AN EMPTY REPRINT.
022500*----------------------------------------------------------------
022600 3000-FIND-STUDENT-PAGES.
022700     OPEN INPUT REPORT-ARCHIVE.
022800     IF WS-RA-STATUS NOT = "00"
022900        MOVE "10" TO WS-RA-STATUS
023000     END-IF.
023100     PERFORM UNTIL WS-RA-STATUS NOT = "00"
023200        READ REPORT-ARCHIVE
023300            AT END MOVE "10" TO WS-RA-STATUS
023400        END-READ
023500        IF WS-RA-STATUS = "00"
023600           AND RA-RUN-STAMP = WS-RUN-STAMP
023700           AND RA-REPORT = PARM-REPORT
023800           AND RA-STUDENT-ID = PARM-STUDENT-ID
023900           PERFORM 3100-ADD-STUDENT-PAGE
024000        END-IF
024100     END-PERFORM.
024200     CLOSE REPORT-ARCHIVE.
024300     IF WS-PAGE-COUNT = 0
024400        DISPLAY "GRADE-SCHOOL-REPRINT STUDENT " PARM-STUDENT-ID
024500            " IS NOT ON THAT " PARM-REPORT " RUN"
024600        MOVE 4 TO RETURN-CODE
024700     END-IF.
024800
024900 3100-ADD-STUDENT-PAGE.
025000     PERFORM 3200-FIND-PAGE.
025100     IF WS-PAGE-FOUND = 0 AND WS-PAGE-COUNT < 500
025200        ADD 1 TO WS-PAGE-COUNT
025300        MOVE RA-PAGE TO SPT-PAGE(WS-PAGE-COUNT)
025400     END-IF.
025500
025600 3200-FIND-PAGE.
025700     MOVE 0 TO WS-PAGE-FOUND.
025800     PERFORM VARYING WS-PAGE-INDX FROM 1 BY 1
025900              UNTIL WS-PAGE-INDX > WS-PAGE-COUNT
026000        IF SPT-PAGE(WS-PAGE-INDX) = RA-PAGE
026100           MOVE WS-PAGE-INDX TO WS-PAGE-FOUND
026200        END-IF
026300     END-PERFORM.
026400
026500*----------------------------------------------------------------
026600* THE ARCHIVED LINES IN THE ORDER THEY PRINTED, UNDER A REPRINT
026700* BANNER.  FOR ONE STUDENT: THE REPORT HEADING (PAGE ZERO), AND
026800* ON THE STUDENT'S OWN PAGES THE PAGE HEADINGS AND THEIR LINES --
026900* NEVER ANOTHER STUDENT'S LINE FROM A SHARED PAGE.  A WHOLE-
027000* REPORT REPRINT SHORT OF THE INDEXED LINE COUNT MEANS ARCHIVE
027100* ROWS HAVE GONE MISSING, AND ENDS RC=4.
027200*----------------------------------------------------------------
027300 4000-REPRINT-RUN.
027400     OPEN OUTPUT REPRINT-FILE.
027500     MOVE SPACES TO REPRINT-LINE.
027600     STRING "*** REPRINT OF " DELIMITED BY SIZE
027700         PARM-REPORT DELIMITED BY SPACE
027800         " RUN " DELIMITED BY SIZE
027900         WS-RUN-STAMP-DATE DELIMITED BY SIZE
028000         " " DELIMITED BY SIZE
028100         WS-RUN-STAMP-TIME DELIMITED BY SIZE
028200         " BY " DELIMITED BY SIZE
028300         WS-RUN-JOB DELIMITED BY SPACE
028400         " -- REPRINTED " DELIMITED BY SIZE
028500         WS-TODAY DELIMITED BY SIZE
028600         " ***" DELIMITED BY SIZE
028700         INTO REPRINT-LINE
028800     END-STRING.
028900     WRITE REPRINT-LINE.
029000     IF PARM-STUDENT-ID > 0
029100        MOVE SPACES TO REPRINT-LINE
029200        STRING "*** PAGES OF STUDENT " DELIMITED BY SIZE
029300            PARM-STUDENT-ID DELIMITED BY SIZE
029400            " ONLY ***" DELIMITED BY SIZE
029500            INTO REPRINT-LINE
029600        END-STRING
029700        WRITE REPRINT-LINE
029800     END-IF.
029900     OPEN INPUT REPORT-ARCHIVE.
030000     IF WS-RA-STATUS NOT = "00"
030100        MOVE "10" TO WS-RA-STATUS
030200     END-IF.
030300     PERFORM UNTIL WS-RA-STATUS NOT = "00"
030400        READ REPORT-ARCHIVE
030500            AT END MOVE "10" TO WS-RA-STATUS
030600        END-READ
030700        IF WS-RA-STATUS = "00"
030800           AND RA-RUN-STAMP = WS-RUN-STAMP
030900           AND RA-REPORT = PARM-REPORT
031000           PERFORM 4100-REPRINT-ONE-LINE
031100        END-IF
031200     END-PERFORM.
031300     CLOSE REPORT-ARCHIVE.
031400     CLOSE REPRINT-FILE.
031500     MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
031600     DISPLAY "GRADE-SCHOOL-REPRINT " PARM-REPORT " LINES "
031700         "REPRINTED:" WS-COUNT-DISP.
031800     IF PARM-STUDENT-ID = 0
031900        AND WS-LINE-COUNT NOT = WS-RUN-LINES
032000        DISPLAY "  ARCHIVE HOLDS " WS-LINE-COUNT " OF THE "
032100            WS-RUN-LINES " LINES INDEXED -- REPRINT IS NOT"
032200            " COMPLETE"
032300        MOVE 4 TO RETURN-CODE
032400     END-IF.
032500
032600 4100-REPRINT-ONE-LINE.
032700     IF PARM-STUDENT-ID > 0 AND RA-PAGE > 0
032800        IF RA-STUDENT-ID NOT = 0
032900           AND RA-STUDENT-ID NOT = PARM-STUDENT-ID
033000           EXIT PARAGRAPH
033100        END-IF
033200        PERFORM 3200-FIND-PAGE
033300        IF WS-PAGE-FOUND = 0
033400           EXIT PARAGRAPH
033500        END-IF
033600     END-IF.
033700     MOVE RA-LINE TO REPRINT-LINE.
033800     WRITE REPRINT-LINE.
033900     ADD 1 TO WS-LINE-COUNT.
