000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-LAYCTL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EVERY PROGRAM CARRIES
001100*                 ITS OWN COPY OF THE SHARED RECORDS, AND EACH
001200*                 TIME A TRAILING COLUMN WAS ADDED SOME JOB RAN
001300*                 FOR A WHILE AT THE OLD LENGTH.  MODE LOAD
001400*                 REPLACES LAYOUTCT, THE CURRENT VERSION AND
001500*                 LENGTH OF EACH SHARED DATASET, FROM LAYCTLIN
001600*                 CARDS; A BAD CARD LEAVES THE OLD FILE IN PLACE.
001700*                 MODE REPORT READS LAYOUTUS, WHERE EVERY PROGRAM
001800*                 LOGS THE LAYOUTS IT CHECKED AT START, AND PRINTS
001900*                 EACH LOAD MODULE'S LAST-RUN LAYOUT VERSION
002000*                 AGAINST THE CURRENT ONE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARM-FILE ASSIGN TO "LAYPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100
003200     SELECT LAYOUT-CARDS ASSIGN TO "LAYCTLIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CARD-STATUS.
003500
003600     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LC-STATUS.
003900
004000     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LU-STATUS.
004300
004400     SELECT LAYOUT-REPORT ASSIGN TO "LAYRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PARM-FILE.
005000*----------------------------------------------------------------
005100* ONE CARD: LOAD OR REPORT.
005200*----------------------------------------------------------------
005300 01  PARM-RECORD.
005400     05 PARM-MODE             PIC X(08).
005500
005600 FD  LAYOUT-CARDS.
005700*----------------------------------------------------------------
005800* ONE CARD PER SHARED DATASET, SAME LAYOUT AS LAYOUTCT.
005900*----------------------------------------------------------------
006000 01  LAYOUT-CARD.
006100     05 LI-DATASET            PIC X(08).
006200     05 LI-VERSION            PIC 9(03).
006300     05 LI-LENGTH             PIC 9(05).
006400     05 LI-EFFECTIVE-DATE     PIC 9(08).
006500
006600 FD  LAYOUT-CONTROL.
006700*----------------------------------------------------------------
006800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD.
006900*----------------------------------------------------------------
007000 01  LAYOUT-CONTROL-RECORD.
007100     05 LC-DATASET            PIC X(08).
007200     05 LC-VERSION            PIC 9(03).
007300     05 LC-LENGTH             PIC 9(05).
007400     05 LC-EFFECTIVE-DATE     PIC 9(08).
007500
007600 FD  LAYOUT-USAGE-LOG.
007700*----------------------------------------------------------------
007800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD.
007900*----------------------------------------------------------------
008000 01  LAYOUT-USAGE-RECORD.
008100     05 LU-TIMESTAMP          PIC 9(14).
008200     05 LU-PROGRAM            PIC X(24).
008300     05 LU-DATASET            PIC X(08).
008400     05 LU-VERSION            PIC 9(03).
008500     05 LU-LENGTH             PIC 9(05).
008600     05 LU-RESULT             PIC X(08).
008700
008800 FD  LAYOUT-REPORT.
008900 01  RPT-LINE                 PIC X(100).
009000
009100 WORKING-STORAGE SECTION.
009200 01 WS-PARM-STATUS             PIC XX.
009300 01 WS-CARD-STATUS             PIC XX.
009400 01 WS-LC-STATUS               PIC XX.
009500 01 WS-LU-STATUS               PIC XX.
009600 01 WS-MODE                    PIC X(08).
009700 01 WS-TODAY                   PIC 9(08).
009800 01 WS-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
009900 01 WS-BAD-CARD-COUNT          PIC 9(05) COMP VALUE ZERO.
010000 01 WS-STALE-COUNT             PIC 9(05) COMP VALUE ZERO.
010100 01 WS-STATUS-WORD             PIC X(08).
010200 01 WS-VERSION-DISP            PIC ZZ9.
010300 01 WS-LENGTH-DISP             PIC ZZZZ9.
010400 01 WS-FOUND                   PIC 9(05) COMP.
010500 01 WS-PRIOR-PROGRAM           PIC X(24).
010600 01 I                          PIC 9(05) COMP.
010700 01 J                          PIC 9(05) COMP.
010800
010900*----------------------------------------------------------------
011000* THE CONTROL ROWS, FROM LAYCTLIN FOR LOAD OR LAYOUTCT FOR
011100* REPORT.
011200*----------------------------------------------------------------
011300 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011400 01 LAYOUT-CONTROL-TABLE.
011500     02 LCT-ROW               OCCURS 1 TO 50 TIMES
011600                                 DEPENDING ON WS-LC-COUNT.
011700        05 LCT-DATASET        PIC X(08).
011800        05 LCT-VERSION        PIC 9(03).
011900        05 LCT-LENGTH         PIC 9(05).
012000        05 LCT-EFFECTIVE-DATE PIC 9(08).
012100
012200*----------------------------------------------------------------
012300* THE LATEST LAYOUTUS ROW FOR EACH PROGRAM AND DATASET.
012400*----------------------------------------------------------------
012500 01 WS-MOD-COUNT               PIC 9(05) COMP VALUE ZERO.
012600 01 MODULE-TABLE.
012700     02 MOD-ROW               OCCURS 1 TO 2000 TIMES
012800                                 DEPENDING ON WS-MOD-COUNT.
012900        05 MOD-PROGRAM        PIC X(24).
013000        05 MOD-DATASET        PIC X(08).
013100        05 MOD-TIMESTAMP      PIC 9(14).
013200        05 MOD-VERSION        PIC 9(03).
013300        05 MOD-LENGTH         PIC 9(05).
013400
013500 PROCEDURE DIVISION.
013600
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE
013900     EVALUATE WS-MODE
014000         WHEN "LOAD"
014100             PERFORM 2000-LOAD-CONTROL
014200         WHEN "REPORT"
014300             PERFORM 3000-VERSION-REPORT
014400         WHEN OTHER
014500             DISPLAY "GRADE-SCHOOL-LAYCTL UNKNOWN MODE "
014600                 WS-MODE
014700             MOVE 8 TO RETURN-CODE
014800     END-EVALUATE
014900     GOBACK.
015000
015100 1000-INITIALIZE.
015200     MOVE SPACES TO WS-MODE.
015300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
015400     OPEN INPUT PARM-FILE.
015500     IF WS-PARM-STATUS = "00"
015600        READ PARM-FILE
015700            AT END CONTINUE
015800        END-READ
015900        IF WS-PARM-STATUS = "00"
016000           MOVE PARM-MODE TO WS-MODE
016100        END-IF
016200        CLOSE PARM-FILE
016300     END-IF.
016400
016500*----------------------------------------------------------------
016600* ALL CARDS ARE EDITED BEFORE LAYOUTCT IS TOUCHED: A DATASET
016700* NAMED TWICE, A ZERO OR NON-NUMERIC VERSION OR LENGTH, OR A
016800* BAD DATE REFUSES THE WHOLE LOAD (RC=8) -- A HALF-LOADED
016900* CONTROL FILE WOULD PASS EVERY PROGRAM WHOSE ROW WENT MISSING.
017000*----------------------------------------------------------------
017100 2000-LOAD-CONTROL.
017200     OPEN INPUT LAYOUT-CARDS.
017300     IF WS-CARD-STATUS NOT = "00"
017400        DISPLAY "GRADE-SCHOOL-LAYCTL NO LAYCTLIN CARDS"
017500        MOVE 8 TO RETURN-CODE
017600        EXIT PARAGRAPH
017700     END-IF.
017800     PERFORM UNTIL WS-CARD-STATUS NOT = "00"
017900        READ LAYOUT-CARDS
018000            AT END MOVE "10" TO WS-CARD-STATUS
018100        END-READ
018200        IF WS-CARD-STATUS = "00"
018300           PERFORM 2100-EDIT-ONE-CARD
018400        END-IF
018500     END-PERFORM.
018600     CLOSE LAYOUT-CARDS.
018700     IF WS-BAD-CARD-COUNT > 0 OR WS-LC-COUNT = 0
018800        DISPLAY "GRADE-SCHOOL-LAYCTL LOAD REFUSED -- LAYOUTCT"
018900            " NOT CHANGED"
019000        MOVE 8 TO RETURN-CODE
019100        EXIT PARAGRAPH
019200     END-IF.
019300     IF WS-LC-COUNT > 1
019400        SORT LCT-ROW ASCENDING LCT-DATASET
019500     END-IF.
019600     OPEN OUTPUT LAYOUT-CONTROL.
019700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LC-COUNT
019800        MOVE LCT-DATASET(I) TO LC-DATASET
019900        MOVE LCT-VERSION(I) TO LC-VERSION
020000        MOVE LCT-LENGTH(I) TO LC-LENGTH
020100        MOVE LCT-EFFECTIVE-DATE(I) TO LC-EFFECTIVE-DATE
020200        WRITE LAYOUT-CONTROL-RECORD
020300     END-PERFORM.
020400     CLOSE LAYOUT-CONTROL.
020500     DISPLAY "GRADE-SCHOOL-LAYCTL LAYOUTCT LOADED: " WS-LC-COUNT
020600         " DATASETS".
020700
020800 2100-EDIT-ONE-CARD.
020900     ADD 1 TO WS-CARD-COUNT.
021000     IF LI-DATASET = SPACES
021100        OR LI-VERSION IS NOT NUMERIC
021200        OR LI-LENGTH IS NOT NUMERIC
021300        OR LI-EFFECTIVE-DATE IS NOT NUMERIC
021400        DISPLAY "  BAD CARD " WS-CARD-COUNT ": " LAYOUT-CARD
021500        ADD 1 TO WS-BAD-CARD-COUNT
021600        EXIT PARAGRAPH
021700     END-IF.
021800     IF LI-VERSION = 0 OR LI-LENGTH = 0
021900        DISPLAY "  BAD CARD " WS-CARD-COUNT ": " LAYOUT-CARD
022000        ADD 1 TO WS-BAD-CARD-COUNT
022100        EXIT PARAGRAPH
022200     END-IF.
022300     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LC-COUNT
022400        IF LCT-DATASET(I) = LI-DATASET
022500           DISPLAY "  DUPLICATE CARD " WS-CARD-COUNT ": "
022600               LI-DATASET
022700           ADD 1 TO WS-BAD-CARD-COUNT
022800           EXIT PARAGRAPH
022900        END-IF
023000     END-PERFORM.
023100     IF WS-LC-COUNT >= 50
023200        DISPLAY "  TABLE FULL AT CARD " WS-CARD-COUNT
023300        ADD 1 TO WS-BAD-CARD-COUNT
023400        EXIT PARAGRAPH
023500     END-IF.
023600     ADD 1 TO WS-LC-COUNT.
023700     MOVE LI-DATASET TO LCT-DATASET(WS-LC-COUNT).
023800     MOVE LI-VERSION TO LCT-VERSION(WS-LC-COUNT).
023900     MOVE LI-LENGTH TO LCT-LENGTH(WS-LC-COUNT).
024000     MOVE LI-EFFECTIVE-DATE TO LCT-EFFECTIVE-DATE(WS-LC-COUNT).
024100
024200*----------------------------------------------------------------
024300* EACH LOAD MODULE'S LAST-RUN LAYOUT FOR EACH SHARED DATASET,
024400* AGAINST TODAY'S LAYOUTCT.  A MODULE BEHIND THE CURRENT VERSION
024500* (OR AT IT WITH THE WRONG LENGTH) NEEDS RECOMPILING BEFORE ITS
024600* NEXT RUN AND SETS RC=4.
024700*----------------------------------------------------------------
024800 3000-VERSION-REPORT.
024900     OPEN INPUT LAYOUT-CONTROL.
025000     IF WS-LC-STATUS NOT = "00"
025100        MOVE "10" TO WS-LC-STATUS
025200     ELSE
025300        PERFORM UNTIL WS-LC-STATUS NOT = "00"
025400           READ LAYOUT-CONTROL
025500               AT END MOVE "10" TO WS-LC-STATUS
025600           END-READ
025700           IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
025800              ADD 1 TO WS-LC-COUNT
025900              MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
026000              MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
026100              MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
026200              MOVE LC-EFFECTIVE-DATE
026300                  TO LCT-EFFECTIVE-DATE(WS-LC-COUNT)
026400           END-IF
026500        END-PERFORM
026600        CLOSE LAYOUT-CONTROL
026700     END-IF.
026800     OPEN INPUT LAYOUT-USAGE-LOG.
026900     IF WS-LU-STATUS NOT = "00"
027000        MOVE "10" TO WS-LU-STATUS
027100     ELSE
027200        PERFORM UNTIL WS-LU-STATUS NOT = "00"
027300           READ LAYOUT-USAGE-LOG
027400               AT END MOVE "10" TO WS-LU-STATUS
027500           END-READ
027600           IF WS-LU-STATUS = "00"
027700              PERFORM 3100-KEEP-LATEST
027800           END-IF
027900        END-PERFORM
028000        CLOSE LAYOUT-USAGE-LOG
028100     END-IF.
028200     IF WS-MOD-COUNT > 1
028300        SORT MOD-ROW ASCENDING MOD-PROGRAM MOD-DATASET
028400     END-IF.
028500     OPEN OUTPUT LAYOUT-REPORT.
028600     MOVE SPACES TO RPT-LINE.
028700     STRING "RECORD LAYOUT VERSIONS BY LOAD MODULE  "
028800         DELIMITED BY SIZE
028900         WS-TODAY DELIMITED BY SIZE
029000         INTO RPT-LINE
029100     END-STRING.
029200     WRITE RPT-LINE.
029300     MOVE SPACES TO RPT-LINE.
029400     WRITE RPT-LINE.
029500     MOVE "CURRENT LAYOUTS (LAYOUTCT)" TO RPT-LINE.
029600     WRITE RPT-LINE.
029700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LC-COUNT
029800        MOVE LCT-VERSION(I) TO WS-VERSION-DISP
029900        MOVE LCT-LENGTH(I) TO WS-LENGTH-DISP
030000        MOVE SPACES TO RPT-LINE
030100        STRING "  " DELIMITED BY SIZE
030200            LCT-DATASET(I) DELIMITED BY SIZE
030300            "  VERSION " DELIMITED BY SIZE
030400            WS-VERSION-DISP DELIMITED BY SIZE
030500            "  LENGTH " DELIMITED BY SIZE
030600            WS-LENGTH-DISP DELIMITED BY SIZE
030700            "  SINCE " DELIMITED BY SIZE
030800            LCT-EFFECTIVE-DATE(I) DELIMITED BY SIZE
030900            INTO RPT-LINE
031000        END-STRING
031100        WRITE RPT-LINE
031200     END-PERFORM.
031300     MOVE SPACES TO RPT-LINE.
031400     WRITE RPT-LINE.
031500     MOVE SPACES TO RPT-LINE.
031600     MOVE "PROGRAM" TO RPT-LINE(1:7).
031620     MOVE "DATASET   VER   LEN" TO RPT-LINE(26:19).
031640     MOVE "CUR   LEN" TO RPT-LINE(47:9).
031700     MOVE "LAST RUN        STATUS" TO RPT-LINE(59:22).
031800     WRITE RPT-LINE.
031900     MOVE SPACES TO WS-PRIOR-PROGRAM.
032000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MOD-COUNT
032100        PERFORM 3200-MODULE-LINE
032200     END-PERFORM.
032300     CLOSE LAYOUT-REPORT.
032400     DISPLAY "GRADE-SCHOOL-LAYCTL LAYOUTS UNDER CONTROL: "
032500         WS-LC-COUNT.
032600     DISPLAY "  MODULE/DATASET PAIRS SEEN: " WS-MOD-COUNT.
032700     DISPLAY "  NOT AT CURRENT LAYOUT:     " WS-STALE-COUNT.
032800     IF WS-STALE-COUNT > 0
032900        MOVE 4 TO RETURN-CODE
033000     END-IF.
033100
033200 3100-KEEP-LATEST.
033300     MOVE 0 TO WS-FOUND.
033400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MOD-COUNT
033500        IF MOD-PROGRAM(J) = LU-PROGRAM
033600           AND MOD-DATASET(J) = LU-DATASET
033700           MOVE J TO WS-FOUND
033800        END-IF
033900     END-PERFORM.
034000     IF WS-FOUND = 0
034100        IF WS-MOD-COUNT >= 2000
034200           EXIT PARAGRAPH
034300        END-IF
034400        ADD 1 TO WS-MOD-COUNT
034500        MOVE WS-MOD-COUNT TO WS-FOUND
034600        MOVE LU-PROGRAM TO MOD-PROGRAM(WS-FOUND)
034700        MOVE LU-DATASET TO MOD-DATASET(WS-FOUND)
034800        MOVE 0 TO MOD-TIMESTAMP(WS-FOUND)
034900     END-IF.
035000     IF LU-TIMESTAMP >= MOD-TIMESTAMP(WS-FOUND)
035100        MOVE LU-TIMESTAMP TO MOD-TIMESTAMP(WS-FOUND)
035200        MOVE LU-VERSION TO MOD-VERSION(WS-FOUND)
035300        MOVE LU-LENGTH TO MOD-LENGTH(WS-FOUND)
035400     END-IF.
035500
035600*----------------------------------------------------------------
035700* THE STATUS IS RECOMPUTED AGAINST TODAY'S LAYOUTCT, NOT TAKEN
035800* FROM LU-RESULT: A MODULE THAT WAS CURRENT AT ITS LAST RUN IS
035900* BEHIND ONCE THE LAYOUT MOVES ON WITHOUT IT.
036000*----------------------------------------------------------------
036100 3200-MODULE-LINE.
036200     MOVE 0 TO WS-FOUND.
036300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LC-COUNT
036400        IF LCT-DATASET(J) = MOD-DATASET(I)
036500           MOVE J TO WS-FOUND
036600        END-IF
036700     END-PERFORM.
036800     MOVE SPACES TO RPT-LINE.
036900     IF MOD-PROGRAM(I) NOT = WS-PRIOR-PROGRAM
037000        MOVE MOD-PROGRAM(I) TO RPT-LINE(1:24)
037100        MOVE MOD-PROGRAM(I) TO WS-PRIOR-PROGRAM
037200     END-IF.
037300     MOVE MOD-DATASET(I) TO RPT-LINE(26:8).
037400     MOVE MOD-VERSION(I) TO WS-VERSION-DISP.
037500     MOVE WS-VERSION-DISP TO RPT-LINE(36:3).
037600     MOVE MOD-LENGTH(I) TO WS-LENGTH-DISP.
037700     MOVE WS-LENGTH-DISP TO RPT-LINE(40:5).
037800     IF WS-FOUND = 0
037900        MOVE "NOCTL" TO WS-STATUS-WORD
038000     ELSE
038100        MOVE LCT-VERSION(WS-FOUND) TO WS-VERSION-DISP
038200        MOVE WS-VERSION-DISP TO RPT-LINE(47:3)
038300        MOVE LCT-LENGTH(WS-FOUND) TO WS-LENGTH-DISP
038400        MOVE WS-LENGTH-DISP TO RPT-LINE(51:5)
038500        EVALUATE TRUE
038600            WHEN MOD-VERSION(I) < LCT-VERSION(WS-FOUND)
038700                MOVE "BEHIND" TO WS-STATUS-WORD
038800                ADD 1 TO WS-STALE-COUNT
038900            WHEN MOD-VERSION(I) > LCT-VERSION(WS-FOUND)
039000                MOVE "AHEAD" TO WS-STATUS-WORD
039100                ADD 1 TO WS-STALE-COUNT
039200            WHEN MOD-LENGTH(I) NOT = LCT-LENGTH(WS-FOUND)
039300                MOVE "MISMATCH" TO WS-STATUS-WORD
039400                ADD 1 TO WS-STALE-COUNT
039500            WHEN OTHER
039600                MOVE "CURRENT" TO WS-STATUS-WORD
039700        END-EVALUATE
039800     END-IF.
039900     MOVE MOD-TIMESTAMP(I)(1:8) TO RPT-LINE(59:8).
040000     MOVE MOD-TIMESTAMP(I)(9:4) TO RPT-LINE(68:4).
040100     MOVE WS-STATUS-WORD TO RPT-LINE(75:8).
040200     WRITE RPT-LINE.
