000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-REGCLOSE.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  CAFETERIA REGISTER CLOSEOUT -- POSTX CARRIED THE
001100*                 SALES AND DEPOSITS BUT NOTHING TIED THEM TO WHAT
001200*                 THE CASHIER COUNTED INTO THE BAG.  EACH REGISTER
001300*                 NOW CLOSES OUT ON REGCLOSE (CASH COUNTED, CHECKS
001400*                 COUNTED, CASHIER INITIALS).  THIS DAILY JOB
001500*                 BALANCES THE COUNT AGAINST THE REGISTER'S D
001600*                 DEPOSITS AND CASH S SALES FOR THE DAY, PRINTS
001700*                 OVER/SHORT BY REGISTER AND BY CASHIER WITH A
001800*                 MONTH-TO-DATE TOTAL FROM REGHIST, AND APPENDS
001900*                 THE DAY TO REGHIST.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PARM-FILE ASSIGN TO "REGPARM"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000
003100     SELECT CLOSEOUT-FILE ASSIGN TO "REGCLOSE"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CL-STATUS.
003400
003500     SELECT POS-TRANSACTIONS ASSIGN TO "POSTX"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TX-STATUS.
003800
003900     SELECT CLOSEOUT-HISTORY ASSIGN TO "REGHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RH-STATUS.
004200
004300     SELECT CLOSEOUT-REPORT ASSIGN TO "REGRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARM-FILE.
004900*----------------------------------------------------------------
005000* THE BUSINESS DATE (CCYYMMDD; ZERO TAKES THE DATE OF THE FIRST
005100* CLOSEOUT ROW) AND THE OVER/SHORT TOLERANCE (DEFAULT 1.00).
005200*----------------------------------------------------------------
005300 01  PARM-RECORD.
005400     05 PARM-DATE             PIC 9(08).
005500     05 PARM-TOLERANCE        PIC 9(03)V99.
005600
005700 FD  CLOSEOUT-FILE.
005800*----------------------------------------------------------------
005900* ONE ROW PER REGISTER PER DAY, KEYED FROM THE DEPOSIT SLIP THE
006000* CASHIER FILLS IN AT CLOSE.  A SECOND ROW FOR THE SAME REGISTER
006100* AND DAY IS A RECOUNT AND REPLACES THE FIRST.
006200*----------------------------------------------------------------
006300 01  CLOSEOUT-RECORD.
006400     05 CL-REGISTER           PIC X(04).
006500     05 CL-DATE               PIC 9(08).
006600     05 CL-CASH               PIC 9(05)V99.
006700     05 CL-CHECKS             PIC 9(05)V99.
006800     05 CL-CASHIER            PIC X(03).
006900
007000 FD  POS-TRANSACTIONS.
007100*----------------------------------------------------------------
007200* LAYOUT MUST MATCH GRADE-SCHOOL-MEAL'S TX-RECORD.
007300*----------------------------------------------------------------
007400 01  TX-RECORD.
007500     05 PT-TYPE               PIC X(01).
007600     05 PT-STUDENT-ID         PIC 9(09).
007700     05 PT-DATE               PIC 9(08).
007800     05 PT-AMOUNT             PIC 9(03)V99.
007900     05 PT-REGISTER           PIC X(04).
008000     05 PT-TENDER             PIC X(01).
008100
008200 FD  CLOSEOUT-HISTORY.
008300*----------------------------------------------------------------
008400* ONE ROW PER REGISTER PER DAY BALANCED, APPENDED BY THIS JOB --
008500* THE MONTH-TO-DATE TOTALS ARE SUMMED FROM HERE.
008600*----------------------------------------------------------------
008700 01  HISTORY-RECORD.
008800     05 RH-REGISTER           PIC X(04).
008900     05 RH-DATE               PIC 9(08).
009000     05 RH-CASHIER            PIC X(03).
009100     05 RH-EXPECTED           PIC 9(05)V99.
009200     05 RH-COUNTED            PIC 9(05)V99.
009300     05 RH-OVER-SHORT         PIC S9(05)V99.
009400
009500 FD  CLOSEOUT-REPORT.
009600 01  RPT-LINE                 PIC X(120).
009700
009800 WORKING-STORAGE SECTION.
009900 01 WS-PARM-STATUS             PIC XX.
010000 01 WS-CL-STATUS               PIC XX.
010100 01 WS-TX-STATUS               PIC XX.
010200 01 WS-RH-STATUS               PIC XX.
010300 01 WS-RUN-DATE                PIC 9(08) VALUE ZERO.
010400 01 WS-RUN-MONTH               PIC 9(06).
010500 01 WS-TOLERANCE               PIC 9(03)V99 VALUE 1.00.
010600 01 WS-ALREADY-POSTED          PIC X VALUE "N".
010700     88 HISTORY-ALREADY-POSTED          VALUE "Y".
010800 01 WS-CLOSEOUT-COUNT          PIC 9(05) COMP VALUE ZERO.
010900 01 WS-RECOUNT-COUNT           PIC 9(05) COMP VALUE ZERO.
011000 01 WS-TX-COUNT                PIC 9(07) COMP VALUE ZERO.
011100 01 WS-NO-REGISTER-COUNT       PIC 9(07) COMP VALUE ZERO.
011200 01 WS-NOT-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
011300 01 WS-OUT-OF-BALANCE-COUNT    PIC 9(05) COMP VALUE ZERO.
011400 01 WS-TABLE-FULL-COUNT        PIC 9(05) COMP VALUE ZERO.
011500 01 WS-FOUND-INDX              PIC 9(04) COMP.
011600 01 WS-REGISTER                PIC X(04).
011700 01 WS-CASHIER                 PIC X(03).
011800 01 WS-OVER-SHORT              PIC S9(05)V99.
011900 01 WS-ABS-OVER-SHORT          PIC 9(05)V99.
012000 01 WS-FLAG                    PIC X(12).
012100 01 WS-COUNT-DISP              PIC ZZZZ9.
012200 01 WS-AMT-DISP-1              PIC ZZ,ZZ9.99.
012300 01 WS-AMT-DISP-2              PIC ZZ,ZZ9.99.
012400 01 WS-AMT-DISP-3              PIC ZZ,ZZ9.99.
012500 01 WS-AMT-DISP-4              PIC ZZ,ZZ9.99.
012600 01 WS-OS-DISP-1               PIC +++,++9.99.
012700 01 WS-OS-DISP-2               PIC +++,++9.99.
012800 01 WS-TOTAL-EXPECTED          PIC 9(07)V99 VALUE ZERO.
012900 01 WS-TOTAL-COUNTED           PIC 9(07)V99 VALUE ZERO.
013000 01 WS-TOTAL-OVER-SHORT        PIC S9(07)V99 VALUE ZERO.
013100 01 WS-TOTAL-MTD               PIC S9(07)V99 VALUE ZERO.
013200 01 WS-TOTAL-DISP-1            PIC ZZZ,ZZ9.99.
013300 01 WS-TOTAL-DISP-2            PIC ZZZ,ZZ9.99.
013400 01 WS-TOTAL-OS-DISP-1         PIC ++,+++,++9.99.
013500 01 WS-TOTAL-OS-DISP-2         PIC ++,+++,++9.99.
013600 01 I                          PIC 9(04) COMP.
013700 01 J                          PIC 9(04) COMP.
013800
013900*----------------------------------------------------------------
014000* ONE ROW PER REGISTER SEEN TODAY OR EARLIER IN THE MONTH.  THE
014100* EXPECTED DRAWER IS SPLIT CASH / CHECK THE WAY THE SLIP IS, SO
014200* A CHECK KEYED AS CASH SHOWS AS OFFSETTING AMOUNTS, NOT A LOSS.
014300*----------------------------------------------------------------
014400 01 WS-REG-COUNT               PIC 9(04) COMP VALUE ZERO.
014500 01 REGISTER-TABLE.
014600     02 RG-ROW                OCCURS 1 TO 100 TIMES
014700                                 DEPENDING ON WS-REG-COUNT.
014800        05 RG-REGISTER        PIC X(04).
014900        05 RG-CASHIER         PIC X(03).
015000        05 RG-CLOSED          PIC X(01).
015100        05 RG-ACTIVE          PIC X(01).
015200        05 RG-EXP-CASH        PIC 9(05)V99.
015300        05 RG-EXP-CHECKS      PIC 9(05)V99.
015400        05 RG-CNT-CASH        PIC 9(05)V99.
015500        05 RG-CNT-CHECKS      PIC 9(05)V99.
015600        05 RG-OVER-SHORT      PIC S9(05)V99.
015700        05 RG-MTD-OVER-SHORT  PIC S9(07)V99.
015800        05 RG-MTD-DAYS        PIC 9(03) COMP.
015900
016000*----------------------------------------------------------------
016100* ONE ROW PER CASHIER.  DAYS OUT COUNTS THE CLOSEOUTS THIS MONTH
016200* OUTSIDE THE TOLERANCE -- THE PATTERN, NOT THE ONE BAD AFTERNOON.
016300*----------------------------------------------------------------
016400 01 WS-CASHIER-COUNT           PIC 9(04) COMP VALUE ZERO.
016500 01 CASHIER-TABLE.
016600     02 CS-ROW                OCCURS 1 TO 200 TIMES
016700                                 DEPENDING ON WS-CASHIER-COUNT.
016800        05 CS-CASHIER         PIC X(03).
016900        05 CS-TODAY-CLOSEOUTS PIC 9(03) COMP.
017000        05 CS-OVER-SHORT      PIC S9(05)V99.
017100        05 CS-MTD-OVER-SHORT  PIC S9(07)V99.
017200        05 CS-MTD-DAYS        PIC 9(03) COMP.
017300        05 CS-MTD-DAYS-OUT    PIC 9(03) COMP.
017400
017500 PROCEDURE DIVISION.
017600
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE
017900     PERFORM 2000-LOAD-CLOSEOUTS
018000     PERFORM 3000-ACCUMULATE-SALES
018100     PERFORM 4000-BALANCE-REGISTERS
018200     PERFORM 5000-LOAD-HISTORY
018300     PERFORM 6000-PRINT-REGISTERS
018400     PERFORM 7000-PRINT-CASHIERS
018500     PERFORM 8000-APPEND-HISTORY
018600     PERFORM 9000-TERMINATE
018700     GOBACK.
018800
018900 1000-INITIALIZE.
019000     OPEN INPUT PARM-FILE.
019100     IF WS-PARM-STATUS = "00"
019200        READ PARM-FILE
019300            AT END MOVE "10" TO WS-PARM-STATUS
019400        END-READ
019500     END-IF.
019600     IF WS-PARM-STATUS = "00"
019700        IF PARM-DATE NUMERIC
019800           MOVE PARM-DATE TO WS-RUN-DATE
019900        END-IF
020000        IF PARM-TOLERANCE NUMERIC AND PARM-TOLERANCE > 0
020100           MOVE PARM-TOLERANCE TO WS-TOLERANCE
020200        END-IF
020300        CLOSE PARM-FILE
020400     END-IF.
020500     OPEN OUTPUT CLOSEOUT-REPORT.
020600
020700*----------------------------------------------------------------
020800* A BLANK REGISTER OR A BAD AMOUNT IS A MISKEYED SLIP; IT IS
020900* SHOWN AND SKIPPED, AND THE REGISTER THEN SHOWS AS NOT CLOSED.
021000*----------------------------------------------------------------
021100 2000-LOAD-CLOSEOUTS.
021200     OPEN INPUT CLOSEOUT-FILE.
021300     IF WS-CL-STATUS NOT = "00"
021400        MOVE "10" TO WS-CL-STATUS
021500     END-IF.
021600     PERFORM UNTIL WS-CL-STATUS NOT = "00"
021700        READ CLOSEOUT-FILE
021800            AT END MOVE "10" TO WS-CL-STATUS
021900        END-READ
022000        IF WS-CL-STATUS = "00"
022100           IF WS-RUN-DATE = 0
022200              AND CL-DATE NUMERIC
022300              MOVE CL-DATE TO WS-RUN-DATE
022400           END-IF
022500           IF CL-DATE = WS-RUN-DATE
022600              PERFORM 2100-POST-ONE-CLOSEOUT
022700           END-IF
022800        END-IF
022900     END-PERFORM.
023000     IF WS-CL-STATUS = "10"
023100        CLOSE CLOSEOUT-FILE
023200     END-IF.
023300     IF WS-RUN-DATE = 0
023400        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
023500     END-IF.
023600     MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
023700     MOVE SPACES TO RPT-LINE.
023800     STRING "CAFETERIA REGISTER CLOSEOUT  BUSINESS DATE "
023900         DELIMITED BY SIZE
024000         WS-RUN-DATE DELIMITED BY SIZE
024100         INTO RPT-LINE
024200     END-STRING.
024300     WRITE RPT-LINE.
024400     MOVE SPACES TO RPT-LINE.
024500     WRITE RPT-LINE.
024600
024700 2100-POST-ONE-CLOSEOUT.
024800     IF CL-REGISTER = SPACES
024900        OR CL-CASH NOT NUMERIC
025000        OR CL-CHECKS NOT NUMERIC
025100        MOVE SPACES TO RPT-LINE
025200        STRING "BAD CLOSEOUT ROW SKIPPED: " DELIMITED BY SIZE
025300            CLOSEOUT-RECORD DELIMITED BY SIZE
025400            INTO RPT-LINE
025500        END-STRING
025600        WRITE RPT-LINE
025700        EXIT PARAGRAPH
025800     END-IF.
025900     ADD 1 TO WS-CLOSEOUT-COUNT.
026000     MOVE CL-REGISTER TO WS-REGISTER.
026100     PERFORM 2900-FIND-REGISTER.
026200     IF WS-FOUND-INDX = 0
026300        EXIT PARAGRAPH
026400     END-IF.
026500     IF RG-CLOSED(WS-FOUND-INDX) = "Y"
026600        ADD 1 TO WS-RECOUNT-COUNT
026700     END-IF.
026800     MOVE "Y" TO RG-CLOSED(WS-FOUND-INDX).
026900     MOVE "Y" TO RG-ACTIVE(WS-FOUND-INDX).
027000     MOVE CL-CASHIER TO RG-CASHIER(WS-FOUND-INDX).
027100     MOVE CL-CASH TO RG-CNT-CASH(WS-FOUND-INDX).
027200     MOVE CL-CHECKS TO RG-CNT-CHECKS(WS-FOUND-INDX).
027300
027400*----------------------------------------------------------------
027500* FIND WS-REGISTER IN THE TABLE, ADDING IT IF NEW.  A FULL TABLE
027600* LEAVES WS-FOUND-INDX ZERO.
027700*----------------------------------------------------------------
027800 2900-FIND-REGISTER.
027900     MOVE 0 TO WS-FOUND-INDX.
028000     PERFORM VARYING J FROM 1 BY 1
028100         UNTIL J > WS-REG-COUNT OR WS-FOUND-INDX > 0
028200        IF RG-REGISTER(J) = WS-REGISTER
028300           MOVE J TO WS-FOUND-INDX
028400        END-IF
028500     END-PERFORM.
028600     IF WS-FOUND-INDX > 0
028700        EXIT PARAGRAPH
028800     END-IF.
028900     IF WS-REG-COUNT NOT < 100
029000        ADD 1 TO WS-TABLE-FULL-COUNT
029100        EXIT PARAGRAPH
029200     END-IF.
029300     ADD 1 TO WS-REG-COUNT.
029400     MOVE WS-REG-COUNT TO WS-FOUND-INDX.
029500     MOVE WS-REGISTER TO RG-REGISTER(WS-FOUND-INDX).
029600     MOVE SPACES TO RG-CASHIER(WS-FOUND-INDX).
029700     MOVE "N" TO RG-CLOSED(WS-FOUND-INDX).
029800     MOVE "N" TO RG-ACTIVE(WS-FOUND-INDX).
029900     MOVE 0 TO RG-EXP-CASH(WS-FOUND-INDX).
030000     MOVE 0 TO RG-EXP-CHECKS(WS-FOUND-INDX).
030100     MOVE 0 TO RG-CNT-CASH(WS-FOUND-INDX).
030200     MOVE 0 TO RG-CNT-CHECKS(WS-FOUND-INDX).
030300     MOVE 0 TO RG-OVER-SHORT(WS-FOUND-INDX).
030400     MOVE 0 TO RG-MTD-OVER-SHORT(WS-FOUND-INDX).
030500     MOVE 0 TO RG-MTD-DAYS(WS-FOUND-INDX).
030600
030700*----------------------------------------------------------------
030800* THE DRAWER SHOULD HOLD EVERY D DEPOSIT THE REGISTER TOOK (C OR
030900* BLANK CASH, K CHECK) AND EVERY S SALE PAID IN CASH AT THE
031000* AMOUNT THE REGISTER RANG.  A SALE CHARGED TO THE ACCOUNT PUT
031100* NOTHING IN THE DRAWER.  ROWS WITH NO REGISTER (OFFICE OR ONLINE
031200* DEPOSITS) ARE COUNTED AND LEFT OUT.
031300*----------------------------------------------------------------
031400 3000-ACCUMULATE-SALES.
031500     OPEN INPUT POS-TRANSACTIONS.
031600     IF WS-TX-STATUS NOT = "00"
031700        MOVE "10" TO WS-TX-STATUS
031800     END-IF.
031900     PERFORM UNTIL WS-TX-STATUS NOT = "00"
032000        READ POS-TRANSACTIONS
032100            AT END MOVE "10" TO WS-TX-STATUS
032200        END-READ
032300        IF WS-TX-STATUS = "00"
032400           AND PT-DATE = WS-RUN-DATE
032500           PERFORM 3100-ADD-ONE-ROW
032600        END-IF
032700     END-PERFORM.
032800     IF WS-TX-STATUS = "10"
032900        CLOSE POS-TRANSACTIONS
033000     END-IF.
033100
033200 3100-ADD-ONE-ROW.
033300     IF PT-TYPE = "S" AND PT-TENDER NOT = "C"
033400        EXIT PARAGRAPH
033500     END-IF.
033600     IF PT-TYPE NOT = "S" AND PT-TYPE NOT = "D"
033700        EXIT PARAGRAPH
033800     END-IF.
033900     ADD 1 TO WS-TX-COUNT.
034000     IF PT-REGISTER = SPACES
034100        ADD 1 TO WS-NO-REGISTER-COUNT
034200        EXIT PARAGRAPH
034300     END-IF.
034400     MOVE PT-REGISTER TO WS-REGISTER.
034500     PERFORM 2900-FIND-REGISTER.
034600     IF WS-FOUND-INDX = 0
034700        EXIT PARAGRAPH
034800     END-IF.
034900     MOVE "Y" TO RG-ACTIVE(WS-FOUND-INDX).
035000     IF PT-TYPE = "D" AND PT-TENDER = "K"
035100        ADD PT-AMOUNT TO RG-EXP-CHECKS(WS-FOUND-INDX)
035200     ELSE
035300        ADD PT-AMOUNT TO RG-EXP-CASH(WS-FOUND-INDX)
035400     END-IF.
035500
035600 4000-BALANCE-REGISTERS.
035700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
035800        COMPUTE RG-OVER-SHORT(I)
035900            = RG-CNT-CASH(I) + RG-CNT-CHECKS(I)
036000            - RG-EXP-CASH(I) - RG-EXP-CHECKS(I)
036100        IF RG-CLOSED(I) = "Y"
036200           MOVE RG-CASHIER(I) TO WS-CASHIER
036300           PERFORM 4100-FIND-CASHIER
036400           IF WS-FOUND-INDX > 0
036500              ADD 1 TO CS-TODAY-CLOSEOUTS(WS-FOUND-INDX)
036600              ADD RG-OVER-SHORT(I) TO CS-OVER-SHORT(WS-FOUND-INDX)
036700           END-IF
036800        END-IF
036900     END-PERFORM.
037000
037100 4100-FIND-CASHIER.
037200     MOVE 0 TO WS-FOUND-INDX.
037300     PERFORM VARYING J FROM 1 BY 1
037400         UNTIL J > WS-CASHIER-COUNT OR WS-FOUND-INDX > 0
037500        IF CS-CASHIER(J) = WS-CASHIER
037600           MOVE J TO WS-FOUND-INDX
037700        END-IF
037800     END-PERFORM.
037900     IF WS-FOUND-INDX > 0
038000        EXIT PARAGRAPH
038100     END-IF.
038200     IF WS-CASHIER-COUNT NOT < 200
038300        ADD 1 TO WS-TABLE-FULL-COUNT
038400        EXIT PARAGRAPH
038500     END-IF.
038600     ADD 1 TO WS-CASHIER-COUNT.
038700     MOVE WS-CASHIER-COUNT TO WS-FOUND-INDX.
038800     MOVE WS-CASHIER TO CS-CASHIER(WS-FOUND-INDX).
038900     MOVE 0 TO CS-TODAY-CLOSEOUTS(WS-FOUND-INDX).
039000     MOVE 0 TO CS-OVER-SHORT(WS-FOUND-INDX).
039100     MOVE 0 TO CS-MTD-OVER-SHORT(WS-FOUND-INDX).
039200     MOVE 0 TO CS-MTD-DAYS(WS-FOUND-INDX).
039300     MOVE 0 TO CS-MTD-DAYS-OUT(WS-FOUND-INDX).
039400
039500*----------------------------------------------------------------
039600* EARLIER DAYS OF THE MONTH FROM REGHIST.  A ROW ALREADY ON FILE
039700* FOR THE BUSINESS DATE MEANS THIS IS A RERUN: TODAY'S FIGURES
039800* ARE REPORTED FROM THE INPUT AND THE HISTORY IS NOT APPENDED
039900* AGAIN.
040000*----------------------------------------------------------------
040100 5000-LOAD-HISTORY.
040200     OPEN INPUT CLOSEOUT-HISTORY.
040300     IF WS-RH-STATUS NOT = "00"
040400        MOVE "10" TO WS-RH-STATUS
040500     END-IF.
040600     PERFORM UNTIL WS-RH-STATUS NOT = "00"
040700        READ CLOSEOUT-HISTORY
040800            AT END MOVE "10" TO WS-RH-STATUS
040900        END-READ
041000        IF WS-RH-STATUS = "00"
041100           IF RH-DATE = WS-RUN-DATE
041200              SET HISTORY-ALREADY-POSTED TO TRUE
041300           ELSE
041400              IF RH-DATE(1:6) = WS-RUN-MONTH
041500                 AND RH-DATE < WS-RUN-DATE
041600                 PERFORM 5100-ADD-HISTORY-ROW
041700              END-IF
041800           END-IF
041900        END-IF
042000     END-PERFORM.
042100     IF WS-RH-STATUS = "10"
042200        CLOSE CLOSEOUT-HISTORY
042300     END-IF.
042400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
042500        IF RG-CLOSED(I) = "Y"
042600           ADD RG-OVER-SHORT(I) TO RG-MTD-OVER-SHORT(I)
042700           ADD 1 TO RG-MTD-DAYS(I)
042800           MOVE RG-CASHIER(I) TO WS-CASHIER
042900           MOVE RG-OVER-SHORT(I) TO WS-OVER-SHORT
043000           PERFORM 5200-ADD-CASHIER-DAY
043100        END-IF
043200     END-PERFORM.
043300
043400 5100-ADD-HISTORY-ROW.
043500     MOVE RH-REGISTER TO WS-REGISTER.
043600     PERFORM 2900-FIND-REGISTER.
043700     IF WS-FOUND-INDX > 0
043800        ADD RH-OVER-SHORT TO RG-MTD-OVER-SHORT(WS-FOUND-INDX)
043900        ADD 1 TO RG-MTD-DAYS(WS-FOUND-INDX)
044000     END-IF.
044100     MOVE RH-CASHIER TO WS-CASHIER.
044200     MOVE RH-OVER-SHORT TO WS-OVER-SHORT.
044300     PERFORM 5200-ADD-CASHIER-DAY.
044400
044500 5200-ADD-CASHIER-DAY.
044600     PERFORM 4100-FIND-CASHIER.
044700     IF WS-FOUND-INDX = 0
044800        EXIT PARAGRAPH
044900     END-IF.
045000     ADD WS-OVER-SHORT TO CS-MTD-OVER-SHORT(WS-FOUND-INDX).
045100     ADD 1 TO CS-MTD-DAYS(WS-FOUND-INDX).
045200     IF WS-OVER-SHORT < 0
045300        COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
045400     ELSE
045500        MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
045600     END-IF.
045700     IF WS-ABS-OVER-SHORT > WS-TOLERANCE
045800        ADD 1 TO CS-MTD-DAYS-OUT(WS-FOUND-INDX)
045900     END-IF.
046000
046100*----------------------------------------------------------------
046200* BY REGISTER.  A REGISTER THAT TOOK MONEY BUT NEVER CLOSED OUT
046300* IS FLAGGED; ONE SEEN ONLY EARLIER IN THE MONTH SHOWS ITS
046400* MONTH-TO-DATE LINE ALONE.
046500*----------------------------------------------------------------
046600 6000-PRINT-REGISTERS.
046700     IF WS-REG-COUNT > 0
046800        SORT RG-ROW ASCENDING RG-REGISTER
046900     END-IF.
047000     MOVE "OVER/SHORT BY REGISTER" TO RPT-LINE.
047100     WRITE RPT-LINE.
047200     MOVE SPACES TO RPT-LINE.
047300     STRING "REG  CASHIER EXP CASH  CNT CASH   EXP CHKS  CNT CHKS"
047400         DELIMITED BY SIZE
047500         "   OVER/SHORT     MTD O/S  DAYS" DELIMITED BY SIZE
047600         INTO RPT-LINE
047700     END-STRING.
047800     WRITE RPT-LINE.
047900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
048000        PERFORM 6100-REGISTER-LINE
048100     END-PERFORM.
048200     MOVE WS-TOTAL-EXPECTED TO WS-TOTAL-DISP-1.
048300     MOVE WS-TOTAL-COUNTED TO WS-TOTAL-DISP-2.
048400     MOVE WS-TOTAL-OVER-SHORT TO WS-TOTAL-OS-DISP-1.
048500     MOVE WS-TOTAL-MTD TO WS-TOTAL-OS-DISP-2.
048600     MOVE SPACES TO RPT-LINE.
048700     STRING "ALL REGISTERS  EXPECTED " DELIMITED BY SIZE
048800         WS-TOTAL-DISP-1 DELIMITED BY SIZE
048900         "  COUNTED " DELIMITED BY SIZE
049000         WS-TOTAL-DISP-2 DELIMITED BY SIZE
049100         "  OVER/SHORT " DELIMITED BY SIZE
049200         WS-TOTAL-OS-DISP-1 DELIMITED BY SIZE
049300         "  MTD " DELIMITED BY SIZE
049400         WS-TOTAL-OS-DISP-2 DELIMITED BY SIZE
049500         INTO RPT-LINE
049600     END-STRING.
049700     WRITE RPT-LINE.
049800     MOVE SPACES TO RPT-LINE.
049900     WRITE RPT-LINE.
050000
050100 6100-REGISTER-LINE.
050200     MOVE SPACES TO WS-FLAG.
050300     IF RG-ACTIVE(I) = "Y"
050400        ADD RG-EXP-CASH(I) TO WS-TOTAL-EXPECTED
050500        ADD RG-EXP-CHECKS(I) TO WS-TOTAL-EXPECTED
050600        ADD RG-CNT-CASH(I) TO WS-TOTAL-COUNTED
050700        ADD RG-CNT-CHECKS(I) TO WS-TOTAL-COUNTED
050800        IF RG-CLOSED(I) = "N"
050900           MOVE "NOT CLOSED" TO WS-FLAG
051000           ADD 1 TO WS-NOT-CLOSED-COUNT
051100        ELSE
051200           ADD RG-OVER-SHORT(I) TO WS-TOTAL-OVER-SHORT
051300           IF RG-OVER-SHORT(I) < 0
051400              COMPUTE WS-ABS-OVER-SHORT = 0 - RG-OVER-SHORT(I)
051500           ELSE
051600              MOVE RG-OVER-SHORT(I) TO WS-ABS-OVER-SHORT
051700           END-IF
051800           IF WS-ABS-OVER-SHORT > WS-TOLERANCE
051900              MOVE "OUT OF BAL" TO WS-FLAG
052000              ADD 1 TO WS-OUT-OF-BALANCE-COUNT
052100           END-IF
052200        END-IF
052300     END-IF.
052400     ADD RG-MTD-OVER-SHORT(I) TO WS-TOTAL-MTD.
052500     MOVE RG-EXP-CASH(I) TO WS-AMT-DISP-1.
052600     MOVE RG-CNT-CASH(I) TO WS-AMT-DISP-2.
052700     MOVE RG-EXP-CHECKS(I) TO WS-AMT-DISP-3.
052800     MOVE RG-CNT-CHECKS(I) TO WS-AMT-DISP-4.
052900     MOVE RG-OVER-SHORT(I) TO WS-OS-DISP-1.
053000     MOVE RG-MTD-OVER-SHORT(I) TO WS-OS-DISP-2.
053100     MOVE RG-MTD-DAYS(I) TO WS-COUNT-DISP.
053200     MOVE SPACES TO RPT-LINE.
053300     IF RG-ACTIVE(I) = "Y"
053400        STRING RG-REGISTER(I) DELIMITED BY SIZE
053500            " " DELIMITED BY SIZE
053600            RG-CASHIER(I) DELIMITED BY SIZE
053700            "    " DELIMITED BY SIZE
053800            WS-AMT-DISP-1 DELIMITED BY SIZE
053900            " " DELIMITED BY SIZE
054000            WS-AMT-DISP-2 DELIMITED BY SIZE
054100            "  " DELIMITED BY SIZE
054200            WS-AMT-DISP-3 DELIMITED BY SIZE
054300            " " DELIMITED BY SIZE
054400            WS-AMT-DISP-4 DELIMITED BY SIZE
054500            "   " DELIMITED BY SIZE
054600            WS-OS-DISP-1 DELIMITED BY SIZE
054700            "  " DELIMITED BY SIZE
054800            WS-OS-DISP-2 DELIMITED BY SIZE
054900            " " DELIMITED BY SIZE
055000            WS-COUNT-DISP DELIMITED BY SIZE
055100            "  " DELIMITED BY SIZE
055200            WS-FLAG DELIMITED BY SIZE
055300            INTO RPT-LINE
055400        END-STRING
055500     ELSE
055600        STRING RG-REGISTER(I) DELIMITED BY SIZE
055700            "     NO ACTIVITY TODAY" DELIMITED BY SIZE
055800            INTO RPT-LINE
055900        END-STRING
056000        STRING WS-OS-DISP-2 DELIMITED BY SIZE
056100            " " DELIMITED BY SIZE
056200            WS-COUNT-DISP DELIMITED BY SIZE
056300            INTO RPT-LINE(68:)
056400        END-STRING
056500     END-IF.
056600     WRITE RPT-LINE.
056700
056800 7000-PRINT-CASHIERS.
056900     IF WS-CASHIER-COUNT > 0
057000        SORT CS-ROW ASCENDING CS-CASHIER
057100     END-IF.
057200     MOVE "OVER/SHORT BY CASHIER" TO RPT-LINE.
057300     WRITE RPT-LINE.
057400     MOVE SPACES TO RPT-LINE.
057410     STRING "CASHIER  CLOSEOUTS   OVER/SHORT     MTD O/S"
057420         DELIMITED BY SIZE
057430         "  DAYS  DAYS OUT" DELIMITED BY SIZE
057440         INTO RPT-LINE
057450     END-STRING.
057600     WRITE RPT-LINE.
057700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASHIER-COUNT
057800        MOVE CS-OVER-SHORT(I) TO WS-OS-DISP-1
057900        MOVE CS-MTD-OVER-SHORT(I) TO WS-OS-DISP-2
058000        MOVE CS-TODAY-CLOSEOUTS(I) TO WS-COUNT-DISP
058100        MOVE SPACES TO RPT-LINE
058200        STRING CS-CASHIER(I) DELIMITED BY SIZE
058300            "          " DELIMITED BY SIZE
058400            WS-COUNT-DISP DELIMITED BY SIZE
058500            "   " DELIMITED BY SIZE
058600            WS-OS-DISP-1 DELIMITED BY SIZE
058700            "  " DELIMITED BY SIZE
058800            WS-OS-DISP-2 DELIMITED BY SIZE
058900            INTO RPT-LINE
059000        END-STRING
059100        MOVE CS-MTD-DAYS(I) TO WS-COUNT-DISP
059200        MOVE WS-COUNT-DISP TO RPT-LINE(45:5)
059300        MOVE CS-MTD-DAYS-OUT(I) TO WS-COUNT-DISP
059400        MOVE WS-COUNT-DISP TO RPT-LINE(55:5)
059500        WRITE RPT-LINE
059600     END-PERFORM.
059700
059800 8000-APPEND-HISTORY.
059900     IF HISTORY-ALREADY-POSTED
060000        MOVE SPACES TO RPT-LINE
060100        WRITE RPT-LINE
060200        MOVE "REGHIST ALREADY HOLDS THIS DATE -- NOT APPENDED"
060300            TO RPT-LINE
060400        WRITE RPT-LINE
060500        EXIT PARAGRAPH
060600     END-IF.
060700     OPEN EXTEND CLOSEOUT-HISTORY.
060800     IF WS-RH-STATUS = "35"
060900        OPEN OUTPUT CLOSEOUT-HISTORY
061000     END-IF.
061100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
061200        IF RG-CLOSED(I) = "Y"
061300           MOVE RG-REGISTER(I) TO RH-REGISTER
061400           MOVE WS-RUN-DATE TO RH-DATE
061500           MOVE RG-CASHIER(I) TO RH-CASHIER
061600           COMPUTE RH-EXPECTED = RG-EXP-CASH(I) + RG-EXP-CHECKS(I)
061700           COMPUTE RH-COUNTED = RG-CNT-CASH(I) + RG-CNT-CHECKS(I)
061800           MOVE RG-OVER-SHORT(I) TO RH-OVER-SHORT
061900           WRITE HISTORY-RECORD
062000        END-IF
062100     END-PERFORM.
062200     CLOSE CLOSEOUT-HISTORY.
062300
062400 9000-TERMINATE.
062500     MOVE SPACES TO RPT-LINE.
062600     WRITE RPT-LINE.
062700     MOVE WS-CLOSEOUT-COUNT TO WS-COUNT-DISP.
062800     STRING "CLOSEOUTS READ:           " WS-COUNT-DISP
062900         DELIMITED BY SIZE INTO RPT-LINE.
063000     WRITE RPT-LINE.
063100     MOVE SPACES TO RPT-LINE.
063200     MOVE WS-RECOUNT-COUNT TO WS-COUNT-DISP.
063300     STRING "RECOUNTS REPLACED:        " WS-COUNT-DISP
063400         DELIMITED BY SIZE INTO RPT-LINE.
063500     WRITE RPT-LINE.
063600     MOVE SPACES TO RPT-LINE.
063700     MOVE WS-NOT-CLOSED-COUNT TO WS-COUNT-DISP.
063800     STRING "REGISTERS NOT CLOSED:     " WS-COUNT-DISP
063900         DELIMITED BY SIZE INTO RPT-LINE.
064000     WRITE RPT-LINE.
064100     MOVE SPACES TO RPT-LINE.
064200     MOVE WS-OUT-OF-BALANCE-COUNT TO WS-COUNT-DISP.
064300     STRING "OUT OF BALANCE:           " WS-COUNT-DISP
064400         DELIMITED BY SIZE INTO RPT-LINE.
064500     WRITE RPT-LINE.
064600     MOVE SPACES TO RPT-LINE.
064700     MOVE WS-NO-REGISTER-COUNT TO WS-COUNT-DISP.
064800     STRING "POSTX ROWS NO REGISTER:   " WS-COUNT-DISP
064900         DELIMITED BY SIZE INTO RPT-LINE.
065000     WRITE RPT-LINE.
065100     CLOSE CLOSEOUT-REPORT.
065200     DISPLAY "GRADE-SCHOOL-REGCLOSE " WS-RUN-DATE
065300         " REGISTERS " WS-REG-COUNT
065400         " OUT OF BALANCE " WS-OUT-OF-BALANCE-COUNT
065500         " NOT CLOSED " WS-NOT-CLOSED-COUNT.
065600     IF WS-TABLE-FULL-COUNT > 0
065700        DISPLAY "GRADE-SCHOOL-REGCLOSE TABLE FULL -- "
065800            WS-TABLE-FULL-COUNT " ROWS NOT BALANCED"
065900     END-IF.
066000     IF WS-OUT-OF-BALANCE-COUNT > 0
066100        OR WS-NOT-CLOSED-COUNT > 0
066200        MOVE 4 TO RETURN-CODE
066300     END-IF.
