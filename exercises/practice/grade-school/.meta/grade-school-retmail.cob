000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-RETMAIL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  RETURNED MAIL -- THE ONLY RECORD OF A FAMILY
001100*                 THAT HAD MOVED WAS A BOX OF RETURNED ENVELOPES.
001200*                 MODE POST APPLIES RETMTX (HOUSEHOLD, LETTER
001300*                 TYPE, DATE RETURNED) TO HSHLDMST: THE ADDRESS
001400*                 IS MARKED BAD, THE RETURN COUNTED AND DATED,
001500*                 THE CHANGE AUDITED TO HSHLDAUD, AND THE FAMILY
001600*                 PUT ON THE SHARED CALLFAM LIST SO THE LETTER
001700*                 THAT CAME BACK IS DELIVERED BY PHONE.  EVERY
001800*                 LETTER JOB SKIPS A BAD ADDRESS UNTIL THE OFFICE
001900*                 CORRECTS IT THROUGH UPDATE-HOUSEHOLD.  MODE LIST
002000*                 PRINTS ONE DAY'S CALLFAM ROWS BY HOUSEHOLD FOR
002100*                 THE OFFICE TO WORK.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002140*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002160*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002180*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002200*                 OPSERRLG ENTRY.
002220*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
002600     FUNCTION ALL INTRINSIC.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARM-FILE ASSIGN TO "RMLPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT RETURN-TRANSACTIONS ASSIGN TO "RETMTX"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TX-STATUS.
003600
003700     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HM-HOUSEHOLD-ID
004100         FILE STATUS IS WS-HM-STATUS.
004200
004300     SELECT HOUSEHOLD-AUDIT-FILE ASSIGN TO "HSHLDAUD"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-HA-STATUS.
004600
004700     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CF-STATUS.
005000
005100     SELECT REJECT-FILE ASSIGN TO "RETMREJ"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REJECT-STATUS.
005400
005500     SELECT RETURN-REPORT ASSIGN TO "RETMRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-OPS-LOG-STATUS.
006100
006200     SELECT ENQUEUE-CONTROL ASSIGN TO "ENQCTL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS NQ-DATASET
006600         FILE STATUS IS WS-NQ-STATUS.
006700
006710     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006720         ORGANIZATION IS LINE SEQUENTIAL
006730         FILE STATUS IS WS-LC-STATUS.
006740
006750     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006760         ORGANIZATION IS LINE SEQUENTIAL
006770         FILE STATUS IS WS-LU-STATUS.
006780
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARM-FILE.
007100*----------------------------------------------------------------
007200* ONE CARD: POST OR LIST, AND FOR LIST THE CALLFAM DATE TO PRINT
007300* (ZERO = TODAY).
007400*----------------------------------------------------------------
007500 01  PARM-RECORD.
007600     05 PARM-MODE             PIC X(08).
007700     05 PARM-LIST-DATE        PIC 9(08).
007800
007900 FD  RETURN-TRANSACTIONS.
008000*----------------------------------------------------------------
008100* ONE ROW PER ENVELOPE THE POST OFFICE SENT BACK, KEYED FROM THE
008200* BOX BY THE OFFICE: THE HOUSEHOLD, THE LTRTMPLT LETTER TYPE IT
008300* CARRIED, AND THE DATE IT CAME BACK.
008400*----------------------------------------------------------------
008500 01  RETURN-TX-RECORD.
008600     05 RT-HOUSEHOLD-ID       PIC 9(09).
008700     05 RT-LETTER-TYPE        PIC X(08).
008800     05 RT-DATE               PIC 9(08).
008900
009000 FD  HOUSEHOLD-MASTER.
009100*----------------------------------------------------------------
009200* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
009300*----------------------------------------------------------------
009400 01  HOUSEHOLD-RECORD.
009500     05 HM-HOUSEHOLD-ID       PIC 9(09).
009600     05 HM-GUARDIAN-1         PIC X(60).
009700     05 HM-GUARDIAN-2         PIC X(60).
009800     05 HM-ADDRESS            PIC X(40).
009900     05 HM-CITY               PIC X(25).
010000     05 HM-STATE              PIC XX.
010100     05 HM-ZIP                PIC X(10).
010200     05 HM-PHONE-1            PIC X(15).
010300     05 HM-PHONE-2            PIC X(15).
010400     05 HM-DO-NOT-MAIL        PIC X(01).
010500     05 HM-LANGUAGE           PIC X(02).
010600*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY THIS PROGRAM.
010700*    A BLANK STATUS IS A GOOD ADDRESS.
010800     05 HM-ADDR-STATUS        PIC X(01).
010900        88 HM-ADDRESS-BAD               VALUE "B".
011000     05 HM-RETURN-COUNT       PIC 9(03).
011100     05 HM-LAST-RETURN-DATE   PIC 9(08).
011200
011300 FD  HOUSEHOLD-AUDIT-FILE.
011400*----------------------------------------------------------------
011500* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-AUDIT-RECORD.
011600*----------------------------------------------------------------
011700 01  HOUSEHOLD-AUDIT-RECORD.
011800     05 HA-DATE               PIC 9(08).
011900     05 HA-ACTION             PIC X(08).
012000     05 HA-HOUSEHOLD-ID       PIC 9(09).
012100     05 HA-GUARDIAN           PIC X(60).
012200
012300 FD  CALL-FAMILY-FILE.
012400*----------------------------------------------------------------
012500* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
012600* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
012700*----------------------------------------------------------------
012800 01  CALL-FAMILY-RECORD.
012900     05 CF-DATE               PIC 9(08).
013000     05 CF-SOURCE             PIC X(08).
013100     05 CF-LETTER-TYPE        PIC X(08).
013200     05 CF-HOUSEHOLD-ID       PIC 9(09).
013300     05 CF-STUDENT-ID         PIC 9(09).
013400     05 CF-GUARDIAN           PIC X(60).
013500     05 CF-PHONE-1            PIC X(15).
013600     05 CF-PHONE-2            PIC X(15).
013700     05 CF-RETURN-COUNT       PIC 9(03).
013800
013900 FD  REJECT-FILE.
014000*----------------------------------------------------------------
014100* THE TRANSACTION AS KEYED PLUS THE REASON: NOHSHLD (NO SUCH
014200* HOUSEHOLD), BADDATE (MISSING OR AFTER TODAY) OR LOCKED (THE
014300* MASTER COULD NOT BE REWRITTEN).
014400*----------------------------------------------------------------
014500 01  REJECT-RECORD.
014600     05 RJ-HOUSEHOLD-ID       PIC 9(09).
014700     05 RJ-LETTER-TYPE        PIC X(08).
014800     05 RJ-DATE               PIC 9(08).
014900     05 RJ-REASON             PIC X(08).
015000
015100 FD  RETURN-REPORT.
015200 01  RPT-LINE                 PIC X(100).
015300
015400 FD  OPS-ERROR-LOG.
015500*----------------------------------------------------------------
015600* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
015700* SHARED SHOP-WIDE ERROR LOG.
015800*----------------------------------------------------------------
015900 01  OPS-ERROR-RECORD.
016000     05 OE-TIMESTAMP          PIC 9(14).
016100     05 OE-PROGRAM            PIC X(20).
016200     05 OE-FILE-NAME          PIC X(08).
016300     05 OE-OPERATION          PIC X(08).
016400     05 OE-STATUS             PIC XX.
016500
016600 FD  ENQUEUE-CONTROL.
016700*----------------------------------------------------------------
016800* LAYOUT MUST MATCH GRADE-SCHOOL'S ENQUEUE-RECORD -- ONE SHARED
016900* ENQUEUE CONTROL FILE FOR THE WHOLE SHOP.
017000*----------------------------------------------------------------
017100 01  ENQUEUE-RECORD.
017200     05 NQ-DATASET            PIC X(08).
017300     05 NQ-HOLDER             PIC X(08).
017400     05 NQ-ENQ-STAMP          PIC 9(14).
017500     05 NQ-UPDATE-STAMP       PIC 9(14).
017600
017604 FD  LAYOUT-CONTROL.
017608*----------------------------------------------------------------
017612* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
017616* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017620*----------------------------------------------------------------
017624 01  LAYOUT-CONTROL-RECORD.
017628     05 LC-DATASET            PIC X(08).
017632     05 LC-VERSION            PIC 9(03).
017636     05 LC-LENGTH             PIC 9(05).
017640     05 LC-EFFECTIVE-DATE     PIC 9(08).
017644
017648 FD  LAYOUT-USAGE-LOG.
017652*----------------------------------------------------------------
017656* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
017660* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
017664*----------------------------------------------------------------
017668 01  LAYOUT-USAGE-RECORD.
017672     05 LU-TIMESTAMP          PIC 9(14).
017676     05 LU-PROGRAM            PIC X(24).
017680     05 LU-DATASET            PIC X(08).
017684     05 LU-VERSION            PIC 9(03).
017688     05 LU-LENGTH             PIC 9(05).
017692     05 LU-RESULT             PIC X(08).
017696
017700 WORKING-STORAGE SECTION.
017800 01 WS-PARM-STATUS             PIC XX.
017900 01 WS-TX-STATUS               PIC XX.
018000 01 WS-HM-STATUS               PIC XX.
018100 01 WS-HA-STATUS               PIC XX.
018200 01 WS-CF-STATUS               PIC XX.
018300 01 WS-REJECT-STATUS           PIC XX.
018400 01 WS-OPS-LOG-STATUS          PIC XX.
018500 01 WS-NQ-STATUS               PIC XX.
018600 01 WS-MODE                    PIC X(08).
018700 01 WS-TODAY                   PIC 9(08).
018800 01 WS-LIST-DATE               PIC 9(08) VALUE ZERO.
018900 01 WS-TX-COUNT                PIC 9(05) COMP VALUE ZERO.
019000 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
019100 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
019200 01 WS-REJECT-REASON           PIC X(08).
019300 01 WS-COUNT-DISP              PIC ZZ9.
019400 01 WS-ERR-FILE                PIC X(08).
019500 01 WS-ERR-OPERATION           PIC X(08).
019600 01 WS-ERR-STATUS              PIC XX.
019700 01 WS-LOCK-SWITCH             PIC X(01) VALUE "Y".
019800     88 LOCK-GRANTED                     VALUE "Y".
019900     88 LOCK-REFUSED                     VALUE "N".
020000 01 I                          PIC 9(05) COMP.
020100
020200*----------------------------------------------------------------
020300* MODE LIST: THE DAY'S CALLFAM ROWS, SORTED BY HOUSEHOLD SO EACH
020400* FAMILY IS ONE CALL HOWEVER MANY JOBS LISTED IT.
020500*----------------------------------------------------------------
020600 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
020700 01 WS-FAMILY-COUNT            PIC 9(05) COMP VALUE ZERO.
020800 01 WS-PRIOR-HOUSEHOLD         PIC 9(09).
020900 01 CALL-TABLE.
021000     02 CL-ROW                OCCURS 1 TO 5000 TIMES
021100                                 DEPENDING ON WS-CALL-COUNT.
021200        05 CL-HOUSEHOLD-ID    PIC 9(09).
021300        05 CL-SOURCE          PIC X(08).
021400        05 CL-LETTER-TYPE     PIC X(08).
021500        05 CL-STUDENT-ID      PIC 9(09).
021600        05 CL-GUARDIAN        PIC X(60).
021700        05 CL-PHONE-1         PIC X(15).
021800        05 CL-PHONE-2         PIC X(15).
021900        05 CL-RETURN-COUNT    PIC 9(03).
022000
022004*----------------------------------------------------------------
022009* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
022014* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
022019*----------------------------------------------------------------
022023 01 WS-LC-STATUS               PIC XX.
022028 01 WS-LU-STATUS               PIC XX.
022033 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
022038     88 LAYOUT-MISMATCH                  VALUE "Y".
022042 01 WS-LK-DATASET              PIC X(08).
022047 01 WS-LK-VERSION              PIC 9(03).
022052 01 WS-LK-LENGTH               PIC 9(05).
022057 01 WS-LK-RESULT               PIC X(08).
022061 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
022066 01 WS-LC-INDX                 PIC 9(03) COMP.
022071 01 LAYOUT-CONTROL-TABLE.
022076     02 LCT-ROW               OCCURS 50 TIMES.
022080        05 LCT-DATASET        PIC X(08).
022085        05 LCT-VERSION        PIC 9(03).
022090        05 LCT-LENGTH         PIC 9(05).
022095
022100 PROCEDURE DIVISION.
022200
022300 0000-MAINLINE.
022310     PERFORM 9800-CHECK-LAYOUTS
022320     IF LAYOUT-MISMATCH
022330        MOVE 16 TO RETURN-CODE
022340        GOBACK
022350     END-IF
022400     PERFORM 1000-INITIALIZE
022500     EVALUATE WS-MODE
022600         WHEN "POST"
022700             PERFORM 2000-POST-RETURNS
022800         WHEN "LIST"
022900             PERFORM 5000-CALL-LIST
023000         WHEN OTHER
023100             DISPLAY "GRADE-SCHOOL-RETMAIL UNKNOWN MODE "
023200                 WS-MODE
023300             MOVE 8 TO RETURN-CODE
023400     END-EVALUATE
023500     GOBACK.
023600
023700 1000-INITIALIZE.
023800     MOVE SPACES TO WS-MODE.
023900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
024000     OPEN INPUT PARM-FILE.
024100     IF WS-PARM-STATUS = "00"
024200        READ PARM-FILE
024300            AT END CONTINUE
024400        END-READ
024500        IF WS-PARM-STATUS = "00"
024600           MOVE PARM-MODE TO WS-MODE
024700           IF PARM-LIST-DATE IS NUMERIC
024800              MOVE PARM-LIST-DATE TO WS-LIST-DATE
024900           END-IF
025000        END-IF
025100        CLOSE PARM-FILE
025200     END-IF.
025300     IF WS-LIST-DATE = 0
025400        MOVE WS-TODAY TO WS-LIST-DATE
025500     END-IF.
025600
025700*----------------------------------------------------------------
025800* NIGHTLY, AFTER THE OFFICE KEYS THE DAY'S RETURNED ENVELOPES.
025900* THE WHOLE PASS HOLDS THE HSHLDMST ENQUEUE SO AN ONLINE
026000* UPDATE-HOUSEHOLD CANNOT CROSS A RETURN IN FLIGHT.
026100*----------------------------------------------------------------
026200 2000-POST-RETURNS.
026300     PERFORM 3100-ACQUIRE-HOUSEHOLD-LOCK.
026400     IF LOCK-REFUSED
026500        MOVE 8 TO RETURN-CODE
026600        EXIT PARAGRAPH
026700     END-IF.
026800     OPEN I-O HOUSEHOLD-MASTER.
026900     OPEN EXTEND HOUSEHOLD-AUDIT-FILE.
027000     IF WS-HA-STATUS = "35"
027100        OPEN OUTPUT HOUSEHOLD-AUDIT-FILE
027200     END-IF.
027300     OPEN EXTEND CALL-FAMILY-FILE.
027400     IF WS-CF-STATUS = "35"
027500        OPEN OUTPUT CALL-FAMILY-FILE
027600     END-IF.
027700     OPEN EXTEND REJECT-FILE.
027800     IF WS-REJECT-STATUS = "35"
027900        OPEN OUTPUT REJECT-FILE
028000     END-IF.
028100     OPEN OUTPUT RETURN-REPORT.
028200     MOVE SPACES TO RPT-LINE.
028300     STRING "RETURNED MAIL POSTED " DELIMITED BY SIZE
028400         WS-TODAY DELIMITED BY SIZE
028500         INTO RPT-LINE
028600     END-STRING.
028700     WRITE RPT-LINE.
028800     MOVE "HOUSEHOLD GUARDIAN" TO RPT-LINE.
028900     MOVE "LETTER   RETURNED  RETURNS" TO RPT-LINE(42:26).
029000     WRITE RPT-LINE.
029100     OPEN INPUT RETURN-TRANSACTIONS.
029200     IF WS-TX-STATUS NOT = "00"
029300        MOVE "10" TO WS-TX-STATUS
029400     ELSE
029500        PERFORM UNTIL WS-TX-STATUS NOT = "00"
029600           READ RETURN-TRANSACTIONS
029700               AT END MOVE "10" TO WS-TX-STATUS
029800               NOT AT END PERFORM 2100-POST-ONE-RETURN
029900           END-READ
030000        END-PERFORM
030100        CLOSE RETURN-TRANSACTIONS
030200     END-IF.
030300     CLOSE RETURN-REPORT.
030400     CLOSE REJECT-FILE.
030500     CLOSE CALL-FAMILY-FILE.
030600     CLOSE HOUSEHOLD-AUDIT-FILE.
030700     CLOSE HOUSEHOLD-MASTER.
030800     PERFORM 3200-RELEASE-HOUSEHOLD-LOCK.
030900     DISPLAY "GRADE-SCHOOL-RETMAIL RETURNS READ: " WS-TX-COUNT.
031000     DISPLAY "  ADDRESSES MARKED BAD: " WS-POSTED-COUNT.
031100     DISPLAY "  REJECTED:             " WS-REJECT-COUNT.
031200     IF WS-REJECT-COUNT > 0
031300        MOVE 4 TO RETURN-CODE
031400     END-IF.
031500
031600 2100-POST-ONE-RETURN.
031700     ADD 1 TO WS-TX-COUNT.
031800     IF RT-DATE IS NOT NUMERIC
031900        OR RT-DATE = 0
032000        OR RT-DATE > WS-TODAY
032100        MOVE "BADDATE" TO WS-REJECT-REASON
032200        PERFORM 2900-REJECT-RETURN
032300        EXIT PARAGRAPH
032400     END-IF.
032500     IF RT-HOUSEHOLD-ID IS NOT NUMERIC
032600        MOVE "NOHSHLD" TO WS-REJECT-REASON
032700        PERFORM 2900-REJECT-RETURN
032800        EXIT PARAGRAPH
032900     END-IF.
033000     MOVE RT-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
033100     READ HOUSEHOLD-MASTER
033200         INVALID KEY CONTINUE
033300     END-READ.
033400     IF WS-HM-STATUS NOT = "00"
033500        MOVE "00" TO WS-HM-STATUS
033600        MOVE "NOHSHLD" TO WS-REJECT-REASON
033700        PERFORM 2900-REJECT-RETURN
033800        EXIT PARAGRAPH
033900     END-IF.
034000*    A ROW WRITTEN BEFORE THE RETURNED-MAIL COLUMNS EXISTED
034100*    STARTS FROM ZERO.
034200     IF HM-RETURN-COUNT IS NOT NUMERIC
034300        MOVE 0 TO HM-RETURN-COUNT
034400     END-IF.
034500     IF HM-LAST-RETURN-DATE IS NOT NUMERIC
034600        MOVE 0 TO HM-LAST-RETURN-DATE
034700     END-IF.
034800     MOVE "B" TO HM-ADDR-STATUS.
034900     IF HM-RETURN-COUNT < 999
035000        ADD 1 TO HM-RETURN-COUNT
035100     END-IF.
035200     IF RT-DATE > HM-LAST-RETURN-DATE
035300        MOVE RT-DATE TO HM-LAST-RETURN-DATE
035400     END-IF.
035500     REWRITE HOUSEHOLD-RECORD
035600         INVALID KEY CONTINUE
035700     END-REWRITE.
035800     IF WS-HM-STATUS NOT = "00"
035900        MOVE "HSHLDMST" TO WS-ERR-FILE
036000        MOVE "REWRITE" TO WS-ERR-OPERATION
036100        MOVE WS-HM-STATUS TO WS-ERR-STATUS
036200        PERFORM 3300-LOG-FILE-ERROR
036300        MOVE "00" TO WS-HM-STATUS
036400        MOVE "LOCKED" TO WS-REJECT-REASON
036500        PERFORM 2900-REJECT-RETURN
036600        EXIT PARAGRAPH
036700     END-IF.
036800     ADD 1 TO WS-POSTED-COUNT.
036900     MOVE WS-TODAY TO HA-DATE.
037000     MOVE "RETMAIL" TO HA-ACTION.
037100     MOVE HM-HOUSEHOLD-ID TO HA-HOUSEHOLD-ID.
037200     MOVE HM-GUARDIAN-1 TO HA-GUARDIAN.
037300     WRITE HOUSEHOLD-AUDIT-RECORD.
037400     PERFORM 2200-CALL-FAMILY.
037500     MOVE HM-RETURN-COUNT TO WS-COUNT-DISP.
037600     MOVE SPACES TO RPT-LINE.
037700     STRING HM-HOUSEHOLD-ID DELIMITED BY SIZE
037800         " " DELIMITED BY SIZE
037900         HM-GUARDIAN-1(1:30) DELIMITED BY SIZE
038000         " " DELIMITED BY SIZE
038100         RT-LETTER-TYPE DELIMITED BY SIZE
038200         " " DELIMITED BY SIZE
038300         RT-DATE DELIMITED BY SIZE
038400         "  " DELIMITED BY SIZE
038500         WS-COUNT-DISP DELIMITED BY SIZE
038600         INTO RPT-LINE
038700     END-STRING.
038800     WRITE RPT-LINE.
038900
039000*----------------------------------------------------------------
039100* THE LETTER THAT CAME BACK WAS NEVER READ -- THE FAMILY GOES ON
039200* THE CALL LIST UNDER THE LETTER TYPE IT CARRIED.  THE RETURN
039300* NAMES NO STUDENT, SO CF-STUDENT-ID IS ZERO.
039400*----------------------------------------------------------------
039500 2200-CALL-FAMILY.
039600     MOVE WS-TODAY TO CF-DATE.
039700     MOVE "RETMAIL" TO CF-SOURCE.
039800     MOVE RT-LETTER-TYPE TO CF-LETTER-TYPE.
039900     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
040000     MOVE 0 TO CF-STUDENT-ID.
040100     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
040200     MOVE HM-PHONE-1 TO CF-PHONE-1.
040300     MOVE HM-PHONE-2 TO CF-PHONE-2.
040400     MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT.
040500     WRITE CALL-FAMILY-RECORD.
040600
040700 2900-REJECT-RETURN.
040800     ADD 1 TO WS-REJECT-COUNT.
040900     MOVE RT-HOUSEHOLD-ID TO RJ-HOUSEHOLD-ID.
041000     MOVE RT-LETTER-TYPE TO RJ-LETTER-TYPE.
041100     MOVE RT-DATE TO RJ-DATE.
041200     MOVE WS-REJECT-REASON TO RJ-REASON.
041300     WRITE REJECT-RECORD.
041400
041500*----------------------------------------------------------------
041600* MIRRORS GRADE-SCHOOL'S ACQUIRE-DATASET-LOCK FOR HSHLDMST: THE
041700* ROW IS HELD FOR THE WHOLE PASS AND THE UPDATE STAMP MOVES ON
041800* RELEASE.  A ROW HELD BY ANOTHER JOB REFUSES THIS RUN AND LOGS
041900* THE LOCK-WAIT TO OPSERRLG.
042000*----------------------------------------------------------------
042100 3100-ACQUIRE-HOUSEHOLD-LOCK.
042200     OPEN I-O ENQUEUE-CONTROL.
042300     IF WS-NQ-STATUS = "35"
042400        OPEN OUTPUT ENQUEUE-CONTROL
042500        CLOSE ENQUEUE-CONTROL
042600        OPEN I-O ENQUEUE-CONTROL
042700     END-IF.
042800     MOVE "HSHLDMST" TO NQ-DATASET.
042900     READ ENQUEUE-CONTROL
043000         INVALID KEY CONTINUE
043100     END-READ.
043200     IF WS-NQ-STATUS NOT = "00"
043300        MOVE "HSHLDMST" TO NQ-DATASET
043400        MOVE "GSRETMAL" TO NQ-HOLDER
043500        MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-ENQ-STAMP
043600        MOVE 0 TO NQ-UPDATE-STAMP
043700        WRITE ENQUEUE-RECORD INVALID KEY CONTINUE END-WRITE
043800        MOVE "00" TO WS-NQ-STATUS
043900     ELSE
044000        IF NQ-HOLDER = SPACES OR NQ-HOLDER = "GSRETMAL"
044100           MOVE "GSRETMAL" TO NQ-HOLDER
044200           MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-ENQ-STAMP
044300           REWRITE ENQUEUE-RECORD
044400               INVALID KEY CONTINUE
044500           END-REWRITE
044600        ELSE
044700           SET LOCK-REFUSED TO TRUE
044800           DISPLAY "GRADE-SCHOOL-RETMAIL HALTED: HSHLDMST IS"
044900               " HELD BY " NQ-HOLDER
045000           DISPLAY "  RERUN WHEN THE ENQUEUE CLEARS"
045100           MOVE "HSHLDMST" TO WS-ERR-FILE
045200           MOVE "ENQWAIT" TO WS-ERR-OPERATION
045300           MOVE "93" TO WS-ERR-STATUS
045400           PERFORM 3300-LOG-FILE-ERROR
045500        END-IF
045600     END-IF.
045700     CLOSE ENQUEUE-CONTROL.
045800
045900 3200-RELEASE-HOUSEHOLD-LOCK.
046000     OPEN I-O ENQUEUE-CONTROL.
046100     IF WS-NQ-STATUS NOT = "00"
046200        CLOSE ENQUEUE-CONTROL
046300        EXIT PARAGRAPH
046400     END-IF.
046500     MOVE "HSHLDMST" TO NQ-DATASET.
046600     READ ENQUEUE-CONTROL
046700         INVALID KEY CONTINUE
046800     END-READ.
046900     IF WS-NQ-STATUS = "00" AND NQ-HOLDER = "GSRETMAL"
047000        MOVE SPACES TO NQ-HOLDER
047100        MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-UPDATE-STAMP
047200        REWRITE ENQUEUE-RECORD
047300            INVALID KEY CONTINUE
047400        END-REWRITE
047500     END-IF.
047600     CLOSE ENQUEUE-CONTROL.
047700
047800*----------------------------------------------------------------
047900* MIRRORS GRADE-SCHOOL'S LOG-FILE-ERROR: A REAL I/O FAILURE
048000* GOES TO THE SHARED OPSERRLG FOR THE MORNING OPERATOR REPORT.
048100*----------------------------------------------------------------
048200 3300-LOG-FILE-ERROR.
048300     OPEN EXTEND OPS-ERROR-LOG.
048400     IF WS-OPS-LOG-STATUS = "35"
048500        OPEN OUTPUT OPS-ERROR-LOG
048600     END-IF.
048700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
048800     MOVE "GSRETMAL" TO OE-PROGRAM.
048900     MOVE WS-ERR-FILE TO OE-FILE-NAME.
049000     MOVE WS-ERR-OPERATION TO OE-OPERATION.
049100     MOVE WS-ERR-STATUS TO OE-STATUS.
049200     WRITE OPS-ERROR-RECORD.
049300     CLOSE OPS-ERROR-LOG.
049400
049500*----------------------------------------------------------------
049600* THE OFFICE'S WORK LIST: EVERY CALLFAM ROW FOR THE LIST DATE,
049700* BY HOUSEHOLD, THE FAMILY'S NAME AND PHONES PRINTED ONCE WITH
049800* EACH LETTER THEY DID NOT GET BENEATH IT.
049900*----------------------------------------------------------------
050000 5000-CALL-LIST.
050100     OPEN INPUT CALL-FAMILY-FILE.
050200     IF WS-CF-STATUS NOT = "00"
050300        MOVE "10" TO WS-CF-STATUS
050400     ELSE
050500        PERFORM UNTIL WS-CF-STATUS NOT = "00"
050600           READ CALL-FAMILY-FILE
050700               AT END MOVE "10" TO WS-CF-STATUS
050800           END-READ
050900           IF WS-CF-STATUS = "00"
051000              AND CF-DATE = WS-LIST-DATE
051100              AND WS-CALL-COUNT < 5000
051200              PERFORM 5100-KEEP-ONE-CALL
051300           END-IF
051400        END-PERFORM
051500        CLOSE CALL-FAMILY-FILE
051600     END-IF.
051700     IF WS-CALL-COUNT > 1
051800        SORT CL-ROW ASCENDING CL-HOUSEHOLD-ID CL-SOURCE
051900            CL-STUDENT-ID
052000     END-IF.
052100     OPEN OUTPUT RETURN-REPORT.
052200     MOVE SPACES TO RPT-LINE.
052300     STRING "FAMILIES TO CALL -- LETTERS NOT MAILED "
052350         DELIMITED BY SIZE
052400         WS-LIST-DATE DELIMITED BY SIZE
052500         INTO RPT-LINE
052600     END-STRING.
052700     WRITE RPT-LINE.
052800     MOVE 0 TO WS-PRIOR-HOUSEHOLD.
052900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CALL-COUNT
053000        IF I = 1
053100           OR CL-HOUSEHOLD-ID(I) NOT = WS-PRIOR-HOUSEHOLD
053200           MOVE CL-HOUSEHOLD-ID(I) TO WS-PRIOR-HOUSEHOLD
053300           PERFORM 5200-FAMILY-HEADING
053400        END-IF
053500        PERFORM 5300-LETTER-LINE
053600     END-PERFORM.
053700     CLOSE RETURN-REPORT.
053800     DISPLAY "GRADE-SCHOOL-RETMAIL CALL LIST FOR " WS-LIST-DATE.
053900     DISPLAY "  FAMILIES TO CALL: " WS-FAMILY-COUNT.
054000     DISPLAY "  LETTERS HELD:     " WS-CALL-COUNT.
054100
054200 5100-KEEP-ONE-CALL.
054300     ADD 1 TO WS-CALL-COUNT.
054400     MOVE CF-HOUSEHOLD-ID TO CL-HOUSEHOLD-ID(WS-CALL-COUNT).
054500     MOVE CF-SOURCE TO CL-SOURCE(WS-CALL-COUNT).
054600     MOVE CF-LETTER-TYPE TO CL-LETTER-TYPE(WS-CALL-COUNT).
054700     MOVE CF-STUDENT-ID TO CL-STUDENT-ID(WS-CALL-COUNT).
054800     MOVE CF-GUARDIAN TO CL-GUARDIAN(WS-CALL-COUNT).
054900     MOVE CF-PHONE-1 TO CL-PHONE-1(WS-CALL-COUNT).
055000     MOVE CF-PHONE-2 TO CL-PHONE-2(WS-CALL-COUNT).
055100     MOVE CF-RETURN-COUNT TO CL-RETURN-COUNT(WS-CALL-COUNT).
055200
055300 5200-FAMILY-HEADING.
055400     ADD 1 TO WS-FAMILY-COUNT.
055500     MOVE SPACES TO RPT-LINE.
055600     WRITE RPT-LINE.
055700     MOVE CL-RETURN-COUNT(I) TO WS-COUNT-DISP.
055800     MOVE SPACES TO RPT-LINE.
055900     STRING CL-HOUSEHOLD-ID(I) DELIMITED BY SIZE
056000         " " DELIMITED BY SIZE
056100         CL-GUARDIAN(I)(1:30) DELIMITED BY SIZE
056200         " " DELIMITED BY SIZE
056300         CL-PHONE-1(I) DELIMITED BY SIZE
056400         " " DELIMITED BY SIZE
056500         CL-PHONE-2(I) DELIMITED BY SIZE
056600         " RETURNS " DELIMITED BY SIZE
056700         WS-COUNT-DISP DELIMITED BY SIZE
056800         INTO RPT-LINE
056900     END-STRING.
057000     WRITE RPT-LINE.
057100
057200 5300-LETTER-LINE.
057300     MOVE SPACES TO RPT-LINE.
057400     STRING "    " DELIMITED BY SIZE
057500         CL-SOURCE(I) DELIMITED BY SIZE
057600         " " DELIMITED BY SIZE
057700         CL-LETTER-TYPE(I) DELIMITED BY SIZE
057800         INTO RPT-LINE
057900     END-STRING.
058000     IF CL-STUDENT-ID(I) NOT = 0
058100        MOVE "STUDENT" TO RPT-LINE(23:7)
058200        MOVE CL-STUDENT-ID(I) TO RPT-LINE(31:9)
058300     END-IF.
058400     WRITE RPT-LINE.
058500
058600*----------------------------------------------------------------
058700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
058800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
058900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
059000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
059100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
059200*----------------------------------------------------------------
059300 9800-CHECK-LAYOUTS.
059400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
059500     OPEN EXTEND LAYOUT-USAGE-LOG.
059600     IF WS-LU-STATUS = "35"
059700        OPEN OUTPUT LAYOUT-USAGE-LOG
059800     END-IF.
059900     MOVE "HSHLDMST" TO WS-LK-DATASET.
060000     MOVE 3 TO WS-LK-VERSION.
060100     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
060200     PERFORM 9820-CHECK-ONE-LAYOUT.
060300     CLOSE LAYOUT-USAGE-LOG.
060400
060500 9810-LOAD-LAYOUT-CONTROL.
060600     MOVE 0 TO WS-LC-COUNT.
060700     OPEN INPUT LAYOUT-CONTROL.
060800     IF WS-LC-STATUS NOT = "00"
060900        EXIT PARAGRAPH
061000     END-IF.
061100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
061200        READ LAYOUT-CONTROL
061300            AT END MOVE "10" TO WS-LC-STATUS
061400        END-READ
061500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
061600           ADD 1 TO WS-LC-COUNT
061700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
061800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
061900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
062000        END-IF
062100     END-PERFORM.
062200     CLOSE LAYOUT-CONTROL.
062300
062400*----------------------------------------------------------------
062500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
062600* AS NOCTL.
062700*----------------------------------------------------------------
062800 9820-CHECK-ONE-LAYOUT.
062900     MOVE "NOCTL" TO WS-LK-RESULT.
063000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
063100             UNTIL WS-LC-INDX > WS-LC-COUNT
063200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
063300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
063400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
063500              MOVE "CURRENT" TO WS-LK-RESULT
063600           ELSE
063700              MOVE "MISMATCH" TO WS-LK-RESULT
063800           END-IF
063900        END-IF
064000     END-PERFORM.
064100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
064200     MOVE "GRADE-SCHOOL-RETMAIL" TO LU-PROGRAM.
064300     MOVE WS-LK-DATASET TO LU-DATASET.
064400     MOVE WS-LK-VERSION TO LU-VERSION.
064500     MOVE WS-LK-LENGTH TO LU-LENGTH.
064600     MOVE WS-LK-RESULT TO LU-RESULT.
064700     WRITE LAYOUT-USAGE-RECORD.
064800     IF WS-LK-RESULT NOT = "MISMATCH"
064900        EXIT PARAGRAPH
065000     END-IF.
065100     SET LAYOUT-MISMATCH TO TRUE.
065200     DISPLAY "GRADE-SCHOOL-RETMAIL HALTED: " WS-LK-DATASET
065300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
065400         " DOES NOT MATCH LAYOUTCT".
065500     OPEN EXTEND OPS-ERROR-LOG.
065600     IF WS-OPS-LOG-STATUS = "35"
065700        OPEN OUTPUT OPS-ERROR-LOG
065800     END-IF.
065900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
066000     MOVE "GRADE-SCHOOL-RETMAIL" TO OE-PROGRAM.
066100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
066200     MOVE "LAYOUT" TO OE-OPERATION.
066300     MOVE "16" TO OE-STATUS.
066400     WRITE OPS-ERROR-RECORD.
066500     CLOSE OPS-ERROR-LOG.
