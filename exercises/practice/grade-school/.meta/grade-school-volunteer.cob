000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-VOLUNTEER.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  VOLUNTEERS AND VISITORS -- NOBODY CHECKED THAT A
001100*                 PARENT HELPING IN A CLASSROOM OR ON A TRIP HAD
001200*                 PASSED THE DISTRICT BACKGROUND CHECK.  VOLMAST
001300*                 HOLDS EACH VOLUNTEER (NAME, HOUSEHOLD IF A
001400*                 PARENT, CLEARANCE DATE, EXPIRY, STATUS), KEPT BY
001500*                 VOLTX.  MODE POST ALSO LOGS THE FRONT DESKS'
001600*                 VISITTX SIGN-INS AND SIGN-OUTS TO VISITLOG AND
001700*                 FLAGS ON VISITEXC ANY SIGN-IN WITHOUT A CURRENT
001800*                 CLEARANCE, OR BY AN ADULT FORBIDDEN ON PICKUPAU
001900*                 FOR A STUDENT IN THAT BUILDING.  MODE HOURS
002000*                 PRINTS THE MONTH'S VOLUNTEER HOURS BY BUILDING
002100*                 FOR THE PTA.  GRADE-SCHOOL-FLDTRIP CHECKS
002200*                 TRIPMAST CHAPERONES AGAINST VOLMAST.
002220* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002240*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002260*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002280*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002300*                 OPSERRLG ENTRY.
002305* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002310*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002315*                 LAYOUT VERSION 3.
002320*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARM-FILE ASSIGN TO "VOLPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT VOLUNTEER-TRANSACTIONS ASSIGN TO "VOLTX"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-VTX-STATUS.
003700
003800     SELECT VOLUNTEER-MASTER ASSIGN TO "VOLMAST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-VM-STATUS.
004100
004200     SELECT VOLUNTEER-REJECTS ASSIGN TO "VOLREJ"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REJECT-STATUS.
004500
004600     SELECT VISIT-TRANSACTIONS ASSIGN TO "VISITTX"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-VS-STATUS.
004900
005000     SELECT VISIT-LOG ASSIGN TO "VISITLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LOG-STATUS.
005300
005400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS FR-STUDENT-ID
005800         FILE STATUS IS WS-FILE-STATUS.
005900
006000     SELECT PICKUP-AUTH-FILE ASSIGN TO "PICKUPAU"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PU-STATUS.
006300
006400     SELECT EXCEPTION-REPORT ASSIGN TO "VISITEXC"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT HOURS-REPORT ASSIGN TO "VOLHOURS"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
006907     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006915         ORGANIZATION IS LINE SEQUENTIAL
006923         FILE STATUS IS WS-LC-STATUS.
006930
006938     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006946         ORGANIZATION IS LINE SEQUENTIAL
006953         FILE STATUS IS WS-LU-STATUS.
006961
006969     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006976         ORGANIZATION IS LINE SEQUENTIAL
006984         FILE STATUS IS WS-OPS-LOG-STATUS.
006992
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PARM-FILE.
007300*----------------------------------------------------------------
007400* ONE CARD: POST OR HOURS, THEN FOR HOURS THE MONTH (CCYYMM,
007500* ZERO = LAST MONTH).
007600*----------------------------------------------------------------
007700 01  PARM-RECORD.
007800     05 PARM-MODE             PIC X(08).
007900     05 PARM-MONTH            PIC 9(06).
008000
008100*----------------------------------------------------------------
008200* A ADD A VOLUNTEER, C A NEW CLEARANCE (DATE, EXPIRY; STATUS
008300* GOES TO C), S A STATUS CHANGE ONLY.  ZERO EXPIRY ON A C ROW
008400* MEANS THE DISTRICT'S THREE YEARS FROM THE CLEARANCE DATE.
008500*----------------------------------------------------------------
008600 FD  VOLUNTEER-TRANSACTIONS.
008700 01  VOLUNTEER-TX-RECORD.
008800     05 VTX-ACTION            PIC X(01).
008900     05 VTX-VOLUNTEER-ID      PIC 9(06).
009000     05 VTX-NAME              PIC X(60).
009100     05 VTX-HOUSEHOLD-ID      PIC 9(09).
009200     05 VTX-CLEARANCE-DATE    PIC 9(08).
009300     05 VTX-EXPIRY-DATE       PIC 9(08).
009400     05 VTX-STATUS            PIC X(01).
009500
009600*----------------------------------------------------------------
009700* ONE ROW PER VOLUNTEER.  HOUSEHOLD IS ZERO FOR A VOLUNTEER WHO
009800* IS NOT A PARENT.  STATUS: P PENDING, C CLEARED, D DENIED,
009900* I INACTIVE.  CLEARED MEANS STATUS C AND THE DAY IN QUESTION
010000* FALLS BETWEEN CLEARANCE AND EXPIRY.
010100* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S VOLUNTEER-RECORD.
010200*----------------------------------------------------------------
010300 FD  VOLUNTEER-MASTER.
010400 01  VOLUNTEER-RECORD.
010500     05 VM-VOLUNTEER-ID       PIC 9(06).
010600     05 VM-NAME               PIC X(60).
010700     05 VM-HOUSEHOLD-ID       PIC 9(09).
010800     05 VM-CLEARANCE-DATE     PIC 9(08).
010900     05 VM-EXPIRY-DATE        PIC 9(08).
011000     05 VM-STATUS             PIC X(01).
011100
011200*----------------------------------------------------------------
011300* TX IMAGE LEADING, REASON TRAILING: BADACTN, DUPVOL, NOTFOUND,
011400* BADDATE, BADSTAT OR TBLFULL.
011500*----------------------------------------------------------------
011600 FD  VOLUNTEER-REJECTS.
011700 01  REJ-RECORD.
011800     05 REJ-TX-IMAGE          PIC X(93).
011900     05 FILLER                PIC X(01).
012000     05 REJ-REASON            PIC X(08).
012100
012200*----------------------------------------------------------------
012300* ONE LINE OF A FRONT-DESK VISITOR LOG.  DIRECTION I SIGN-IN,
012400* O SIGN-OUT; TIME HHMM, 24-HOUR.  VOLUNTEER ID IS ZERO FOR A
012500* VISITOR WHO IS NOT ON VOLMAST.
012600*----------------------------------------------------------------
012700 FD  VISIT-TRANSACTIONS.
012800 01  VISIT-TX-RECORD.
012900     05 VS-DATE               PIC 9(08).
013000     05 VS-TIME               PIC 9(04).
013100     05 VS-DIRECTION          PIC X(01).
013200        88 VS-SIGN-IN                  VALUE "I".
013300        88 VS-SIGN-OUT                 VALUE "O".
013400     05 VS-BUILDING           PIC 9(02).
013500     05 VS-VOLUNTEER-ID       PIC 9(06).
013600     05 VS-NAME               PIC X(60).
013700     05 VS-PURPOSE            PIC X(20).
013800
013900* EVERY DESK LINE, WITH WHAT THE SIGN-IN CHECK FOUND.
014000 FD  VISIT-LOG.
014100 01  VISIT-LOG-RECORD.
014200     05 VL-DATE               PIC 9(08).
014300     05 VL-TIME               PIC 9(04).
014400     05 VL-DIRECTION          PIC X(01).
014500     05 VL-BUILDING           PIC 9(02).
014600     05 VL-VOLUNTEER-ID       PIC 9(06).
014700     05 VL-NAME               PIC X(60).
014800     05 VL-PURPOSE            PIC X(20).
014900     05 VL-FLAG               PIC X(08).
015000
015100 FD  ROSTER-FILE.
015200*----------------------------------------------------------------
015300* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
015400*----------------------------------------------------------------
015500 01  ROSTER-RECORD.
015600     05 FR-STUDENT-ID         PIC 9(09).
015700     05 FR-NAME               PIC X(60).
015800     05 FR-GRADE              PIC 9(02).
015900     05 FR-TEACHER            PIC X(30).
016000     05 FR-SECTION            PIC 9(01).
016100     05 FR-HOUSEHOLD-ID       PIC 9(09).
016200*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
016300     05 FR-IEP-FLAG           PIC X(01).
016400     05 FR-DOB                PIC 9(08).
016500     05 FR-SCHOOL-CODE        PIC 9(02).
016533     05 FR-GENDER             PIC X(01).
016566     05 FR-RACE-ETH           PIC X(01).
016600
016700 FD  PICKUP-AUTH-FILE.
016800*----------------------------------------------------------------
016900* LAYOUT MUST MATCH GRADE-SCHOOL'S PICKUP-AUTH-RECORD.
017000*----------------------------------------------------------------
017100 01  PICKUP-AUTH-RECORD.
017200     05 PU-HOUSEHOLD-ID       PIC 9(09).
017300     05 PU-RANK               PIC 9(01).
017400     05 PU-NAME               PIC X(60).
017500     05 PU-RELATIONSHIP       PIC X(15).
017600     05 PU-PHONE              PIC X(15).
017700     05 PU-AUTH-FLAG          PIC X(01).
017800     05 PU-COURT-ORDER        PIC X(40).
017900
018000 FD  EXCEPTION-REPORT.
018100 01  EXC-LINE                 PIC X(132).
018200
018300 FD  HOURS-REPORT.
018400 01  HRS-LINE                 PIC X(100).
018500
018502 FD  LAYOUT-CONTROL.
018505*----------------------------------------------------------------
018508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018513*----------------------------------------------------------------
018516 01  LAYOUT-CONTROL-RECORD.
018518     05 LC-DATASET            PIC X(08).
018521     05 LC-VERSION            PIC 9(03).
018524     05 LC-LENGTH             PIC 9(05).
018527     05 LC-EFFECTIVE-DATE     PIC 9(08).
018529
018532 FD  LAYOUT-USAGE-LOG.
018535*----------------------------------------------------------------
018537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018543*----------------------------------------------------------------
018545 01  LAYOUT-USAGE-RECORD.
018548     05 LU-TIMESTAMP          PIC 9(14).
018551     05 LU-PROGRAM            PIC X(24).
018554     05 LU-DATASET            PIC X(08).
018556     05 LU-VERSION            PIC 9(03).
018559     05 LU-LENGTH             PIC 9(05).
018562     05 LU-RESULT             PIC X(08).
018564
018567 FD  OPS-ERROR-LOG.
018570*----------------------------------------------------------------
018572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
018575* SHARED SHOP-WIDE ERROR LOG.
018578*----------------------------------------------------------------
018581 01  OPS-ERROR-RECORD.
018583     05 OE-TIMESTAMP          PIC 9(14).
018586     05 OE-PROGRAM            PIC X(20).
018589     05 OE-FILE-NAME          PIC X(08).
018591     05 OE-OPERATION          PIC X(08).
018594     05 OE-STATUS             PIC XX.
018597
018600 WORKING-STORAGE SECTION.
018700 01 WS-PARM-STATUS             PIC XX.
018800 01 WS-VTX-STATUS              PIC XX.
018900 01 WS-VM-STATUS               PIC XX.
019000 01 WS-REJECT-STATUS           PIC XX.
019100 01 WS-VS-STATUS               PIC XX.
019200 01 WS-LOG-STATUS              PIC XX.
019300 01 WS-FILE-STATUS             PIC XX.
019400 01 WS-PU-STATUS               PIC XX.
019500 01 WS-MODE                    PIC X(08).
019600 01 WS-TODAY                   PIC 9(08).
019700 01 WS-MONTH                   PIC 9(06) VALUE ZERO.
019800 01 WS-REJECT-REASON           PIC X(08).
019900 01 WS-FLAG                    PIC X(08).
020000 01 WS-NAME-KEY                PIC X(60).
020100 01 WS-VM-IX                   PIC 9(05) COMP.
020200 01 WS-MINUTES                 PIC 9(05) COMP.
020300 01 WS-PRIOR-BUILDING          PIC 9(02).
020400 01 WS-BUILDING-MINUTES        PIC 9(07) COMP.
020500 01 WS-BUILDING-VISITS         PIC 9(05) COMP.
020600 01 WS-TOTAL-MINUTES           PIC 9(07) COMP VALUE ZERO.
020700 01 WS-ED-HOURS                PIC ZZ,ZZ9.99.
020800 01 WS-ED-COUNT                PIC ZZ,ZZ9.
020900 01 WS-ED-TIME                 PIC 99B99.
021000 01 WS-ADDED-COUNT             PIC 9(05) COMP VALUE ZERO.
021100 01 WS-CHANGED-COUNT           PIC 9(05) COMP VALUE ZERO.
021200 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
021300 01 WS-VISIT-COUNT             PIC 9(05) COMP VALUE ZERO.
021400 01 WS-FLAGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
021500 01 WS-FORBID-SWITCH           PIC X(01).
021600     88 ADULT-FORBIDDEN                 VALUE "Y".
021700 01 I                          PIC 9(05) COMP.
021800 01 J                          PIC 9(05) COMP.
021900 01 K                          PIC 9(05) COMP.
022000
022100*----------------------------------------------------------------
022200* VOLMAST IN FULL; REWRITTEN AT THE END OF POST WHEN VOLTX
022300* CHANGED ANYTHING.
022400*----------------------------------------------------------------
022500 01 WS-VM-COUNT                PIC 9(05) COMP VALUE ZERO.
022600 01 VOLUNTEER-TABLE.
022700     02 VM-ROW                OCCURS 1 TO 5000 TIMES
022800                                 DEPENDING ON WS-VM-COUNT.
022900        05 VM-T-VOLUNTEER-ID  PIC 9(06).
023000        05 VM-T-NAME          PIC X(60).
023100        05 VM-T-HOUSEHOLD-ID  PIC 9(09).
023200        05 VM-T-CLEARANCE-DATE
023300                              PIC 9(08).
023400        05 VM-T-EXPIRY-DATE   PIC 9(08).
023500        05 VM-T-STATUS        PIC X(01).
023600
023700* PICKUPAU F ROWS, NAMES UPPER-CASED AND LEFT-JUSTIFIED.
023800 01 WS-PU-COUNT                PIC 9(04) COMP VALUE ZERO.
023900 01 FORBIDDEN-TABLE.
024000     02 PF-ROW                OCCURS 1 TO 3000 TIMES
024100                                 DEPENDING ON WS-PU-COUNT.
024200        05 PF-HOUSEHOLD-ID    PIC 9(09).
024300        05 PF-NAME            PIC X(60).
024400
024500* EACH STUDENT'S HOUSEHOLD AND BUILDING.
024600 01 WS-ST-COUNT                PIC 9(05) COMP VALUE ZERO.
024700 01 STUDENT-TABLE.
024800     02 ST-ROW                OCCURS 1 TO 5000 TIMES
024900                                 DEPENDING ON WS-ST-COUNT.
025000        05 ST-HOUSEHOLD-ID    PIC 9(09).
025100        05 ST-SCHOOL-CODE     PIC 9(02).
025200
025300*----------------------------------------------------------------
025400* THE MONTH'S VOLUNTEER SIGN-INS AND SIGN-OUTS, SORTED SO EACH
025500* SIGN-IN IS FOLLOWED BY ITS SIGN-OUT.
025600*----------------------------------------------------------------
025700 01 WS-VH-COUNT                PIC 9(05) COMP VALUE ZERO.
025800 01 VISIT-HOURS-TABLE.
025900     02 VH-ROW                OCCURS 1 TO 20000 TIMES
026000                                 DEPENDING ON WS-VH-COUNT.
026100        05 VH-BUILDING        PIC 9(02).
026200        05 VH-VOLUNTEER-ID    PIC 9(06).
026300        05 VH-DATE            PIC 9(08).
026400        05 VH-TIME            PIC 9(04).
026500        05 VH-TIME-R REDEFINES VH-TIME.
026600           10 VH-HH           PIC 9(02).
026700           10 VH-MM           PIC 9(02).
026800        05 VH-DIRECTION       PIC X(01).
026900        05 VH-NAME            PIC X(60).
027000
027100* ONE LINE PER VOLUNTEER PER BUILDING ON THE PTA REPORT.
027200 01 WS-VT-COUNT                PIC 9(05) COMP VALUE ZERO.
027300 01 VOLUNTEER-TOTAL-TABLE.
027400     02 VT-ROW                OCCURS 1 TO 5000 TIMES
027500                                 DEPENDING ON WS-VT-COUNT.
027600        05 VT-BUILDING        PIC 9(02).
027700        05 VT-NAME            PIC X(60).
027800        05 VT-VOLUNTEER-ID    PIC 9(06).
027900        05 VT-VISITS          PIC 9(05) COMP.
028000        05 VT-MINUTES         PIC 9(07) COMP.
028100        05 VT-OPEN            PIC 9(05) COMP.
028200
028204*----------------------------------------------------------------
028209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
028213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
028218*----------------------------------------------------------------
028222 01 WS-LC-STATUS               PIC XX.
028227 01 WS-LU-STATUS               PIC XX.
028231 01 WS-OPS-LOG-STATUS          PIC XX.
028236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
028240     88 LAYOUT-MISMATCH                  VALUE "Y".
028245 01 WS-LK-DATASET              PIC X(08).
028250 01 WS-LK-VERSION              PIC 9(03).
028254 01 WS-LK-LENGTH               PIC 9(05).
028259 01 WS-LK-RESULT               PIC X(08).
028263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
028268 01 WS-LC-INDX                 PIC 9(03) COMP.
028272 01 LAYOUT-CONTROL-TABLE.
028277     02 LCT-ROW               OCCURS 50 TIMES.
028281        05 LCT-DATASET        PIC X(08).
028286        05 LCT-VERSION        PIC 9(03).
028290        05 LCT-LENGTH         PIC 9(05).
028295
028300 PROCEDURE DIVISION.
028400
028500 0000-MAINLINE.
028510     PERFORM 9800-CHECK-LAYOUTS
028520     IF LAYOUT-MISMATCH
028530        MOVE 16 TO RETURN-CODE
028540        GOBACK
028550     END-IF
028600     PERFORM 1000-INITIALIZE
028700     EVALUATE WS-MODE
028800         WHEN "POST"
028900             PERFORM 2000-POST-VOLUNTEERS
029000             PERFORM 3000-POST-VISITS
029100             PERFORM 2800-REWRITE-VOLUNTEERS
029200             DISPLAY "GRADE-SCHOOL-VOLUNTEER ADDED: "
029300                 WS-ADDED-COUNT
029400                 "  CHANGED: " WS-CHANGED-COUNT
029500             DISPLAY "  REJECTED:       " WS-REJECT-COUNT
029600             DISPLAY "  VISITS LOGGED:  " WS-VISIT-COUNT
029700             DISPLAY "  SIGN-INS FLAGGED: " WS-FLAGGED-COUNT
029800             IF WS-REJECT-COUNT > 0 OR WS-FLAGGED-COUNT > 0
029900                MOVE 4 TO RETURN-CODE
030000             END-IF
030100         WHEN "HOURS"
030200             PERFORM 5000-HOURS-REPORT
030300         WHEN OTHER
030400             DISPLAY "GRADE-SCHOOL-VOLUNTEER UNKNOWN MODE "
030500                 WS-MODE
030600             MOVE 8 TO RETURN-CODE
030700     END-EVALUATE
030800     GOBACK.
030900
031000 1000-INITIALIZE.
031100     MOVE SPACES TO WS-MODE.
031200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
031300     OPEN INPUT PARM-FILE.
031400     IF WS-PARM-STATUS = "00"
031500        READ PARM-FILE
031600            AT END CONTINUE
031700        END-READ
031800        IF WS-PARM-STATUS = "00"
031900           MOVE PARM-MODE TO WS-MODE
032000           IF PARM-MONTH IS NUMERIC
032100              MOVE PARM-MONTH TO WS-MONTH
032200           END-IF
032300        END-IF
032400        CLOSE PARM-FILE
032500     END-IF.
032600     IF WS-MONTH = 0
032700        MOVE WS-TODAY(1:6) TO WS-MONTH
032800        IF WS-TODAY(5:2) = "01"
032900           SUBTRACT 89 FROM WS-MONTH
033000        ELSE
033100           SUBTRACT 1 FROM WS-MONTH
033200        END-IF
033300     END-IF.
033400     PERFORM 1100-LOAD-VOLUNTEERS.
033500
033600 1100-LOAD-VOLUNTEERS.
033700     OPEN INPUT VOLUNTEER-MASTER.
033800     IF WS-VM-STATUS NOT = "00"
033900        MOVE "10" TO WS-VM-STATUS
034000        EXIT PARAGRAPH
034100     END-IF.
034200     PERFORM UNTIL WS-VM-STATUS NOT = "00"
034300        READ VOLUNTEER-MASTER
034400            AT END MOVE "10" TO WS-VM-STATUS
034500        END-READ
034600        IF WS-VM-STATUS = "00"
034700           AND WS-VM-COUNT < 5000
034800           ADD 1 TO WS-VM-COUNT
034900           MOVE VM-VOLUNTEER-ID TO VM-T-VOLUNTEER-ID(WS-VM-COUNT)
035000           MOVE VM-NAME TO VM-T-NAME(WS-VM-COUNT)
035100           MOVE VM-HOUSEHOLD-ID TO VM-T-HOUSEHOLD-ID(WS-VM-COUNT)
035200           MOVE VM-CLEARANCE-DATE
035300               TO VM-T-CLEARANCE-DATE(WS-VM-COUNT)
035400           MOVE VM-EXPIRY-DATE TO VM-T-EXPIRY-DATE(WS-VM-COUNT)
035500           MOVE VM-STATUS TO VM-T-STATUS(WS-VM-COUNT)
035600        END-IF
035700     END-PERFORM.
035800     CLOSE VOLUNTEER-MASTER.
035900
036000 2000-POST-VOLUNTEERS.
036100     OPEN EXTEND VOLUNTEER-REJECTS.
036200     IF WS-REJECT-STATUS = "35"
036300        OPEN OUTPUT VOLUNTEER-REJECTS
036400     END-IF.
036500     OPEN INPUT VOLUNTEER-TRANSACTIONS.
036600     IF WS-VTX-STATUS NOT = "00"
036700        MOVE "10" TO WS-VTX-STATUS
036800     ELSE
036900        PERFORM UNTIL WS-VTX-STATUS NOT = "00"
037000           READ VOLUNTEER-TRANSACTIONS
037100               AT END MOVE "10" TO WS-VTX-STATUS
037200               NOT AT END PERFORM 2100-APPLY-ONE
037300           END-READ
037400        END-PERFORM
037500        CLOSE VOLUNTEER-TRANSACTIONS
037600     END-IF.
037700     CLOSE VOLUNTEER-REJECTS.
037800
037900 2100-APPLY-ONE.
038000     MOVE VTX-VOLUNTEER-ID TO VS-VOLUNTEER-ID.
038100     PERFORM 2700-FIND-VOLUNTEER.
038200     EVALUATE VTX-ACTION
038300         WHEN "A"
038400             PERFORM 2200-ADD-VOLUNTEER
038500         WHEN "C"
038600             PERFORM 2300-POST-CLEARANCE
038700         WHEN "S"
038800             PERFORM 2400-CHANGE-STATUS
038900         WHEN OTHER
039000             MOVE "BADACTN" TO WS-REJECT-REASON
039100             PERFORM 2900-REJECT-ONE
039200     END-EVALUATE.
039300
039400 2200-ADD-VOLUNTEER.
039500     IF WS-VM-IX > 0
039600        MOVE "DUPVOL" TO WS-REJECT-REASON
039700        PERFORM 2900-REJECT-ONE
039800        EXIT PARAGRAPH
039900     END-IF.
040000     IF WS-VM-COUNT >= 5000
040100        MOVE "TBLFULL" TO WS-REJECT-REASON
040200        PERFORM 2900-REJECT-ONE
040300        EXIT PARAGRAPH
040400     END-IF.
040500     IF VTX-HOUSEHOLD-ID IS NOT NUMERIC
040600        MOVE 0 TO VTX-HOUSEHOLD-ID
040700     END-IF.
040800     ADD 1 TO WS-VM-COUNT.
040900     MOVE WS-VM-COUNT TO WS-VM-IX.
041000     MOVE VTX-VOLUNTEER-ID TO VM-T-VOLUNTEER-ID(WS-VM-IX).
041100     MOVE VTX-NAME TO VM-T-NAME(WS-VM-IX).
041200     MOVE VTX-HOUSEHOLD-ID TO VM-T-HOUSEHOLD-ID(WS-VM-IX).
041300     MOVE 0 TO VM-T-CLEARANCE-DATE(WS-VM-IX).
041400     MOVE 0 TO VM-T-EXPIRY-DATE(WS-VM-IX).
041500     MOVE "P" TO VM-T-STATUS(WS-VM-IX).
041600     ADD 1 TO WS-ADDED-COUNT.
041700
041800 2300-POST-CLEARANCE.
041900     IF WS-VM-IX = 0
042000        MOVE "NOTFOUND" TO WS-REJECT-REASON
042100        PERFORM 2900-REJECT-ONE
042200        EXIT PARAGRAPH
042300     END-IF.
042400     IF VTX-EXPIRY-DATE IS NOT NUMERIC
042500        MOVE 0 TO VTX-EXPIRY-DATE
042600     END-IF.
042700     IF VTX-CLEARANCE-DATE IS NOT NUMERIC
042800        OR TEST-DATE-YYYYMMDD(VTX-CLEARANCE-DATE) NOT = 0
042900        OR VTX-CLEARANCE-DATE > WS-TODAY
043000        MOVE "BADDATE" TO WS-REJECT-REASON
043100        PERFORM 2900-REJECT-ONE
043200        EXIT PARAGRAPH
043300     END-IF.
043400     IF VTX-EXPIRY-DATE = 0
043500        COMPUTE VTX-EXPIRY-DATE = VTX-CLEARANCE-DATE + 30000
043600        IF TEST-DATE-YYYYMMDD(VTX-EXPIRY-DATE) NOT = 0
043700           SUBTRACT 1 FROM VTX-EXPIRY-DATE
043800        END-IF
043900     END-IF.
044000     IF TEST-DATE-YYYYMMDD(VTX-EXPIRY-DATE) NOT = 0
044100        OR VTX-EXPIRY-DATE NOT > VTX-CLEARANCE-DATE
044200        MOVE "BADDATE" TO WS-REJECT-REASON
044300        PERFORM 2900-REJECT-ONE
044400        EXIT PARAGRAPH
044500     END-IF.
044600     MOVE VTX-CLEARANCE-DATE TO VM-T-CLEARANCE-DATE(WS-VM-IX).
044700     MOVE VTX-EXPIRY-DATE TO VM-T-EXPIRY-DATE(WS-VM-IX).
044800     MOVE "C" TO VM-T-STATUS(WS-VM-IX).
044900     ADD 1 TO WS-CHANGED-COUNT.
045000
045100 2400-CHANGE-STATUS.
045200     IF WS-VM-IX = 0
045300        MOVE "NOTFOUND" TO WS-REJECT-REASON
045400        PERFORM 2900-REJECT-ONE
045500        EXIT PARAGRAPH
045600     END-IF.
045700     IF VTX-STATUS NOT = "P" AND VTX-STATUS NOT = "C"
045800        AND VTX-STATUS NOT = "D" AND VTX-STATUS NOT = "I"
045900        MOVE "BADSTAT" TO WS-REJECT-REASON
046000        PERFORM 2900-REJECT-ONE
046100        EXIT PARAGRAPH
046200     END-IF.
046300     MOVE VTX-STATUS TO VM-T-STATUS(WS-VM-IX).
046400     ADD 1 TO WS-CHANGED-COUNT.
046500
046600* FINDS VS-VOLUNTEER-ID ON THE TABLE; WS-VM-IX ZERO IF ABSENT.
046700 2700-FIND-VOLUNTEER.
046800     MOVE 0 TO WS-VM-IX.
046900     PERFORM VARYING K FROM 1 BY 1
047000              UNTIL K > WS-VM-COUNT OR WS-VM-IX > 0
047100        IF VM-T-VOLUNTEER-ID(K) = VS-VOLUNTEER-ID
047200           MOVE K TO WS-VM-IX
047300        END-IF
047400     END-PERFORM.
047500
047600 2800-REWRITE-VOLUNTEERS.
047700     IF WS-ADDED-COUNT = 0 AND WS-CHANGED-COUNT = 0
047800        EXIT PARAGRAPH
047900     END-IF.
048000     SORT VM-ROW ASCENDING VM-T-VOLUNTEER-ID.
048100     OPEN OUTPUT VOLUNTEER-MASTER.
048200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
048300        MOVE VM-T-VOLUNTEER-ID(J) TO VM-VOLUNTEER-ID
048400        MOVE VM-T-NAME(J) TO VM-NAME
048500        MOVE VM-T-HOUSEHOLD-ID(J) TO VM-HOUSEHOLD-ID
048600        MOVE VM-T-CLEARANCE-DATE(J) TO VM-CLEARANCE-DATE
048700        MOVE VM-T-EXPIRY-DATE(J) TO VM-EXPIRY-DATE
048800        MOVE VM-T-STATUS(J) TO VM-STATUS
048900        WRITE VOLUNTEER-RECORD
049000     END-PERFORM.
049100     CLOSE VOLUNTEER-MASTER.
049200
049300 2900-REJECT-ONE.
049400     MOVE SPACES TO REJ-RECORD.
049500     MOVE VOLUNTEER-TX-RECORD TO REJ-TX-IMAGE.
049600     MOVE WS-REJECT-REASON TO REJ-REASON.
049700     WRITE REJ-RECORD.
049800     ADD 1 TO WS-REJECT-COUNT.
049900
050000*----------------------------------------------------------------
050100* THE DESK LOGS, AFTER VOLTX SO A CLEARANCE KEYED THIS MORNING
050200* COUNTS FOR TODAY'S SIGN-IN.  A FLAGGED ADULT IS NOT TURNED
050300* AWAY BY THE JOB -- THE EXCEPTION GOES TO THE PRINCIPAL.
050400*----------------------------------------------------------------
050500 3000-POST-VISITS.
050600     PERFORM 3100-LOAD-FORBIDDEN.
050700     OPEN OUTPUT EXCEPTION-REPORT.
050800     MOVE "VISITOR SIGN-IN EXCEPTIONS" TO EXC-LINE.
050900     WRITE EXC-LINE.
051000     OPEN EXTEND VISIT-LOG.
051100     IF WS-LOG-STATUS = "35"
051200        OPEN OUTPUT VISIT-LOG
051300     END-IF.
051400     OPEN INPUT VISIT-TRANSACTIONS.
051500     IF WS-VS-STATUS NOT = "00"
051600        MOVE "10" TO WS-VS-STATUS
051700     ELSE
051800        PERFORM UNTIL WS-VS-STATUS NOT = "00"
051900           READ VISIT-TRANSACTIONS
052000               AT END MOVE "10" TO WS-VS-STATUS
052100               NOT AT END PERFORM 3200-LOG-ONE-VISIT
052200           END-READ
052300        END-PERFORM
052400        CLOSE VISIT-TRANSACTIONS
052500     END-IF.
052600     CLOSE VISIT-LOG.
052700     IF WS-FLAGGED-COUNT = 0
052800        MOVE "  NONE" TO EXC-LINE
052900        WRITE EXC-LINE
053000     END-IF.
053100     CLOSE EXCEPTION-REPORT.
053200
053300 3100-LOAD-FORBIDDEN.
053400     OPEN INPUT PICKUP-AUTH-FILE.
053500     IF WS-PU-STATUS NOT = "00"
053600        MOVE "10" TO WS-PU-STATUS
053700     ELSE
053800        PERFORM UNTIL WS-PU-STATUS NOT = "00"
053900           READ PICKUP-AUTH-FILE
054000               AT END MOVE "10" TO WS-PU-STATUS
054100           END-READ
054200           IF WS-PU-STATUS = "00"
054300              AND PU-AUTH-FLAG = "F"
054400              AND WS-PU-COUNT < 3000
054500              ADD 1 TO WS-PU-COUNT
054600              MOVE PU-HOUSEHOLD-ID TO PF-HOUSEHOLD-ID(WS-PU-COUNT)
054700              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PU-NAME))
054800                  TO PF-NAME(WS-PU-COUNT)
054900           END-IF
055000        END-PERFORM
055100        CLOSE PICKUP-AUTH-FILE
055200     END-IF.
055300     IF WS-PU-COUNT = 0
055400        EXIT PARAGRAPH
055500     END-IF.
055600     OPEN INPUT ROSTER-FILE.
055700     MOVE 0 TO FR-STUDENT-ID.
055800     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
055900         INVALID KEY MOVE "10" TO WS-FILE-STATUS
056000     END-START.
056100     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
056200        READ ROSTER-FILE NEXT RECORD
056300            AT END MOVE "10" TO WS-FILE-STATUS
056400        END-READ
056500        IF WS-FILE-STATUS = "00"
056600           AND WS-ST-COUNT < 5000
056700           ADD 1 TO WS-ST-COUNT
056800           MOVE FR-HOUSEHOLD-ID TO ST-HOUSEHOLD-ID(WS-ST-COUNT)
056900           MOVE FR-SCHOOL-CODE TO ST-SCHOOL-CODE(WS-ST-COUNT)
057000        END-IF
057100     END-PERFORM.
057200     CLOSE ROSTER-FILE.
057300
057400 3200-LOG-ONE-VISIT.
057500     ADD 1 TO WS-VISIT-COUNT.
057600     MOVE SPACES TO WS-FLAG.
057700     IF VS-VOLUNTEER-ID IS NOT NUMERIC
057800        MOVE 0 TO VS-VOLUNTEER-ID
057900     END-IF.
058000     IF VS-SIGN-IN
058100        PERFORM 3300-CHECK-CLEARANCE
058200        PERFORM 3400-CHECK-FORBIDDEN
058300        IF ADULT-FORBIDDEN
058400           IF WS-FLAG = SPACES
058500              MOVE "FORBID" TO WS-FLAG
058600           ELSE
058700              MOVE "FORB+NCL" TO WS-FLAG
058800           END-IF
058900        END-IF
059000        IF WS-FLAG NOT = SPACES
059100           PERFORM 3500-PRINT-EXCEPTION
059200        END-IF
059300     END-IF.
059400     MOVE SPACES TO VISIT-LOG-RECORD.
059500     MOVE VS-DATE TO VL-DATE.
059600     MOVE VS-TIME TO VL-TIME.
059700     MOVE VS-DIRECTION TO VL-DIRECTION.
059800     MOVE VS-BUILDING TO VL-BUILDING.
059900     MOVE VS-VOLUNTEER-ID TO VL-VOLUNTEER-ID.
060000     MOVE VS-NAME TO VL-NAME.
060100     MOVE VS-PURPOSE TO VL-PURPOSE.
060200     MOVE WS-FLAG TO VL-FLAG.
060300     WRITE VISIT-LOG-RECORD.
060400
060500* NOT ON VOLMAST, OR ON IT WITHOUT A CLEARANCE COVERING THE DAY.
060600 3300-CHECK-CLEARANCE.
060700     MOVE 0 TO WS-VM-IX.
060800     IF VS-VOLUNTEER-ID > 0
060900        PERFORM 2700-FIND-VOLUNTEER
061000     END-IF.
061100     IF WS-VM-IX = 0
061200        MOVE "NOCLEAR" TO WS-FLAG
061300        EXIT PARAGRAPH
061400     END-IF.
061500     IF VM-T-STATUS(WS-VM-IX) NOT = "C"
061600        OR VM-T-CLEARANCE-DATE(WS-VM-IX) > VS-DATE
061700        OR VM-T-EXPIRY-DATE(WS-VM-IX) < VS-DATE
061800        MOVE "NOCLEAR" TO WS-FLAG
061900     END-IF.
062000
062100*----------------------------------------------------------------
062200* THE NAME ON THE DESK LOG AGAINST EVERY PICKUPAU F ROW WHOSE
062300* HOUSEHOLD HAS A STUDENT IN THIS BUILDING.
062400*----------------------------------------------------------------
062500 3400-CHECK-FORBIDDEN.
062600     MOVE "N" TO WS-FORBID-SWITCH.
062700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VS-NAME))
062800         TO WS-NAME-KEY.
062900     PERFORM VARYING I FROM 1 BY 1
063000              UNTIL I > WS-PU-COUNT OR ADULT-FORBIDDEN
063100        IF PF-NAME(I) = WS-NAME-KEY
063200           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ST-COUNT
063300              IF ST-HOUSEHOLD-ID(J) = PF-HOUSEHOLD-ID(I)
063400                 AND ST-SCHOOL-CODE(J) = VS-BUILDING
063500                 SET ADULT-FORBIDDEN TO TRUE
063600              END-IF
063700           END-PERFORM
063800        END-IF
063900     END-PERFORM.
064000
064100 3500-PRINT-EXCEPTION.
064200     ADD 1 TO WS-FLAGGED-COUNT.
064300     MOVE VS-TIME TO WS-ED-TIME.
064400     INSPECT WS-ED-TIME REPLACING ALL " " BY ":".
064500     MOVE SPACES TO EXC-LINE.
064600     STRING "  " DELIMITED BY SIZE
064700         VS-DATE DELIMITED BY SIZE
064800         " " DELIMITED BY SIZE
064900         WS-ED-TIME DELIMITED BY SIZE
065000         "  BLDG " DELIMITED BY SIZE
065100         VS-BUILDING DELIMITED BY SIZE
065200         "  " DELIMITED BY SIZE
065300         WS-FLAG DELIMITED BY SIZE
065400         "  " DELIMITED BY SIZE
065500         FUNCTION TRIM(VS-NAME) DELIMITED BY SIZE
065600         " -- " DELIMITED BY SIZE
065700         FUNCTION TRIM(VS-PURPOSE) DELIMITED BY SIZE
065800         INTO EXC-LINE
065900     END-STRING.
066000     WRITE EXC-LINE.
066100     IF ADULT-FORBIDDEN
066200        MOVE SPACES TO EXC-LINE
066300        MOVE "** FORBIDDEN ON PICKUPAU -- CALL THE PRINCIPAL **"
066400            TO EXC-LINE(7:50)
066500        WRITE EXC-LINE
066600     END-IF.
066700
066800*----------------------------------------------------------------
066900* EACH VOLUNTEER SIGN-IN IS PAIRED WITH THE NEXT SIGN-OUT THAT
067000* DAY IN THE SAME BUILDING.  A SIGN-IN WITH NO SIGN-OUT COUNTS
067100* AS A VISIT BUT NO HOURS, AND SHOWS IN THE OPEN COLUMN.
067200*----------------------------------------------------------------
067300 5000-HOURS-REPORT.
067400     OPEN INPUT VISIT-LOG.
067500     IF WS-LOG-STATUS NOT = "00"
067600        MOVE "10" TO WS-LOG-STATUS
067700     ELSE
067800        PERFORM UNTIL WS-LOG-STATUS NOT = "00"
067900           READ VISIT-LOG
068000               AT END MOVE "10" TO WS-LOG-STATUS
068100           END-READ
068200           IF WS-LOG-STATUS = "00"
068300              AND VL-DATE(1:6) = WS-MONTH
068400              AND VL-VOLUNTEER-ID IS NUMERIC
068500              AND VL-VOLUNTEER-ID > 0
068600              AND WS-VH-COUNT < 20000
068700              ADD 1 TO WS-VH-COUNT
068800              MOVE VL-BUILDING TO VH-BUILDING(WS-VH-COUNT)
068900              MOVE VL-VOLUNTEER-ID TO VH-VOLUNTEER-ID(WS-VH-COUNT)
069000              MOVE VL-DATE TO VH-DATE(WS-VH-COUNT)
069100              MOVE VL-TIME TO VH-TIME(WS-VH-COUNT)
069200              MOVE VL-DIRECTION TO VH-DIRECTION(WS-VH-COUNT)
069300              MOVE VL-NAME TO VH-NAME(WS-VH-COUNT)
069400           END-IF
069500        END-PERFORM
069600        CLOSE VISIT-LOG
069700     END-IF.
069800     IF WS-VH-COUNT > 1
069900        SORT VH-ROW ASCENDING VH-BUILDING VH-VOLUNTEER-ID VH-DATE
070000             VH-TIME
070100     END-IF.
070200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VH-COUNT
070300        IF VH-DIRECTION(I) = "I"
070400           PERFORM 5100-TALLY-ONE-VISIT
070500        END-IF
070600     END-PERFORM.
070700     IF WS-VT-COUNT > 1
070800        SORT VT-ROW ASCENDING VT-BUILDING VT-NAME
070900     END-IF.
071000     PERFORM 5200-PRINT-HOURS.
071100
071200 5100-TALLY-ONE-VISIT.
071300     MOVE 0 TO WS-MINUTES.
071400     COMPUTE J = I + 1.
071500     IF J <= WS-VH-COUNT
071600        AND VH-DIRECTION(J) = "O"
071700        AND VH-BUILDING(J) = VH-BUILDING(I)
071800        AND VH-VOLUNTEER-ID(J) = VH-VOLUNTEER-ID(I)
071900        AND VH-DATE(J) = VH-DATE(I)
072000        AND VH-TIME(J) > VH-TIME(I)
072100        COMPUTE WS-MINUTES =
072200            (VH-HH(J) * 60 + VH-MM(J))
072300          - (VH-HH(I) * 60 + VH-MM(I))
072400     END-IF.
072500     IF WS-VT-COUNT = 0
072600        OR VT-BUILDING(WS-VT-COUNT) NOT = VH-BUILDING(I)
072700        OR VT-VOLUNTEER-ID(WS-VT-COUNT) NOT = VH-VOLUNTEER-ID(I)
072800        IF WS-VT-COUNT >= 5000
072900           EXIT PARAGRAPH
073000        END-IF
073100        ADD 1 TO WS-VT-COUNT
073200        MOVE VH-BUILDING(I) TO VT-BUILDING(WS-VT-COUNT)
073300        MOVE VH-VOLUNTEER-ID(I) TO VT-VOLUNTEER-ID(WS-VT-COUNT)
073400        MOVE VH-NAME(I) TO VT-NAME(WS-VT-COUNT)
073500        MOVE VH-VOLUNTEER-ID(I) TO VS-VOLUNTEER-ID
073600        PERFORM 2700-FIND-VOLUNTEER
073700        IF WS-VM-IX > 0
073800           MOVE VM-T-NAME(WS-VM-IX) TO VT-NAME(WS-VT-COUNT)
073900        END-IF
074000        MOVE 0 TO VT-VISITS(WS-VT-COUNT)
074100        MOVE 0 TO VT-MINUTES(WS-VT-COUNT)
074200        MOVE 0 TO VT-OPEN(WS-VT-COUNT)
074300     END-IF.
074400     ADD 1 TO VT-VISITS(WS-VT-COUNT).
074500     ADD WS-MINUTES TO VT-MINUTES(WS-VT-COUNT).
074600     IF WS-MINUTES = 0
074700        ADD 1 TO VT-OPEN(WS-VT-COUNT)
074800     END-IF.
074900
075000 5200-PRINT-HOURS.
075100     OPEN OUTPUT HOURS-REPORT.
075200     MOVE SPACES TO HRS-LINE.
075300     STRING "VOLUNTEER HOURS BY BUILDING -- MONTH "
075400         DELIMITED BY SIZE
075500         WS-MONTH(1:4) DELIMITED BY SIZE
075600         "/" DELIMITED BY SIZE
075700         WS-MONTH(5:2) DELIMITED BY SIZE
075800         INTO HRS-LINE
075900     END-STRING.
076000     WRITE HRS-LINE.
076100     MOVE 99 TO WS-PRIOR-BUILDING.
076200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VT-COUNT
076300        IF VT-BUILDING(I) NOT = WS-PRIOR-BUILDING
076400           IF WS-PRIOR-BUILDING NOT = 99
076500              PERFORM 5300-BUILDING-TOTAL
076600           END-IF
076700           MOVE VT-BUILDING(I) TO WS-PRIOR-BUILDING
076800           MOVE 0 TO WS-BUILDING-MINUTES
076900           MOVE 0 TO WS-BUILDING-VISITS
077000           MOVE SPACES TO HRS-LINE
077100           WRITE HRS-LINE
077200           MOVE SPACES TO HRS-LINE
077300           STRING "BUILDING " DELIMITED BY SIZE
077400               VT-BUILDING(I) DELIMITED BY SIZE
077500               INTO HRS-LINE
077600           END-STRING
077700           WRITE HRS-LINE
077800           MOVE "  VOLUNTEER" TO HRS-LINE
077900           MOVE "VISITS" TO HRS-LINE(46:6)
078000           MOVE "HOURS  NO SIGN-OUT" TO HRS-LINE(58:18)
078100           WRITE HRS-LINE
078200        END-IF
078300        ADD VT-MINUTES(I) TO WS-BUILDING-MINUTES
078400        ADD VT-VISITS(I) TO WS-BUILDING-VISITS
078500        ADD VT-MINUTES(I) TO WS-TOTAL-MINUTES
078600        MOVE SPACES TO HRS-LINE
078700        MOVE VT-NAME(I) TO HRS-LINE(3:40)
078800        MOVE VT-VISITS(I) TO WS-ED-COUNT
078900        MOVE WS-ED-COUNT TO HRS-LINE(46:6)
079000        COMPUTE WS-ED-HOURS = VT-MINUTES(I) / 60
079100        MOVE WS-ED-HOURS TO HRS-LINE(54:9)
079200        IF VT-OPEN(I) > 0
079300           MOVE VT-OPEN(I) TO WS-ED-COUNT
079400           MOVE WS-ED-COUNT TO HRS-LINE(66:6)
079500        END-IF
079600        WRITE HRS-LINE
079700     END-PERFORM.
079800     IF WS-PRIOR-BUILDING NOT = 99
079900        PERFORM 5300-BUILDING-TOTAL
080000     END-IF.
080100     MOVE SPACES TO HRS-LINE.
080200     WRITE HRS-LINE.
080300     COMPUTE WS-ED-HOURS = WS-TOTAL-MINUTES / 60.
080400     MOVE SPACES TO HRS-LINE.
080500     STRING "DISTRICT VOLUNTEER HOURS: " DELIMITED BY SIZE
080600         WS-ED-HOURS DELIMITED BY SIZE
080700         INTO HRS-LINE
080800     END-STRING.
080900     WRITE HRS-LINE.
081000     CLOSE HOURS-REPORT.
081100     DISPLAY "GRADE-SCHOOL-VOLUNTEER HOURS MONTH " WS-MONTH
081200         "  VOLUNTEERS: " WS-VT-COUNT.
081300
081400 5300-BUILDING-TOTAL.
081500     MOVE SPACES TO HRS-LINE.
081600     MOVE "  BUILDING TOTAL" TO HRS-LINE(1:16).
081700     MOVE WS-BUILDING-VISITS TO WS-ED-COUNT.
081800     MOVE WS-ED-COUNT TO HRS-LINE(46:6).
081900     COMPUTE WS-ED-HOURS = WS-BUILDING-MINUTES / 60.
082000     MOVE WS-ED-HOURS TO HRS-LINE(54:9).
082100     WRITE HRS-LINE.
082200
082300*----------------------------------------------------------------
082400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
082500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
082600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
082700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
082800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
082900*----------------------------------------------------------------
083000 9800-CHECK-LAYOUTS.
083100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
083200     OPEN EXTEND LAYOUT-USAGE-LOG.
083300     IF WS-LU-STATUS = "35"
083400        OPEN OUTPUT LAYOUT-USAGE-LOG
083500     END-IF.
083600     MOVE "ROSTERF" TO WS-LK-DATASET.
083700     MOVE 3 TO WS-LK-VERSION.
083800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
083900     PERFORM 9820-CHECK-ONE-LAYOUT.
084000     CLOSE LAYOUT-USAGE-LOG.
084100
084200 9810-LOAD-LAYOUT-CONTROL.
084300     MOVE 0 TO WS-LC-COUNT.
084400     OPEN INPUT LAYOUT-CONTROL.
084500     IF WS-LC-STATUS NOT = "00"
084600        EXIT PARAGRAPH
084700     END-IF.
084800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
084900        READ LAYOUT-CONTROL
085000            AT END MOVE "10" TO WS-LC-STATUS
085100        END-READ
085200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
085300           ADD 1 TO WS-LC-COUNT
085400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
085500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
085600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
085700        END-IF
085800     END-PERFORM.
085900     CLOSE LAYOUT-CONTROL.
086000
086100*----------------------------------------------------------------
086200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
086300* AS NOCTL.
086400*----------------------------------------------------------------
086500 9820-CHECK-ONE-LAYOUT.
086600     MOVE "NOCTL" TO WS-LK-RESULT.
086700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
086800             UNTIL WS-LC-INDX > WS-LC-COUNT
086900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
087000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
087100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
087200              MOVE "CURRENT" TO WS-LK-RESULT
087300           ELSE
087400              MOVE "MISMATCH" TO WS-LK-RESULT
087500           END-IF
087600        END-IF
087700     END-PERFORM.
087800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
087900     MOVE "GRADE-SCHOOL-VOLUNTEER" TO LU-PROGRAM.
088000     MOVE WS-LK-DATASET TO LU-DATASET.
088100     MOVE WS-LK-VERSION TO LU-VERSION.
088200     MOVE WS-LK-LENGTH TO LU-LENGTH.
088300     MOVE WS-LK-RESULT TO LU-RESULT.
088400     WRITE LAYOUT-USAGE-RECORD.
088500     IF WS-LK-RESULT NOT = "MISMATCH"
088600        EXIT PARAGRAPH
088700     END-IF.
088800     SET LAYOUT-MISMATCH TO TRUE.
088900     DISPLAY "GRADE-SCHOOL-VOLUNTEER HALTED: " WS-LK-DATASET
089000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
089100         " DOES NOT MATCH LAYOUTCT".
089200     OPEN EXTEND OPS-ERROR-LOG.
089300     IF WS-OPS-LOG-STATUS = "35"
089400        OPEN OUTPUT OPS-ERROR-LOG
089500     END-IF.
089600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
089700     MOVE "GRADE-SCHOOL-VOLUNTEER" TO OE-PROGRAM.
089800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
089900     MOVE "LAYOUT" TO OE-OPERATION.
090000     MOVE "16" TO OE-STATUS.
090100     WRITE OPS-ERROR-RECORD.
090200     CLOSE OPS-ERROR-LOG.
