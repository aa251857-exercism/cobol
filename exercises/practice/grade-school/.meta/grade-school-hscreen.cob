000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-HSCREEN.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  VISION AND HEARING SCREENING -- THE NURSE
001100*                 SCREENS EVERY K, 1, 3, 5, 7 AND 9 EACH FALL AND
001200*                 THE RESULTS LIVED IN A BINDER.  HLTHSCRN HOLDS
001300*                 ONE ROW PER SCREENING (TYPE V OR H, DATE, RESULT
001400*                 P PASS / R RESCREEN / F REFER, SCREENER) PLUS
001500*                 THE DATE THE DOCTOR'S REPORT CAME BACK.  MODE
001600*                 POST APPLIES SCRNTX RESULTS AND DOCTOR REPORTS,
001700*                 PRINTS THE REFERRAL LETTER (LTRTMPLT TYPE
001800*                 SCRREFER IN THE HOUSEHOLD'S LANGUAGE), AND
001900*                 FOLLOWS UP REFERRALS WITH NO REPORT AFTER 30
002000*                 DAYS (TYPE SCRFOLUP).  MODE LIST PRINTS THE
002100*                 MANDATED-GRADE STUDENTS NOT YET SCREENED THIS
002200*                 YEAR.  MODE SUMMARY WRITES THE STATE'S YEARLY
002300*                 COUNTS TO SCRNEXT.
002310* 2026-10-15 KAP  RETURNED MAIL -- A HOUSEHOLD MARKED BAD
002320*                 (HM-ADDR-STATUS "B") GETS NO LETTER; THE
002330*                 STUDENT IS LISTED ON SCRNRPT AND WRITTEN TO
002340*                 THE SHARED CALLFAM LIST FOR A PHONE CALL.
002360* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002380*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002400*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002420*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002440*                 OPSERRLG ENTRY.
002445* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002450*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002455*                 LAYOUT VERSION 3.
002460*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO "SCRNPARM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT SCREENING-TRANSACTIONS ASSIGN TO "SCRNTX"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TX-STATUS.
003800
003900     SELECT SCREENING-MASTER ASSIGN TO "HLTHSCRN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SCR-STATUS.
004200
004300     SELECT SCREENING-TEMP ASSIGN TO "HSCRTEMP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TEMP-STATUS.
004600
004700     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS FR-STUDENT-ID
005100         FILE STATUS IS WS-FILE-STATUS.
005200
005300     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HM-HOUSEHOLD-ID
005700         FILE STATUS IS WS-HM-STATUS.
005800
005900     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-TMPL-STATUS.
006200
006300     SELECT LETTER-PRINT ASSIGN TO "SCRNLTR"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT SCREENING-REPORT ASSIGN TO "SCRNRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT STATE-EXTRACT ASSIGN TO "SCRNEXT"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007010
007020     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
007030         ORGANIZATION IS LINE SEQUENTIAL
007040         FILE STATUS IS WS-CF-STATUS.
007100
007107     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007115         ORGANIZATION IS LINE SEQUENTIAL
007123         FILE STATUS IS WS-LC-STATUS.
007130
007138     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007146         ORGANIZATION IS LINE SEQUENTIAL
007153         FILE STATUS IS WS-LU-STATUS.
007161
007169     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007176         ORGANIZATION IS LINE SEQUENTIAL
007184         FILE STATUS IS WS-OPS-LOG-STATUS.
007192
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-FILE.
007500*----------------------------------------------------------------
007600* ONE CARD: POST, LIST OR SUMMARY, THE FIRST DAY OF THE
007700* SCREENING YEAR (ZERO = THE AUGUST 1 BEFORE TODAY), AND THE
007800* DAYS A REFERRAL WAITS FOR ITS DOCTOR'S REPORT (ZERO = 30).
007900*----------------------------------------------------------------
008000 01  PARM-RECORD.
008100     05 PARM-MODE             PIC X(08).
008200     05 PARM-YEAR-START       PIC 9(08).
008300     05 PARM-FOLLOWUP-DAYS    PIC 9(03).
008400
008500*----------------------------------------------------------------
008600* S = A SCREENING RESULT, D = THE DOCTOR'S REPORT CAME BACK ON
008700* THE STUDENT'S OPEN REFERRAL OF THAT TYPE (RESULT AND SCREENER
008800* ARE BLANK ON A D ROW).
008900*----------------------------------------------------------------
009000 FD  SCREENING-TRANSACTIONS.
009100 01  TX-RECORD.
009200     05 STX-ACTION            PIC X(01).
009300     05 STX-STUDENT-ID        PIC 9(09).
009400     05 STX-TYPE              PIC X(01).
009500     05 STX-DATE              PIC 9(08).
009600     05 STX-RESULT            PIC X(01).
009700     05 STX-SCREENER          PIC X(20).
009800
009900* THE BINDER.  DOCTOR AND FOLLOW-UP DATES ARE ZERO UNTIL THEY
010000* HAPPEN; THEY ONLY MEAN ANYTHING ON A REFER (F) ROW.
010100 FD  SCREENING-MASTER.
010200 01  SCREENING-RECORD.
010300     05 SR-STUDENT-ID         PIC 9(09).
010400     05 SR-TYPE               PIC X(01).
010500        88 SR-VISION                    VALUE "V".
010600        88 SR-HEARING                   VALUE "H".
010700     05 SR-DATE               PIC 9(08).
010800     05 SR-RESULT             PIC X(01).
010900        88 SR-PASS                      VALUE "P".
011000        88 SR-RESCREEN                  VALUE "R".
011100        88 SR-REFER                     VALUE "F".
011200     05 SR-SCREENER           PIC X(20).
011300     05 SR-DOCTOR-DATE        PIC 9(08).
011400     05 SR-FOLLOWUP-DATE      PIC 9(08).
011500
011600 FD  SCREENING-TEMP.
011700 01  SCREENING-TEMP-RECORD    PIC X(55).
011800
011900 FD  ROSTER-FILE.
012000*----------------------------------------------------------------
012100* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
012200*----------------------------------------------------------------
012300 01  ROSTER-RECORD.
012400     05 FR-STUDENT-ID         PIC 9(09).
012500     05 FR-NAME               PIC X(60).
012600     05 FR-GRADE              PIC 9(02).
012700     05 FR-TEACHER            PIC X(30).
012800     05 FR-SECTION            PIC 9(01).
012900     05 FR-HOUSEHOLD-ID       PIC 9(09).
013000*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
013100     05 FR-IEP-FLAG           PIC X(01).
013200     05 FR-DOB                PIC 9(08).
013300     05 FR-SCHOOL-CODE        PIC 9(02).
013333     05 FR-GENDER             PIC X(01).
013366     05 FR-RACE-ETH           PIC X(01).
013400
013500 FD  HOUSEHOLD-MASTER.
013600*----------------------------------------------------------------
013700* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
013800*----------------------------------------------------------------
013900 01  HOUSEHOLD-RECORD.
014000     05 HM-HOUSEHOLD-ID       PIC 9(09).
014100     05 HM-GUARDIAN-1         PIC X(60).
014200     05 HM-GUARDIAN-2         PIC X(60).
014300     05 HM-ADDRESS            PIC X(40).
014400     05 HM-CITY               PIC X(25).
014500     05 HM-STATE              PIC XX.
014600     05 HM-ZIP                PIC X(10).
014700     05 HM-PHONE-1            PIC X(15).
014800     05 HM-PHONE-2            PIC X(15).
014900     05 HM-DO-NOT-MAIL        PIC X(01).
015000        88 HM-MAILABLE                  VALUE "N" " ".
015100        88 HM-NO-MAIL                   VALUE "Y".
015200     05 HM-LANGUAGE           PIC X(02).
015210*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
015220*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
015230     05 HM-ADDR-STATUS        PIC X(01).
015240        88 HM-ADDRESS-BAD               VALUE "B".
015250     05 HM-RETURN-COUNT       PIC 9(03).
015260     05 HM-LAST-RETURN-DATE   PIC 9(08).
015300
015400 FD  LETTER-TEMPLATE-FILE.
015500*----------------------------------------------------------------
015600* LAYOUT MUST MATCH THE SHOP'S LTRTMPLT.
015700*----------------------------------------------------------------
015800 01  LETTER-TEMPLATE-RECORD.
015900     05 LT-TYPE               PIC X(08).
016000     05 LT-LANGUAGE           PIC X(02).
016100     05 LT-SEQ                PIC 9(02).
016200     05 LT-TEXT               PIC X(60).
016300
016400 FD  LETTER-PRINT.
016500 01  LTR-LINE                 PIC X(80).
016600
016700 FD  SCREENING-REPORT.
016800 01  RPT-LINE                 PIC X(100).
016900
017000*----------------------------------------------------------------
017100* ONE ROW PER MANDATED GRADE PER SCREENING TYPE IN THE STATE'S
017200* FIXED LAYOUT.
017300*----------------------------------------------------------------
017400 FD  STATE-EXTRACT.
017500 01  EXT-RECORD.
017600     05 EXT-SCHOOL-YEAR       PIC 9(04).
017700     05 EXT-GRADE             PIC 9(02).
017800     05 EXT-TYPE              PIC X(01).
017900     05 EXT-ENROLLED          PIC 9(05).
018000     05 EXT-SCREENED          PIC 9(05).
018100     05 EXT-PASSED            PIC 9(05).
018200     05 EXT-REFERRED          PIC 9(05).
018300     05 EXT-REPORTS-BACK      PIC 9(05).
018310
018320 FD  CALL-FAMILY-FILE.
018330*----------------------------------------------------------------
018340* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
018350* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
018360*----------------------------------------------------------------
018370 01  CALL-FAMILY-RECORD.
018372     05 CF-DATE               PIC 9(08).
018374     05 CF-SOURCE             PIC X(08).
018376     05 CF-LETTER-TYPE        PIC X(08).
018378     05 CF-HOUSEHOLD-ID       PIC 9(09).
018380     05 CF-STUDENT-ID         PIC 9(09).
018382     05 CF-GUARDIAN           PIC X(60).
018384     05 CF-PHONE-1            PIC X(15).
018386     05 CF-PHONE-2            PIC X(15).
018388     05 CF-RETURN-COUNT       PIC 9(03).
018400
018402 FD  LAYOUT-CONTROL.
018405*----------------------------------------------------------------
018408* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
018410* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
018413*----------------------------------------------------------------
018416 01  LAYOUT-CONTROL-RECORD.
018418     05 LC-DATASET            PIC X(08).
018421     05 LC-VERSION            PIC 9(03).
018424     05 LC-LENGTH             PIC 9(05).
018427     05 LC-EFFECTIVE-DATE     PIC 9(08).
018429
018432 FD  LAYOUT-USAGE-LOG.
018435*----------------------------------------------------------------
018437* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
018440* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
018443*----------------------------------------------------------------
018445 01  LAYOUT-USAGE-RECORD.
018448     05 LU-TIMESTAMP          PIC 9(14).
018451     05 LU-PROGRAM            PIC X(24).
018454     05 LU-DATASET            PIC X(08).
018456     05 LU-VERSION            PIC 9(03).
018459     05 LU-LENGTH             PIC 9(05).
018462     05 LU-RESULT             PIC X(08).
018464
018467 FD  OPS-ERROR-LOG.
018470*----------------------------------------------------------------
018472* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
018475* SHARED SHOP-WIDE ERROR LOG.
018478*----------------------------------------------------------------
018481 01  OPS-ERROR-RECORD.
018483     05 OE-TIMESTAMP          PIC 9(14).
018486     05 OE-PROGRAM            PIC X(20).
018489     05 OE-FILE-NAME          PIC X(08).
018491     05 OE-OPERATION          PIC X(08).
018494     05 OE-STATUS             PIC XX.
018497
018500 WORKING-STORAGE SECTION.
018600 01 WS-PARM-STATUS             PIC XX.
018700 01 WS-TX-STATUS               PIC XX.
018800 01 WS-SCR-STATUS              PIC XX.
018900 01 WS-TEMP-STATUS             PIC XX.
019000 01 WS-FILE-STATUS             PIC XX.
019100 01 WS-HM-STATUS               PIC XX.
019200 01 WS-TMPL-STATUS             PIC XX.
019250 01 WS-CF-STATUS               PIC XX.
019300 01 WS-MODE                    PIC X(08).
019400 01 WS-TODAY                   PIC 9(08).
019500 01 WS-YEAR-START              PIC 9(08) VALUE ZERO.
019600 01 WS-FOLLOWUP-DAYS           PIC 9(03) VALUE 30.
019700 01 WS-DAYS-OPEN               PIC S9(05) COMP.
019800 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
019900 01 WS-REPORT-COUNT            PIC 9(05) COMP VALUE ZERO.
020000 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
020100 01 WS-LETTER-COUNT            PIC 9(05) COMP VALUE ZERO.
020200 01 WS-NOMAIL-COUNT            PIC 9(05) COMP VALUE ZERO.
020250 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
020300 01 WS-FOLLOWUP-COUNT          PIC 9(05) COMP VALUE ZERO.
020400 01 WS-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
020500 01 WS-UNSCREENED-COUNT        PIC 9(05) COMP VALUE ZERO.
020600 01 WS-NOLANG-COUNT            PIC 9(04) COMP VALUE ZERO.
020700 01 WS-COUNT-DISP              PIC ZZZZ9.
020800 01 WS-REJECT-REASON           PIC X(30).
020900 01 WS-LETTER-TYPE             PIC X(08).
021000 01 WS-LETTER-LANG             PIC X(02).
021100 01 WS-TYPE-NAME               PIC X(07).
021200 01 WS-LIST-STATUS             PIC X(14).
021300 01 WS-BODY-PRINTED            PIC 9(02) COMP.
021400 01 WS-GRADE-SLOT              PIC 9(02) COMP.
021500 01 WS-TYPE-SLOT               PIC 9(01) COMP.
021600 01 I                          PIC 9(05) COMP.
021700 01 J                          PIC 9(05) COMP.
021800
021900* THE MANDATED GRADES.  SLOT N OF THE SUMMARY IS GRADE
022000* MG-GRADE(N).
022100 01 MANDATED-GRADE-VALUES      PIC X(12) VALUE "000103050709".
022200 01 MANDATED-GRADE-TABLE REDEFINES MANDATED-GRADE-VALUES.
022300     02 MG-GRADE               PIC 9(02) OCCURS 6 TIMES.
022400
022500 01 WS-TMPL-COUNT              PIC 9(03) COMP VALUE ZERO.
022600 01 WS-TMPL-INDX               PIC 9(03) COMP.
022700 01 LETTER-TEMPLATE-TABLE.
022800     02 LT-ROW                OCCURS 1 TO 300 TIMES
022900                                 DEPENDING ON WS-TMPL-COUNT.
023000        05 LT-T-TYPE          PIC X(08).
023100        05 LT-T-LANGUAGE      PIC X(02).
023200        05 LT-T-TEXT          PIC X(60).
023300
023400* DOCTOR'S REPORTS IN THIS RUN'S SCRNTX, APPLIED IN ONE PASS.
023500 01 WS-DOC-COUNT               PIC 9(04) COMP VALUE ZERO.
023600 01 DOCTOR-REPORT-TABLE.
023700     02 DR-ROW                OCCURS 1 TO 2000 TIMES
023800                                 DEPENDING ON WS-DOC-COUNT.
023900        05 DR-STUDENT-ID      PIC 9(09).
024000        05 DR-TYPE            PIC X(01).
024100        05 DR-DATE            PIC 9(08).
024200        05 DR-APPLIED         PIC X(01).
024300
024400*----------------------------------------------------------------
024500* EVERY MANDATED-GRADE STUDENT, IN STUDENT-ID ORDER STRAIGHT OFF
024600* ROSTERF, SO A SCREENING ROW FINDS ITS STUDENT BY THE SAME
024700* LOW/HIGH HALVING BINARY-SEARCH'S CARD-CATALOG-SEARCH USES.
024800* MS-RESULT(1) IS VISION, (2) HEARING: THE LATEST RESULT THIS
024900* YEAR, BLANK WHEN NOT SCREENED.
025000*----------------------------------------------------------------
025100 01 WS-MS-COUNT                PIC 9(05) COMP VALUE ZERO.
025200 01 WS-MS-LOW                  PIC 9(05) COMP.
025300 01 WS-MS-HIGH                 PIC 9(05) COMP.
025400 01 WS-MS-MID                  PIC 9(05) COMP.
025500 01 WS-MS-FOUND                PIC 9(05) COMP.
025600 01 MANDATED-STUDENT-TABLE.
025700     02 MS-ROW                OCCURS 1 TO 20000 TIMES
025800                                 DEPENDING ON WS-MS-COUNT.
025900        05 MS-STUDENT-ID      PIC 9(09).
026000        05 MS-NAME            PIC X(60).
026100        05 MS-GRADE           PIC 9(02).
026200        05 MS-SECTION         PIC 9(01).
026300        05 MS-TYPE-RESULT     OCCURS 2 TIMES.
026400           10 MS-RESULT       PIC X(01).
026500           10 MS-RESULT-DATE  PIC 9(08).
026600           10 MS-REFERRED     PIC X(01).
026700           10 MS-REPORT-BACK  PIC X(01).
026800
026900 01 SUMMARY-TABLE.
027000     02 SM-GRADE-ROW          OCCURS 6 TIMES.
027100        05 SM-TYPE-ROW        OCCURS 2 TIMES.
027200           10 SM-ENROLLED     PIC 9(05) COMP.
027300           10 SM-SCREENED     PIC 9(05) COMP.
027400           10 SM-PASSED       PIC 9(05) COMP.
027500           10 SM-REFERRED     PIC 9(05) COMP.
027600           10 SM-REPORTS-BACK PIC 9(05) COMP.
027700
027704*----------------------------------------------------------------
027709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
027713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
027718*----------------------------------------------------------------
027722 01 WS-LC-STATUS               PIC XX.
027727 01 WS-LU-STATUS               PIC XX.
027731 01 WS-OPS-LOG-STATUS          PIC XX.
027736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
027740     88 LAYOUT-MISMATCH                  VALUE "Y".
027745 01 WS-LK-DATASET              PIC X(08).
027750 01 WS-LK-VERSION              PIC 9(03).
027754 01 WS-LK-LENGTH               PIC 9(05).
027759 01 WS-LK-RESULT               PIC X(08).
027763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
027768 01 WS-LC-INDX                 PIC 9(03) COMP.
027772 01 LAYOUT-CONTROL-TABLE.
027777     02 LCT-ROW               OCCURS 50 TIMES.
027781        05 LCT-DATASET        PIC X(08).
027786        05 LCT-VERSION        PIC 9(03).
027790        05 LCT-LENGTH         PIC 9(05).
027795
027800 PROCEDURE DIVISION.
027900
028000 0000-MAINLINE.
028010     PERFORM 9800-CHECK-LAYOUTS
028020     IF LAYOUT-MISMATCH
028030        MOVE 16 TO RETURN-CODE
028040        GOBACK
028050     END-IF
028100     PERFORM 1000-INITIALIZE
028200     EVALUATE WS-MODE
028300         WHEN "POST"
028400             PERFORM 2000-POST-SCREENINGS
028500         WHEN "LIST"
028600             PERFORM 5000-UNSCREENED-LIST
028700         WHEN "SUMMARY"
028800             PERFORM 6000-STATE-SUMMARY
028900         WHEN OTHER
029000             DISPLAY "GRADE-SCHOOL-HSCREEN UNKNOWN MODE "
029100                 WS-MODE
029200             MOVE 8 TO RETURN-CODE
029300     END-EVALUATE
029400     GOBACK.
029500
029600 1000-INITIALIZE.
029700     MOVE SPACES TO WS-MODE.
029800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
029900     OPEN INPUT PARM-FILE.
030000     IF WS-PARM-STATUS = "00"
030100        READ PARM-FILE
030200            AT END CONTINUE
030300        END-READ
030400        IF WS-PARM-STATUS = "00"
030500           MOVE PARM-MODE TO WS-MODE
030600           IF PARM-YEAR-START IS NUMERIC
030700              MOVE PARM-YEAR-START TO WS-YEAR-START
030800           END-IF
030900           IF PARM-FOLLOWUP-DAYS IS NUMERIC
031000              AND PARM-FOLLOWUP-DAYS > 0
031100              MOVE PARM-FOLLOWUP-DAYS TO WS-FOLLOWUP-DAYS
031200           END-IF
031300        END-IF
031400        CLOSE PARM-FILE
031500     END-IF.
031600     IF WS-YEAR-START = 0
031700        MOVE WS-TODAY(1:4) TO WS-YEAR-START(1:4)
031800        MOVE "0801" TO WS-YEAR-START(5:4)
031900        IF WS-TODAY(5:4) < "0801"
032000           SUBTRACT 10000 FROM WS-YEAR-START
032100        END-IF
032200     END-IF.
032300
032400*----------------------------------------------------------------
032500* NIGHTLY.  RESULTS ARE APPENDED AND A REFER PRINTS ITS LETTER AT
032600* ONCE; THEN ONE PASS OF HLTHSCRN THROUGH THE TEMP STAMPS THE
032700* DOCTOR'S REPORTS AND CHASES REFERRALS STILL OPEN PAST THE
032800* WAITING DAYS -- ONE FOLLOW-UP LETTER EACH, BUT EVERY OPEN ONE
032900* STAYS ON THE NURSE'S REPORT UNTIL ITS REPORT COMES BACK.
033000*----------------------------------------------------------------
033100 2000-POST-SCREENINGS.
033200     PERFORM 2100-LOAD-TEMPLATES.
033300     OPEN INPUT ROSTER-FILE.
033400     OPEN INPUT HOUSEHOLD-MASTER.
033500     OPEN OUTPUT LETTER-PRINT.
033600     OPEN OUTPUT SCREENING-REPORT.
033610     OPEN EXTEND CALL-FAMILY-FILE.
033620     IF WS-CF-STATUS = "35"
033630        OPEN OUTPUT CALL-FAMILY-FILE
033640     END-IF.
033700     MOVE "VISION AND HEARING SCREENING -- NIGHTLY POSTING"
033800         TO RPT-LINE.
033900     WRITE RPT-LINE.
034000     OPEN EXTEND SCREENING-MASTER.
034100     IF WS-SCR-STATUS = "35"
034200        OPEN OUTPUT SCREENING-MASTER
034300     END-IF.
034400     OPEN INPUT SCREENING-TRANSACTIONS.
034500     IF WS-TX-STATUS NOT = "00"
034600        MOVE "10" TO WS-TX-STATUS
034700     ELSE
034800        PERFORM UNTIL WS-TX-STATUS NOT = "00"
034900           READ SCREENING-TRANSACTIONS
035000               AT END MOVE "10" TO WS-TX-STATUS
035100               NOT AT END PERFORM 3000-APPLY-ONE
035200           END-READ
035300        END-PERFORM
035400        CLOSE SCREENING-TRANSACTIONS
035500     END-IF.
035600     CLOSE SCREENING-MASTER.
035700     MOVE "REFERRALS WITH NO DOCTOR'S REPORT" TO RPT-LINE.
035800     WRITE RPT-LINE.
035900     PERFORM 4000-PASS-MASTER.
035920     MOVE "DOCTOR'S REPORTS WITH NO OPEN REFERRAL" TO RPT-LINE.
035940     WRITE RPT-LINE.
036000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DOC-COUNT
036100        IF DR-APPLIED(I) = "N"
036200           MOVE DR-STUDENT-ID(I) TO STX-STUDENT-ID
036300           MOVE DR-TYPE(I) TO STX-TYPE
036400           MOVE DR-DATE(I) TO STX-DATE
036500           MOVE "D" TO STX-ACTION
036600           MOVE "NO OPEN REFERRAL FOR REPORT" TO WS-REJECT-REASON
036700           PERFORM 3900-REJECT-ONE
036800        ELSE
036900           ADD 1 TO WS-REPORT-COUNT
037000        END-IF
037100     END-PERFORM.
037150     CLOSE CALL-FAMILY-FILE.
037200     CLOSE SCREENING-REPORT.
037300     CLOSE LETTER-PRINT.
037400     CLOSE HOUSEHOLD-MASTER.
037500     CLOSE ROSTER-FILE.
037600     DISPLAY "GRADE-SCHOOL-HSCREEN RESULTS POSTED: "
037700         WS-POSTED-COUNT "  DOCTOR REPORTS: " WS-REPORT-COUNT.
037800     DISPLAY "  REJECTED:          " WS-REJECT-COUNT.
037900     DISPLAY "  REFERRAL LETTERS:  " WS-LETTER-COUNT.
038000     DISPLAY "  FOLLOW-UP LETTERS: " WS-FOLLOWUP-COUNT.
038050     DISPLAY "  MAIL RETURNED -- CALL LIST: " WS-CALL-COUNT.
038100     DISPLAY "  STILL OPEN:        " WS-OPEN-COUNT.
038200     IF WS-REJECT-COUNT > 0
038300        MOVE 4 TO RETURN-CODE
038400     END-IF.
038500
038600 2100-LOAD-TEMPLATES.
038700     OPEN INPUT LETTER-TEMPLATE-FILE.
038800     IF WS-TMPL-STATUS NOT = "00"
038900        MOVE "10" TO WS-TMPL-STATUS
039000        EXIT PARAGRAPH
039100     END-IF.
039200     PERFORM UNTIL WS-TMPL-STATUS NOT = "00"
039300        READ LETTER-TEMPLATE-FILE
039400            AT END MOVE "10" TO WS-TMPL-STATUS
039500        END-READ
039600        IF WS-TMPL-STATUS = "00"
039700           AND WS-TMPL-COUNT < 300
039800           AND (LT-TYPE = "SCRREFER" OR LT-TYPE = "SCRFOLUP")
039900           ADD 1 TO WS-TMPL-COUNT
040000           MOVE LT-TYPE TO LT-T-TYPE(WS-TMPL-COUNT)
040100           MOVE LT-LANGUAGE TO LT-T-LANGUAGE(WS-TMPL-COUNT)
040200           MOVE LT-TEXT TO LT-T-TEXT(WS-TMPL-COUNT)
040300        END-IF
040400     END-PERFORM.
040500     CLOSE LETTER-TEMPLATE-FILE.
040600
040700 3000-APPLY-ONE.
040800     IF STX-TYPE NOT = "V" AND STX-TYPE NOT = "H"
040900        MOVE "SCREENING TYPE NOT V OR H" TO WS-REJECT-REASON
041000        PERFORM 3900-REJECT-ONE
041100        EXIT PARAGRAPH
041200     END-IF.
041300     IF STX-DATE IS NOT NUMERIC OR STX-DATE = 0
041400        MOVE "NO SCREENING DATE" TO WS-REJECT-REASON
041500        PERFORM 3900-REJECT-ONE
041600        EXIT PARAGRAPH
041700     END-IF.
041800     EVALUATE STX-ACTION
041900         WHEN "S"
042000             PERFORM 3100-POST-RESULT
042100         WHEN "D"
042200             IF WS-DOC-COUNT < 2000
042300                ADD 1 TO WS-DOC-COUNT
042400                MOVE STX-STUDENT-ID TO DR-STUDENT-ID(WS-DOC-COUNT)
042500                MOVE STX-TYPE TO DR-TYPE(WS-DOC-COUNT)
042600                MOVE STX-DATE TO DR-DATE(WS-DOC-COUNT)
042700                MOVE "N" TO DR-APPLIED(WS-DOC-COUNT)
042800             ELSE
042900               MOVE "TOO MANY REPORTS" TO WS-REJECT-REASON
043000                PERFORM 3900-REJECT-ONE
043100             END-IF
043200         WHEN OTHER
043300             MOVE "ACTION NOT S OR D" TO WS-REJECT-REASON
043400             PERFORM 3900-REJECT-ONE
043500     END-EVALUATE.
043600
043700 3100-POST-RESULT.
043800     IF STX-RESULT NOT = "P" AND STX-RESULT NOT = "R"
043900        AND STX-RESULT NOT = "F"
044000        MOVE "RESULT NOT P, R OR F" TO WS-REJECT-REASON
044100        PERFORM 3900-REJECT-ONE
044200        EXIT PARAGRAPH
044300     END-IF.
044400     MOVE STX-STUDENT-ID TO FR-STUDENT-ID.
044500     READ ROSTER-FILE
044600         INVALID KEY CONTINUE
044700     END-READ.
044800     IF WS-FILE-STATUS NOT = "00"
044900        MOVE "00" TO WS-FILE-STATUS
045000        MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
045100        PERFORM 3900-REJECT-ONE
045200        EXIT PARAGRAPH
045300     END-IF.
045400     MOVE STX-STUDENT-ID TO SR-STUDENT-ID.
045500     MOVE STX-TYPE TO SR-TYPE.
045600     MOVE STX-DATE TO SR-DATE.
045700     MOVE STX-RESULT TO SR-RESULT.
045800     MOVE STX-SCREENER TO SR-SCREENER.
045900     MOVE 0 TO SR-DOCTOR-DATE.
046000     MOVE 0 TO SR-FOLLOWUP-DATE.
046100     WRITE SCREENING-RECORD.
046200     ADD 1 TO WS-POSTED-COUNT.
046300     IF SR-REFER
046400        MOVE "SCRREFER" TO WS-LETTER-TYPE
046500        PERFORM 3200-PRINT-LETTER
046600     END-IF.
046700
046800*----------------------------------------------------------------
046900* THE LETTER FOR THE SCREENING ROW IN SCREENING-RECORD AND THE
047000* STUDENT IN ROSTER-RECORD.  A DO-NOT-MAIL HOUSEHOLD GETS NO
047100* LETTER; THE NURSE'S REPORT SAYS TO CALL HOME INSTEAD.
047200*----------------------------------------------------------------
047300 3200-PRINT-LETTER.
047400     IF SR-VISION
047500        MOVE "VISION" TO WS-TYPE-NAME
047600     ELSE
047700        MOVE "HEARING" TO WS-TYPE-NAME
047800     END-IF.
047900     MOVE SPACES TO HM-GUARDIAN-1.
048000     MOVE SPACES TO HM-ADDRESS.
048100     MOVE SPACES TO HM-LANGUAGE.
048200     MOVE "N" TO HM-DO-NOT-MAIL.
048250     MOVE SPACE TO HM-ADDR-STATUS.
048300     MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
048400     READ HOUSEHOLD-MASTER
048500         INVALID KEY CONTINUE
048600     END-READ.
048700     IF WS-HM-STATUS NOT = "00"
048800        MOVE "00" TO WS-HM-STATUS
048850        MOVE SPACE TO HM-ADDR-STATUS
048900        MOVE "(NO ADDRESS ON FILE -- SEE CARD FILE)"
049000            TO HM-GUARDIAN-1
049100     END-IF.
049200     IF HM-NO-MAIL
049300        ADD 1 TO WS-NOMAIL-COUNT
049400        MOVE SPACES TO RPT-LINE
049500        STRING "  DO NOT MAIL -- CALL HOME: " DELIMITED BY SIZE
049600            SR-STUDENT-ID DELIMITED BY SIZE
049700            " " DELIMITED BY SIZE
049800            FR-NAME(1:30) DELIMITED BY SIZE
049900            " " DELIMITED BY SIZE
050000            WS-TYPE-NAME DELIMITED BY SIZE
050100            " " DELIMITED BY SIZE
050200            WS-LETTER-TYPE DELIMITED BY SIZE
050300            INTO RPT-LINE
050400        END-STRING
050500        WRITE RPT-LINE
050600        EXIT PARAGRAPH
050700     END-IF.
050710     IF HM-ADDRESS-BAD
050720        ADD 1 TO WS-CALL-COUNT
050730        MOVE SPACES TO RPT-LINE
050740        STRING "  MAIL RETURNED -- CALL HOME: " DELIMITED BY SIZE
050750            SR-STUDENT-ID DELIMITED BY SIZE
050760            " " DELIMITED BY SIZE
050770            FR-NAME(1:30) DELIMITED BY SIZE
050780            " " DELIMITED BY SIZE
050790            WS-TYPE-NAME DELIMITED BY SIZE
050800            " " DELIMITED BY SIZE
050810            WS-LETTER-TYPE DELIMITED BY SIZE
050820            INTO RPT-LINE
050830        END-STRING
050840        WRITE RPT-LINE
050850        PERFORM 3270-CALL-FAMILY
050860        EXIT PARAGRAPH
050870     END-IF.
050880     IF WS-LETTER-TYPE = "SCRREFER"
050900        ADD 1 TO WS-LETTER-COUNT
051000     ELSE
051100        ADD 1 TO WS-FOLLOWUP-COUNT
051200     END-IF.
051300     MOVE SPACES TO LTR-LINE.
051400     WRITE LTR-LINE.
051500     MOVE SPACES TO LTR-LINE.
051600     IF WS-LETTER-TYPE = "SCRREFER"
051700        STRING WS-TYPE-NAME DELIMITED BY SPACE
051800            " SCREENING REFERRAL" DELIMITED BY SIZE
051900            INTO LTR-LINE
052000        END-STRING
052100     ELSE
052200        STRING WS-TYPE-NAME DELIMITED BY SPACE
052300            " REFERRAL -- SECOND NOTICE" DELIMITED BY SIZE
052400            INTO LTR-LINE
052500        END-STRING
052600     END-IF.
052700     WRITE LTR-LINE.
052800     MOVE HM-GUARDIAN-1 TO LTR-LINE.
052900     WRITE LTR-LINE.
053000     MOVE HM-ADDRESS TO LTR-LINE.
053100     WRITE LTR-LINE.
053200     MOVE SPACES TO LTR-LINE.
053300     STRING "RE: " DELIMITED BY SIZE
053400         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
053500         "  SCREENED " DELIMITED BY SIZE
053600         SR-DATE DELIMITED BY SIZE
053700         INTO LTR-LINE
053800     END-STRING.
053900     WRITE LTR-LINE.
054000     PERFORM 3250-PRINT-TEMPLATE-BODY.
054100
054200 3250-PRINT-TEMPLATE-BODY.
054300     MOVE HM-LANGUAGE TO WS-LETTER-LANG.
054400     IF WS-LETTER-LANG = SPACES
054500        MOVE "EN" TO WS-LETTER-LANG
054600     END-IF.
054700     PERFORM 3260-PRINT-BODY-LINES.
054800     IF WS-BODY-PRINTED = 0
054900        AND WS-LETTER-LANG NOT = "EN"
055000        ADD 1 TO WS-NOLANG-COUNT
055100        MOVE "** NO TEMPLATE FOR LANGUAGE -- ENGLISH BODY **"
055200            TO LTR-LINE
055300        WRITE LTR-LINE
055400        MOVE "EN" TO WS-LETTER-LANG
055500        PERFORM 3260-PRINT-BODY-LINES
055600     END-IF.
055700
055800 3260-PRINT-BODY-LINES.
055900     MOVE 0 TO WS-BODY-PRINTED.
056000     PERFORM VARYING WS-TMPL-INDX FROM 1 BY 1
056100              UNTIL WS-TMPL-INDX > WS-TMPL-COUNT
056200        IF LT-T-TYPE(WS-TMPL-INDX) = WS-LETTER-TYPE
056300           AND LT-T-LANGUAGE(WS-TMPL-INDX) = WS-LETTER-LANG
056400           ADD 1 TO WS-BODY-PRINTED
056500           MOVE LT-T-TEXT(WS-TMPL-INDX) TO LTR-LINE
056600           WRITE LTR-LINE
056700        END-IF
056800     END-PERFORM.
056805
056810*----------------------------------------------------------------
056815* THE LETTER FOR A HOUSEHOLD WHOSE MAIL COMES BACK GOES ON THE
056820* SHARED CALLFAM LIST INSTEAD.
056825*----------------------------------------------------------------
056830 3270-CALL-FAMILY.
056835     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
056840     MOVE "HSCREEN" TO CF-SOURCE.
056845     MOVE WS-LETTER-TYPE TO CF-LETTER-TYPE.
056850     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
056855     MOVE SR-STUDENT-ID TO CF-STUDENT-ID.
056860     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
056865     MOVE HM-PHONE-1 TO CF-PHONE-1.
056870     MOVE HM-PHONE-2 TO CF-PHONE-2.
056875     MOVE 0 TO CF-RETURN-COUNT.
056880     IF HM-RETURN-COUNT IS NUMERIC
056885        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
056890     END-IF.
056895     WRITE CALL-FAMILY-RECORD.
056900
057000 3900-REJECT-ONE.
057100     ADD 1 TO WS-REJECT-COUNT.
057200     MOVE SPACES TO RPT-LINE.
057300     STRING "  REJECTED " DELIMITED BY SIZE
057400         STX-ACTION DELIMITED BY SIZE
057500         " " DELIMITED BY SIZE
057600         STX-STUDENT-ID DELIMITED BY SIZE
057700         " " DELIMITED BY SIZE
057800         STX-TYPE DELIMITED BY SIZE
057900         " " DELIMITED BY SIZE
058000         STX-DATE DELIMITED BY SIZE
058100         "  " DELIMITED BY SIZE
058200         WS-REJECT-REASON DELIMITED BY SIZE
058300         INTO RPT-LINE
058400     END-STRING.
058500     WRITE RPT-LINE.
058600
058700 4000-PASS-MASTER.
058800     OPEN INPUT SCREENING-MASTER.
058900     IF WS-SCR-STATUS NOT = "00"
059000        MOVE "10" TO WS-SCR-STATUS
059100        EXIT PARAGRAPH
059200     END-IF.
059300     OPEN OUTPUT SCREENING-TEMP.
059400     PERFORM UNTIL WS-SCR-STATUS NOT = "00"
059500        READ SCREENING-MASTER
059600            AT END MOVE "10" TO WS-SCR-STATUS
059700        END-READ
059800        IF WS-SCR-STATUS = "00"
059900           IF SR-REFER AND SR-DOCTOR-DATE = 0
060000              PERFORM 4100-WORK-OPEN-REFERRAL
060100           END-IF
060200           MOVE SCREENING-RECORD TO SCREENING-TEMP-RECORD
060300           WRITE SCREENING-TEMP-RECORD
060400        END-IF
060500     END-PERFORM.
060600     CLOSE SCREENING-MASTER.
060700     CLOSE SCREENING-TEMP.
060800     OPEN INPUT SCREENING-TEMP.
060900     OPEN OUTPUT SCREENING-MASTER.
061000     PERFORM UNTIL WS-TEMP-STATUS NOT = "00"
061100        READ SCREENING-TEMP
061200            AT END MOVE "10" TO WS-TEMP-STATUS
061300        END-READ
061400        IF WS-TEMP-STATUS = "00"
061500           MOVE SCREENING-TEMP-RECORD TO SCREENING-RECORD
061600           WRITE SCREENING-RECORD
061700        END-IF
061800     END-PERFORM.
061900     CLOSE SCREENING-TEMP.
062000     CLOSE SCREENING-MASTER.
062100     MOVE "00" TO WS-TEMP-STATUS.
062200     MOVE "00" TO WS-SCR-STATUS.
062300
062400 4100-WORK-OPEN-REFERRAL.
062500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DOC-COUNT
062600        IF DR-APPLIED(I) = "N"
062700           AND DR-STUDENT-ID(I) = SR-STUDENT-ID
062800           AND DR-TYPE(I) = SR-TYPE
062900           AND DR-DATE(I) >= SR-DATE
063000           MOVE DR-DATE(I) TO SR-DOCTOR-DATE
063100           MOVE "Y" TO DR-APPLIED(I)
063200           MOVE WS-DOC-COUNT TO I
063300        END-IF
063400     END-PERFORM.
063500     IF SR-DOCTOR-DATE NOT = 0
063600        EXIT PARAGRAPH
063700     END-IF.
063800     COMPUTE WS-DAYS-OPEN =
063900         FUNCTION INTEGER-OF-DATE(WS-TODAY)
064000         - FUNCTION INTEGER-OF-DATE(SR-DATE).
064100     IF WS-DAYS-OPEN < WS-FOLLOWUP-DAYS
064200        EXIT PARAGRAPH
064300     END-IF.
064400     ADD 1 TO WS-OPEN-COUNT.
064500     MOVE SR-STUDENT-ID TO FR-STUDENT-ID.
064600     READ ROSTER-FILE
064700         INVALID KEY CONTINUE
064800     END-READ.
064900     IF WS-FILE-STATUS NOT = "00"
065000        MOVE "00" TO WS-FILE-STATUS
065100        MOVE "(LEFT THE ROSTER)" TO FR-NAME
065200        MOVE 0 TO FR-HOUSEHOLD-ID
065300     END-IF.
065400     MOVE WS-DAYS-OPEN TO WS-COUNT-DISP.
065500     MOVE SPACES TO RPT-LINE.
065600     STRING "  " DELIMITED BY SIZE
065700         SR-STUDENT-ID DELIMITED BY SIZE
065800         " " DELIMITED BY SIZE
065900         FR-NAME(1:30) DELIMITED BY SIZE
066000         " " DELIMITED BY SIZE
066100         SR-TYPE DELIMITED BY SIZE
066200         " REFERRED " DELIMITED BY SIZE
066300         SR-DATE DELIMITED BY SIZE
066400         " DAYS" DELIMITED BY SIZE
066500         WS-COUNT-DISP DELIMITED BY SIZE
066600         INTO RPT-LINE
066700     END-STRING.
066800     IF SR-FOLLOWUP-DATE NOT = 0
066900        MOVE "FOLLOWED UP" TO RPT-LINE(80:11)
067000     END-IF.
067100     WRITE RPT-LINE.
067200     IF SR-FOLLOWUP-DATE = 0
067300        AND FR-HOUSEHOLD-ID NOT = 0
067400        MOVE "SCRFOLUP" TO WS-LETTER-TYPE
067500        PERFORM 3200-PRINT-LETTER
067600        MOVE WS-TODAY TO SR-FOLLOWUP-DATE
067700     END-IF.
067800
067900*----------------------------------------------------------------
068000* FALL WORKLIST: EVERY K, 1, 3, 5, 7 AND 9 WITH NO VISION OR NO
068100* HEARING SCREENING SINCE THE YEAR STARTED, OR WHOSE LATEST ONE
068200* SAID RESCREEN, BY GRADE AND SECTION.
068300*----------------------------------------------------------------
068400 5000-UNSCREENED-LIST.
068500     PERFORM 7000-LOAD-MANDATED-STUDENTS.
068600     PERFORM 7100-APPLY-SCREENINGS.
068700     SORT MS-ROW ASCENDING MS-GRADE MS-SECTION MS-NAME.
068800     OPEN OUTPUT SCREENING-REPORT.
068900     MOVE SPACES TO RPT-LINE.
069000     STRING "STUDENTS NOT YET SCREENED SINCE " DELIMITED BY SIZE
069100         WS-YEAR-START DELIMITED BY SIZE
069200         INTO RPT-LINE
069300     END-STRING.
069400     WRITE RPT-LINE.
069500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MS-COUNT
069600        PERFORM VARYING J FROM 1 BY 1 UNTIL J > 2
069700           IF MS-RESULT(I, J) = SPACE
069800              OR MS-RESULT(I, J) = "R"
069900              PERFORM 5100-LIST-ONE
070000           END-IF
070100        END-PERFORM
070200     END-PERFORM.
070300     MOVE WS-UNSCREENED-COUNT TO WS-COUNT-DISP.
070400     MOVE SPACES TO RPT-LINE.
070500     STRING "SCREENINGS STILL DUE " DELIMITED BY SIZE
070600         WS-COUNT-DISP DELIMITED BY SIZE
070700         INTO RPT-LINE
070800     END-STRING.
070900     WRITE RPT-LINE.
071000     CLOSE SCREENING-REPORT.
071100     DISPLAY "GRADE-SCHOOL-HSCREEN SCREENINGS STILL DUE: "
071200         WS-UNSCREENED-COUNT.
071300
071400 5100-LIST-ONE.
071500     ADD 1 TO WS-UNSCREENED-COUNT.
071600     IF J = 1
071700        MOVE "VISION" TO WS-TYPE-NAME
071800     ELSE
071900        MOVE "HEARING" TO WS-TYPE-NAME
072000     END-IF.
072100     IF MS-RESULT(I, J) = "R"
072200        MOVE "RESCREEN DUE" TO WS-LIST-STATUS
072300     ELSE
072400        MOVE "NOT SCREENED" TO WS-LIST-STATUS
072500     END-IF.
072600     MOVE SPACES TO RPT-LINE.
072700     STRING "  GRADE " DELIMITED BY SIZE
072800         MS-GRADE(I) DELIMITED BY SIZE
072900         " SECTION " DELIMITED BY SIZE
073000         MS-SECTION(I) DELIMITED BY SIZE
073100         "  " DELIMITED BY SIZE
073200         MS-STUDENT-ID(I) DELIMITED BY SIZE
073300         " " DELIMITED BY SIZE
073400         MS-NAME(I)(1:30) DELIMITED BY SIZE
073500         " " DELIMITED BY SIZE
073600         WS-TYPE-NAME DELIMITED BY SIZE
073700         " " DELIMITED BY SIZE
073800         WS-LIST-STATUS DELIMITED BY SIZE
073900         INTO RPT-LINE
074000     END-STRING.
074100     WRITE RPT-LINE.
074200
074300*----------------------------------------------------------------
074400* YEAR END: PER MANDATED GRADE AND TYPE, HOW MANY ARE ENROLLED,
074500* SCREENED, PASSED (LATEST RESULT P), REFERRED (ANY F THIS YEAR)
074600* AND REFERRED WITH THE DOCTOR'S REPORT BACK.
074700*----------------------------------------------------------------
074800 6000-STATE-SUMMARY.
074900     PERFORM 7000-LOAD-MANDATED-STUDENTS.
075000     PERFORM 7100-APPLY-SCREENINGS.
075100     INITIALIZE SUMMARY-TABLE.
075200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MS-COUNT
075300        PERFORM 6100-TALLY-STUDENT
075400     END-PERFORM.
075500     OPEN OUTPUT STATE-EXTRACT.
075600     OPEN OUTPUT SCREENING-REPORT.
075700     MOVE SPACES TO RPT-LINE.
075800     STRING "SCREENING SUMMARY FROM " DELIMITED BY SIZE
075900         WS-YEAR-START DELIMITED BY SIZE
076000         INTO RPT-LINE
076100     END-STRING.
076200     WRITE RPT-LINE.
076300     MOVE "GRADE TYPE ENROLLED SCREENED PASSED REFERRED REPORTS"
076400         TO RPT-LINE.
076500     WRITE RPT-LINE.
076600     PERFORM VARYING WS-GRADE-SLOT FROM 1 BY 1
076700              UNTIL WS-GRADE-SLOT > 6
076800        PERFORM VARYING WS-TYPE-SLOT FROM 1 BY 1
076900                 UNTIL WS-TYPE-SLOT > 2
077000           PERFORM 6200-WRITE-ONE-COUNT
077100        END-PERFORM
077200     END-PERFORM.
077300     CLOSE SCREENING-REPORT.
077400     CLOSE STATE-EXTRACT.
077500     DISPLAY "GRADE-SCHOOL-HSCREEN STUDENTS SUMMARIZED: "
077600         WS-MS-COUNT.
077700
077800 6100-TALLY-STUDENT.
077900     MOVE 0 TO WS-GRADE-SLOT.
078000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
078100        IF MG-GRADE(J) = MS-GRADE(I)
078200           MOVE J TO WS-GRADE-SLOT
078300        END-IF
078400     END-PERFORM.
078500     IF WS-GRADE-SLOT = 0
078600        EXIT PARAGRAPH
078700     END-IF.
078800     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 2
078900        ADD 1 TO SM-ENROLLED(WS-GRADE-SLOT, J)
079000        IF MS-RESULT(I, J) NOT = SPACE
079100           ADD 1 TO SM-SCREENED(WS-GRADE-SLOT, J)
079200        END-IF
079300        IF MS-RESULT(I, J) = "P"
079400           ADD 1 TO SM-PASSED(WS-GRADE-SLOT, J)
079500        END-IF
079600        IF MS-REFERRED(I, J) = "Y"
079700           ADD 1 TO SM-REFERRED(WS-GRADE-SLOT, J)
079800        END-IF
079900        IF MS-REPORT-BACK(I, J) = "Y"
080000           ADD 1 TO SM-REPORTS-BACK(WS-GRADE-SLOT, J)
080100        END-IF
080200     END-PERFORM.
080300
080400 6200-WRITE-ONE-COUNT.
080500     MOVE WS-YEAR-START(1:4) TO EXT-SCHOOL-YEAR.
080600     MOVE MG-GRADE(WS-GRADE-SLOT) TO EXT-GRADE.
080700     IF WS-TYPE-SLOT = 1
080800        MOVE "V" TO EXT-TYPE
080900     ELSE
081000        MOVE "H" TO EXT-TYPE
081100     END-IF.
081200     MOVE SM-ENROLLED(WS-GRADE-SLOT, WS-TYPE-SLOT)
081250         TO EXT-ENROLLED.
081300     MOVE SM-SCREENED(WS-GRADE-SLOT, WS-TYPE-SLOT)
081350         TO EXT-SCREENED.
081400     MOVE SM-PASSED(WS-GRADE-SLOT, WS-TYPE-SLOT) TO EXT-PASSED.
081500     MOVE SM-REFERRED(WS-GRADE-SLOT, WS-TYPE-SLOT)
081550         TO EXT-REFERRED.
081600     MOVE SM-REPORTS-BACK(WS-GRADE-SLOT, WS-TYPE-SLOT)
081700         TO EXT-REPORTS-BACK.
081800     WRITE EXT-RECORD.
081900     MOVE SPACES TO RPT-LINE.
082000     STRING "  " DELIMITED BY SIZE
082100         EXT-GRADE DELIMITED BY SIZE
082200         "    " DELIMITED BY SIZE
082300         EXT-TYPE DELIMITED BY SIZE
082400         "    " DELIMITED BY SIZE
082500         EXT-ENROLLED DELIMITED BY SIZE
082600         "    " DELIMITED BY SIZE
082700         EXT-SCREENED DELIMITED BY SIZE
082800         "  " DELIMITED BY SIZE
082900         EXT-PASSED DELIMITED BY SIZE
083000         "    " DELIMITED BY SIZE
083100         EXT-REFERRED DELIMITED BY SIZE
083200         "   " DELIMITED BY SIZE
083300         EXT-REPORTS-BACK DELIMITED BY SIZE
083400         INTO RPT-LINE
083500     END-STRING.
083600     WRITE RPT-LINE.
083700
083800 7000-LOAD-MANDATED-STUDENTS.
083900     MOVE 0 TO WS-MS-COUNT.
084000     OPEN INPUT ROSTER-FILE.
084100     MOVE 0 TO FR-STUDENT-ID.
084200     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
084300         INVALID KEY MOVE "10" TO WS-FILE-STATUS
084400     END-START.
084500     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
084600        READ ROSTER-FILE NEXT RECORD
084700            AT END MOVE "10" TO WS-FILE-STATUS
084800        END-READ
084900        IF WS-FILE-STATUS = "00"
085000           AND WS-MS-COUNT < 20000
085100           PERFORM 7050-KEEP-IF-MANDATED
085200        END-IF
085300     END-PERFORM.
085400     CLOSE ROSTER-FILE.
085500     MOVE "00" TO WS-FILE-STATUS.
085600
085700 7050-KEEP-IF-MANDATED.
085800     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
085900        IF MG-GRADE(J) = FR-GRADE
086000           ADD 1 TO WS-MS-COUNT
086100           MOVE FR-STUDENT-ID TO MS-STUDENT-ID(WS-MS-COUNT)
086200           MOVE FR-NAME TO MS-NAME(WS-MS-COUNT)
086300           MOVE FR-GRADE TO MS-GRADE(WS-MS-COUNT)
086400           MOVE FR-SECTION TO MS-SECTION(WS-MS-COUNT)
086500           MOVE SPACES TO MS-TYPE-RESULT(WS-MS-COUNT, 1)
086600           MOVE SPACES TO MS-TYPE-RESULT(WS-MS-COUNT, 2)
086700           MOVE 0 TO MS-RESULT-DATE(WS-MS-COUNT, 1)
086800           MOVE 0 TO MS-RESULT-DATE(WS-MS-COUNT, 2)
086900           MOVE 6 TO J
087000        END-IF
087100     END-PERFORM.
087200
087300*----------------------------------------------------------------
087400* THIS YEAR'S HLTHSCRN ROWS ONTO THE MANDATED STUDENTS.  THE
087500* LATEST DATE DECIDES THE RESULT; ANY REFER COUNTS AS REFERRED.
087600*----------------------------------------------------------------
087700 7100-APPLY-SCREENINGS.
087800     OPEN INPUT SCREENING-MASTER.
087900     IF WS-SCR-STATUS NOT = "00"
088000        MOVE "10" TO WS-SCR-STATUS
088100        EXIT PARAGRAPH
088200     END-IF.
088300     PERFORM UNTIL WS-SCR-STATUS NOT = "00"
088400        READ SCREENING-MASTER
088500            AT END MOVE "10" TO WS-SCR-STATUS
088600        END-READ
088700        IF WS-SCR-STATUS = "00"
088800           AND SR-DATE >= WS-YEAR-START
088900           AND (SR-VISION OR SR-HEARING)
089000           PERFORM 7150-APPLY-ONE-SCREENING
089100        END-IF
089200     END-PERFORM.
089300     CLOSE SCREENING-MASTER.
089400     MOVE "00" TO WS-SCR-STATUS.
089500
089600 7150-APPLY-ONE-SCREENING.
089700     PERFORM 7200-FIND-STUDENT.
089800     IF WS-MS-FOUND = 0
089900        EXIT PARAGRAPH
090000     END-IF.
090100     IF SR-VISION
090200        MOVE 1 TO J
090300     ELSE
090400        MOVE 2 TO J
090500     END-IF.
090600     IF SR-DATE >= MS-RESULT-DATE(WS-MS-FOUND, J)
090700        MOVE SR-RESULT TO MS-RESULT(WS-MS-FOUND, J)
090800        MOVE SR-DATE TO MS-RESULT-DATE(WS-MS-FOUND, J)
090900     END-IF.
091000     IF SR-REFER
091100        MOVE "Y" TO MS-REFERRED(WS-MS-FOUND, J)
091200        IF SR-DOCTOR-DATE NOT = 0
091300           MOVE "Y" TO MS-REPORT-BACK(WS-MS-FOUND, J)
091400        END-IF
091500     END-IF.
091600
091700 7200-FIND-STUDENT.
091800     MOVE 0 TO WS-MS-FOUND.
091900     MOVE 1 TO WS-MS-LOW.
092000     MOVE WS-MS-COUNT TO WS-MS-HIGH.
092100     PERFORM UNTIL WS-MS-LOW > WS-MS-HIGH
092200         OR WS-MS-FOUND NOT = 0
092300        COMPUTE WS-MS-MID = (WS-MS-LOW + WS-MS-HIGH) / 2
092400        IF MS-STUDENT-ID(WS-MS-MID) < SR-STUDENT-ID
092500           COMPUTE WS-MS-LOW = WS-MS-MID + 1
092600        ELSE
092700           IF MS-STUDENT-ID(WS-MS-MID) > SR-STUDENT-ID
092800              IF WS-MS-MID = 1
092900                 MOVE 0 TO WS-MS-HIGH
093000              ELSE
093100                 COMPUTE WS-MS-HIGH = WS-MS-MID - 1
093200              END-IF
093300           ELSE
093400              MOVE WS-MS-MID TO WS-MS-FOUND
093500           END-IF
093600        END-IF
093700     END-PERFORM.
093800
093900*----------------------------------------------------------------
094000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
094100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
094200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
094300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
094400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
094500*----------------------------------------------------------------
094600 9800-CHECK-LAYOUTS.
094700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
094800     OPEN EXTEND LAYOUT-USAGE-LOG.
094900     IF WS-LU-STATUS = "35"
095000        OPEN OUTPUT LAYOUT-USAGE-LOG
095100     END-IF.
095200     MOVE "ROSTERF" TO WS-LK-DATASET.
095300     MOVE 3 TO WS-LK-VERSION.
095400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
095500     PERFORM 9820-CHECK-ONE-LAYOUT.
095600     MOVE "HSHLDMST" TO WS-LK-DATASET.
095700     MOVE 3 TO WS-LK-VERSION.
095800     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
095900     PERFORM 9820-CHECK-ONE-LAYOUT.
096000     CLOSE LAYOUT-USAGE-LOG.
096100
096200 9810-LOAD-LAYOUT-CONTROL.
096300     MOVE 0 TO WS-LC-COUNT.
096400     OPEN INPUT LAYOUT-CONTROL.
096500     IF WS-LC-STATUS NOT = "00"
096600        EXIT PARAGRAPH
096700     END-IF.
096800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
096900        READ LAYOUT-CONTROL
097000            AT END MOVE "10" TO WS-LC-STATUS
097100        END-READ
097200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
097300           ADD 1 TO WS-LC-COUNT
097400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
097500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
097600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
097700        END-IF
097800     END-PERFORM.
097900     CLOSE LAYOUT-CONTROL.
098000
098100*----------------------------------------------------------------
098200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
098300* AS NOCTL.
098400*----------------------------------------------------------------
098500 9820-CHECK-ONE-LAYOUT.
098600     MOVE "NOCTL" TO WS-LK-RESULT.
098700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
098800             UNTIL WS-LC-INDX > WS-LC-COUNT
098900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
099000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
099100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
099200              MOVE "CURRENT" TO WS-LK-RESULT
099300           ELSE
099400              MOVE "MISMATCH" TO WS-LK-RESULT
099500           END-IF
099600        END-IF
099700     END-PERFORM.
099800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
099900     MOVE "GRADE-SCHOOL-HSCREEN" TO LU-PROGRAM.
100000     MOVE WS-LK-DATASET TO LU-DATASET.
100100     MOVE WS-LK-VERSION TO LU-VERSION.
100200     MOVE WS-LK-LENGTH TO LU-LENGTH.
100300     MOVE WS-LK-RESULT TO LU-RESULT.
100400     WRITE LAYOUT-USAGE-RECORD.
100500     IF WS-LK-RESULT NOT = "MISMATCH"
100600        EXIT PARAGRAPH
100700     END-IF.
100800     SET LAYOUT-MISMATCH TO TRUE.
100900     DISPLAY "GRADE-SCHOOL-HSCREEN HALTED: " WS-LK-DATASET
101000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
101100         " DOES NOT MATCH LAYOUTCT".
101200     OPEN EXTEND OPS-ERROR-LOG.
101300     IF WS-OPS-LOG-STATUS = "35"
101400        OPEN OUTPUT OPS-ERROR-LOG
101500     END-IF.
101600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
101700     MOVE "GRADE-SCHOOL-HSCREEN" TO OE-PROGRAM.
101800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
101900     MOVE "LAYOUT" TO OE-OPERATION.
102000     MOVE "16" TO OE-STATUS.
102100     WRITE OPS-ERROR-RECORD.
102200     CLOSE OPS-ERROR-LOG.
