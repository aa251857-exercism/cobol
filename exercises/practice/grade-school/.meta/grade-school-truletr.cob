002084*                 NO TEMPLATE FOR YET GETS THE ENGLISH BODY,
002085*                 FLAGGED ON THE LETTER AND COUNTED, SO THE
002086*                 TRANSLATION BACKLOG IS A NUMBER.
002088* 2026-10-15 KAP  RETURNED MAIL -- A HOUSEHOLD WHOSE MAIL
002089*                 CAME BACK (HM-ADDR-STATUS "B") GETS NO
002090*                 LETTER; THE TIER GOES TO THE SHARED CALLFAM
002093*                 LIST FOR A PHONE CALL AND IS NOT LOGGED, SO
002095*                 IT IS MAILED ON THE FIRST RUN AFTER THE
002097*                 OFFICE CORRECTS THE ADDRESS.
002107* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002117*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002127*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002137*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002147*                 OPSERRLG ENTRY.
002148* 2026-10-15 KAP  REPORT ARCHIVE -- EVERY LINE OF THE PRINTED
002149*                 LETTERS (TRULTRPT) ALSO GOES TO RPTARCH, ONE
002150*                 PAGE PER LETTER TAGGED WITH THE STUDENT, AND THE
002151*                 RUN IS INDEXED ON RPTINDEX, SO
002152*                 GRADE-SCHOOL-REPRINT CAN REPRODUCE THE LETTER
002153*                 THAT WAS SENT AFTER THE SPOOL IS PURGED.
002154* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002155*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002156*                 LAYOUT VERSION 3.
002157*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002714     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
002728         ORGANIZATION IS LINE SEQUENTIAL
002742         FILE STATUS IS WS-RA-STATUS.

002756     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
002770         ORGANIZATION IS LINE SEQUENTIAL
002784         FILE STATUS IS WS-RX-STATUS.

002800     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNDNCE"
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS SEQUENTIAL
004510     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS WS-TMPL-STATUS.
004540
004550     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
004560         ORGANIZATION IS LINE SEQUENTIAL
004570         FILE STATUS IS WS-CF-STATUS.

004573     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004576         ORGANIZATION IS LINE SEQUENTIAL
004579         FILE STATUS IS WS-LC-STATUS.

004582     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004585         ORGANIZATION IS LINE SEQUENTIAL
004588         FILE STATUS IS WS-LU-STATUS.

004591     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004594         ORGANIZATION IS LINE SEQUENTIAL
004597         FILE STATUS IS WS-OPS-LOG-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004704 FD  REPORT-ARCHIVE.
004708*----------------------------------------------------------------
004712* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-ARCHIVE-RECORD -- ONE
004716* ROW PER PRINTED LINE OF AN ARCHIVED REPORT.
004720*----------------------------------------------------------------
004724 01  REPORT-ARCHIVE-RECORD.
004728     05 RA-RUN-STAMP          PIC 9(14).
004732     05 RA-REPORT             PIC X(08).
004736     05 RA-PAGE               PIC 9(05).
004740     05 RA-STUDENT-ID         PIC 9(09).
004744     05 RA-LINE               PIC X(132).

004748 FD  REPORT-INDEX.
004752*----------------------------------------------------------------
004756* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-INDEX-RECORD -- ONE ROW
004760* PER ARCHIVED REPORT RUN.
004764*----------------------------------------------------------------
004768 01  REPORT-INDEX-RECORD.
004772     05 RX-RUN-STAMP          PIC 9(14).
004776     05 RX-JOB                PIC X(08).
004780     05 RX-REPORT             PIC X(08).
004784     05 RX-PROGRAM            PIC X(24).
004788     05 RX-PAGES              PIC 9(05).
004792     05 RX-STUDENTS           PIC 9(07).
004796     05 RX-LINES              PIC 9(07).

004800 FD  ATTENDANCE-FILE.
004900*----------------------------------------------------------------
005000* LAYOUT MUST MATCH GRADE-SCHOOL'S RECORD-ATTENDANCE OUTPUT.
006800     05 FR-IEP-FLAG           PIC X(01).
006801     05 FR-DOB                PIC 9(08).
006802     05 FR-SCHOOL-CODE        PIC 9(02).
006834     05 FR-GENDER             PIC X(01).
006866     05 FR-RACE-ETH           PIC X(01).

006900 FD  HOUSEHOLD-MASTER.
007000*----------------------------------------------------------------
008300     05 HM-DO-NOT-MAIL        PIC X(01).
008310*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
008320     05 HM-LANGUAGE           PIC X(02).
008330*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
008340*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
008350     05 HM-ADDR-STATUS        PIC X(01).
008360        88 HM-ADDRESS-BAD               VALUE "B".
008370     05 HM-RETURN-COUNT       PIC 9(03).
008380     05 HM-LAST-RETURN-DATE   PIC 9(08).

008400 FD  LETTER-LOG.
008500*----------------------------------------------------------------

009403 FD  LETTER-PRINT.
009404 01  LTR-LINE                 PIC X(80).
009414
009424 FD  CALL-FAMILY-FILE.
009434*----------------------------------------------------------------
009444* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
009454* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
009464*----------------------------------------------------------------
009474 01  CALL-FAMILY-RECORD.
009484     05 CF-DATE               PIC 9(08).
009494     05 CF-SOURCE             PIC X(08).
009504     05 CF-LETTER-TYPE        PIC X(08).
009514     05 CF-HOUSEHOLD-ID       PIC 9(09).
009524     05 CF-STUDENT-ID         PIC 9(09).
009534     05 CF-GUARDIAN           PIC X(60).
009544     05 CF-PHONE-1            PIC X(15).
009554     05 CF-PHONE-2            PIC X(15).
009564     05 CF-RETURN-COUNT       PIC 9(03).

009565 FD  LAYOUT-CONTROL.
009566*----------------------------------------------------------------
009567* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
009568* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
009569*----------------------------------------------------------------
009570 01  LAYOUT-CONTROL-RECORD.
009571     05 LC-DATASET            PIC X(08).
009572     05 LC-VERSION            PIC 9(03).
009573     05 LC-LENGTH             PIC 9(05).
009574     05 LC-EFFECTIVE-DATE     PIC 9(08).

009575 FD  LAYOUT-USAGE-LOG.
009576*----------------------------------------------------------------
009577* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
009578* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
009579*----------------------------------------------------------------
009580 01  LAYOUT-USAGE-RECORD.
009582     05 LU-TIMESTAMP          PIC 9(14).
009583     05 LU-PROGRAM            PIC X(24).
009584     05 LU-DATASET            PIC X(08).
009585     05 LU-VERSION            PIC 9(03).
009586     05 LU-LENGTH             PIC 9(05).
009587     05 LU-RESULT             PIC X(08).

009588 FD  OPS-ERROR-LOG.
009589*----------------------------------------------------------------
009590* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
009591* SHARED SHOP-WIDE ERROR LOG.
009592*----------------------------------------------------------------
009593 01  OPS-ERROR-RECORD.
009594     05 OE-TIMESTAMP          PIC 9(14).
009595     05 OE-PROGRAM            PIC X(20).
009596     05 OE-FILE-NAME          PIC X(08).
009597     05 OE-OPERATION          PIC X(08).
009598     05 OE-STATUS             PIC XX.

009600 WORKING-STORAGE SECTION.
009700 01 WS-ATT-FILE-STATUS         PIC XX.
009705*----------------------------------------------------------------
009710* REPORT ARCHIVE: THE RUN'S STAMP, AND THE PAGE AND STUDENT THE
009715* NEXT PRINTED LINE BELONGS TO.
009720*----------------------------------------------------------------
009725 01 WS-RA-STATUS               PIC XX.
009730 01 WS-RX-STATUS               PIC XX.
009735 01 WS-ARCHIVE-SWITCH          PIC X(01) VALUE "N".
009740     88 ARCHIVE-OPEN                     VALUE "Y".
009745     88 ARCHIVE-CLOSED                   VALUE "N".
009750 01 WS-ARCH-JOB                PIC X(08) VALUE "GSTRULTR".
009755 01 WS-ARCH-REPORT             PIC X(08) VALUE "TRULTRPT".
009760 01 WS-ARCH-RUN-STAMP          PIC 9(14).
009765 01 WS-ARCH-PAGE               PIC 9(05) COMP VALUE ZERO.
009770 01 WS-ARCH-STUDENT-ID         PIC 9(09) VALUE ZERO.
009775 01 WS-ARCH-LAST-STUDENT       PIC 9(09) VALUE ZERO.
009780 01 WS-ARCH-STUDENTS           PIC 9(07) COMP VALUE ZERO.
009785 01 WS-ARCH-LINES              PIC 9(07) COMP VALUE ZERO.

009800 01 WS-FILE-STATUS             PIC XX.
009900 01 WS-HM-STATUS               PIC XX.
010000 01 WS-LOG-STATUS              PIC XX.
010840 01 WS-HM-OPEN-SWITCH          PIC X VALUE "N".
010841     88 HM-MASTER-OPEN                   VALUE "Y".
010842     88 HM-MASTER-UNAVAILABLE            VALUE "N".
010852 01 WS-CF-STATUS               PIC XX.
010862 01 WS-CALL-COUNT              PIC 9(07) COMP VALUE ZERO.
010900 01 WS-FOUND-INDX              PIC 9(04) COMP.
011000 01 I                          PIC 9(04) COMP.
011100 01 J                          PIC 9(04) COMP.
012100        05 STT-ABSENCES       PIC 9(04) COMP.
012200        05 STT-SENT-TIER      PIC 9 COMP.

012204*----------------------------------------------------------------
012209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
012214* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
012219*----------------------------------------------------------------
012223 01 WS-LC-STATUS               PIC XX.
012228 01 WS-LU-STATUS               PIC XX.
012233 01 WS-OPS-LOG-STATUS          PIC XX.
012238 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
012242     88 LAYOUT-MISMATCH                  VALUE "Y".
012247 01 WS-LK-DATASET              PIC X(08).
012252 01 WS-LK-VERSION              PIC 9(03).
012257 01 WS-LK-LENGTH               PIC 9(05).
012261 01 WS-LK-RESULT               PIC X(08).
012266 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
012271 01 WS-LC-INDX                 PIC 9(03) COMP.
012276 01 LAYOUT-CONTROL-TABLE.
012280     02 LCT-ROW               OCCURS 50 TIMES.
012285        05 LCT-DATASET        PIC X(08).
012290        05 LCT-VERSION        PIC 9(03).
012295        05 LCT-LENGTH         PIC 9(05).

012300 PROCEDURE DIVISION.

012400 0000-MAINLINE.
012410     PERFORM 9800-CHECK-LAYOUTS
012420     IF LAYOUT-MISMATCH
012430        MOVE 16 TO RETURN-CODE
012440        GOBACK
012450     END-IF
012500     PERFORM 1000-INITIALIZE
012600     PERFORM 2000-COUNT-ABSENCES
012700         UNTIL WS-ATT-FILE-STATUS NOT = "00"

013200 1000-INITIALIZE.
013300     OPEN OUTPUT LETTER-PRINT.
013350     PERFORM 9700-OPEN-REPORT-ARCHIVE.
013400     OPEN INPUT ROSTER-FILE.
013500     OPEN INPUT HOUSEHOLD-MASTER.
013510*    THE MASTER MAY NOT EXIST YET -- LETTERS STILL GO OUT,
019800     OPEN EXTEND LETTER-LOG.
019900     IF WS-LOG-STATUS = "35"
020000        OPEN OUTPUT LETTER-LOG
020020     END-IF.
020040     OPEN EXTEND CALL-FAMILY-FILE.
020060     IF WS-CF-STATUS = "35"
020080        OPEN OUTPUT CALL-FAMILY-FILE
020100     END-IF.
020200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
020300        MOVE 0 TO WS-EARNED-TIER
021900        END-PERFORM
022000     END-PERFORM.
022100     CLOSE LETTER-LOG.
022150     CLOSE CALL-FAMILY-FILE.

022200 4100-SEND-ONE-LETTER.
022300     MOVE STT-STUDENT-ID(I) TO FR-STUDENT-ID.
022800        MOVE "00" TO WS-FILE-STATUS
022900        EXIT PARAGRAPH
023000     END-IF.
023010     PERFORM 4150-CHECK-RETURNED-MAIL.
023020     IF HM-ADDRESS-BAD
023030        PERFORM 4400-CALL-FAMILY
023040        EXIT PARAGRAPH
023050     END-IF.
023100     PERFORM 4200-PRINT-LETTER.
023200     MOVE FUNCTION CURRENT-DATE(1:8) TO TL-DATE.
023300     MOVE STT-STUDENT-ID(I) TO TL-STUDENT-ID.
023600     ADD 1 TO WS-LETTER-COUNT.

023700 4200-PRINT-LETTER.
023703     ADD 1 TO WS-ARCH-PAGE.
023706     MOVE FR-STUDENT-ID TO WS-ARCH-STUDENT-ID.
023710     MOVE SPACES TO HM-GUARDIAN-1.
023720     MOVE SPACES TO HM-ADDRESS.
023730     MOVE SPACES TO HM-CITY.
025010             MOVE "TRUNOTIC" TO WS-LETTER-TYPE
025100             MOVE "FORMAL TRUANCY NOTICE" TO LTR-LINE
025200     END-EVALUATE.
025300     PERFORM 9710-WRITE-REPORT-LINE.
025400     MOVE HM-GUARDIAN-1 TO LTR-LINE.
025500     PERFORM 9710-WRITE-REPORT-LINE.
025600     MOVE HM-ADDRESS TO LTR-LINE.
025700     PERFORM 9710-WRITE-REPORT-LINE.
025800     MOVE SPACES TO LTR-LINE.
025900     STRING FUNCTION TRIM(HM-CITY) DELIMITED BY SIZE
026000         ", " DELIMITED BY SIZE
026300         HM-ZIP DELIMITED BY SIZE
026400         INTO LTR-LINE
026500     END-STRING.
026600     PERFORM 9710-WRITE-REPORT-LINE.
026700     MOVE SPACES TO LTR-LINE.
026800     STRING "RE: " DELIMITED BY SIZE
026900         FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
027300         FR-GRADE DELIMITED BY SIZE
027400         INTO LTR-LINE
027500     END-STRING.
027600     PERFORM 9710-WRITE-REPORT-LINE.
027700     MOVE STT-ABSENCES(I) TO WS-ABSENCE-DISP.
027800     MOVE SPACES TO LTR-LINE.
027900     STRING "UNEXCUSED ABSENCES TO DATE: " DELIMITED BY SIZE
028000         WS-ABSENCE-DISP DELIMITED BY SIZE
028100         INTO LTR-LINE
028200     END-STRING.
028300     PERFORM 9710-WRITE-REPORT-LINE.
028310*    THE BODY IN THE HOUSEHOLD'S OWN LANGUAGE.
028320     PERFORM 4300-PRINT-TEMPLATE-BODY.
028400     MOVE SPACES TO LTR-LINE.
028500     PERFORM 9710-WRITE-REPORT-LINE.

028510*----------------------------------------------------------------
028520* THE LETTER BODY BY TEMPLATE: THE HOUSEHOLD'S LANGUAGE FIRST,
028574            DELIMITED BY SIZE
028575            INTO LTR-LINE
028576        END-STRING
028577        PERFORM 9710-WRITE-REPORT-LINE
028578        MOVE "EN" TO WS-LETTER-LANG
028579        PERFORM 4310-PRINT-BODY-LINES
028581     END-IF.
028588           AND LT-T-LANGUAGE(WS-TMPL-INDX) = WS-LETTER-LANG
028589           ADD 1 TO WS-BODY-PRINTED
028591           MOVE LT-T-TEXT(WS-TMPL-INDX) TO LTR-LINE
028592           PERFORM 9710-WRITE-REPORT-LINE
028593        END-IF
028594     END-PERFORM.

028800     IF HM-MASTER-OPEN
028810        CLOSE HOUSEHOLD-MASTER
028820     END-IF.
028860     PERFORM 9720-CLOSE-REPORT-ARCHIVE.
028900     CLOSE LETTER-PRINT.
029000     DISPLAY "GRADE-SCHOOL-TRULETR LETTERS SENT: "
029100         WS-LETTER-COUNT.
029110     DISPLAY "  LANGUAGES WITH NO TEMPLATE (SENT ENGLISH): "
029120         WS-NOLANG-COUNT.
029140     DISPLAY "  RETURNED MAIL -- ON CALL LIST: "
029160         WS-CALL-COUNT.
029200
029210*----------------------------------------------------------------
029220* THE HOUSEHOLD'S RETURNED-MAIL MARK, READ AHEAD OF THE LETTER.
029230* NO MASTER OR NO ROW LEAVES THE MARK CLEAR -- THAT LETTER STILL
029240* PRINTS, FLAGGED FOR HAND-ADDRESSING AS BEFORE.
029250*----------------------------------------------------------------
029260 4150-CHECK-RETURNED-MAIL.
029270     MOVE SPACE TO HM-ADDR-STATUS.
029280     IF HM-MASTER-OPEN
029290        MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID
029300        READ HOUSEHOLD-MASTER
029310            INVALID KEY CONTINUE
029320        END-READ
029330        IF WS-HM-STATUS NOT = "00"
029340           MOVE SPACE TO HM-ADDR-STATUS
029350           MOVE "00" TO WS-HM-STATUS
029360        END-IF
029370     END-IF.
029380
029390*----------------------------------------------------------------
029400* MAIL TO THIS HOUSEHOLD COMES BACK: THE LETTER IS NOT PRINTED
029410* AND NOT LOGGED.  THE FAMILY GOES ON CALLFAM INSTEAD, SO A
029420* TRUANCY NOTICE IS DELIVERED BY PHONE RATHER THAN VANISHING.
029430*----------------------------------------------------------------
029440 4400-CALL-FAMILY.
029450     ADD 1 TO WS-CALL-COUNT.
029460     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
029470     MOVE "TRULETR" TO CF-SOURCE.
029480     EVALUATE WS-SEND-TIER
029490         WHEN 1
029500             MOVE "TRUWARN" TO CF-LETTER-TYPE
029510         WHEN 2
029520             MOVE "TRUCONF" TO CF-LETTER-TYPE
029530         WHEN OTHER
029540             MOVE "TRUNOTIC" TO CF-LETTER-TYPE
029550     END-EVALUATE.
029560     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
029570     MOVE FR-STUDENT-ID TO CF-STUDENT-ID.
029580     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
029590     MOVE HM-PHONE-1 TO CF-PHONE-1.
029600     MOVE HM-PHONE-2 TO CF-PHONE-2.
029610     MOVE 0 TO CF-RETURN-COUNT.
029620     IF HM-RETURN-COUNT IS NUMERIC
029630        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
029640     END-IF.
029650     WRITE CALL-FAMILY-RECORD.
029700
029701*----------------------------------------------------------------
029702* MIRRORS GRADE-SCHOOL'S OPEN-REPORT-ARCHIVE: EVERY LINE OF
029703* TRULTRPT ALSO GOES TO RPTARCH, TAGGED WITH THE RUN, PAGE AND
029704* STUDENT, AND THE RUN IS INDEXED ON RPTINDEX AT CLOSE FOR
029705* GRADE-SCHOOL-REPRINT.  AN ARCHIVE THAT WILL NOT OPEN DOES NOT
029706* STOP THE REPORT; IT GOES TO OPSERRLG AND THE RUN ENDS RC=4.
029707*----------------------------------------------------------------
029708 9700-OPEN-REPORT-ARCHIVE.
029709     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCH-RUN-STAMP.
029710     OPEN EXTEND REPORT-ARCHIVE.
029711     IF WS-RA-STATUS = "35"
029712        OPEN OUTPUT REPORT-ARCHIVE
029713     END-IF.
029714     IF WS-RA-STATUS = "00"
029715        SET ARCHIVE-OPEN TO TRUE
029716        EXIT PARAGRAPH
029717     END-IF.
029718     DISPLAY "GRADE-SCHOOL-TRULETR RPTARCH STATUS " WS-RA-STATUS
029719         " -- TRULTRPT NOT ARCHIVED".
029720     MOVE 4 TO RETURN-CODE.
029721     OPEN EXTEND OPS-ERROR-LOG.
029722     IF WS-OPS-LOG-STATUS = "35"
029723        OPEN OUTPUT OPS-ERROR-LOG
029724     END-IF.
029725     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
029726     MOVE "GRADE-SCHOOL-TRULETR" TO OE-PROGRAM.
029727     MOVE "RPTARCH" TO OE-FILE-NAME.
029728     MOVE "ARCHIVE" TO OE-OPERATION.
029729     MOVE WS-RA-STATUS TO OE-STATUS.
029730     WRITE OPS-ERROR-RECORD.
029731     CLOSE OPS-ERROR-LOG.

029732*----------------------------------------------------------------
029733* THE LINE IS ARCHIVED BEFORE IT IS WRITTEN -- THE RECORD AREA IS
029734* NOT THERE TO READ AFTER THE WRITE.  A STUDENT IS COUNTED ONCE
029735* HOWEVER MANY LINES THEY RUN TO.
029736*----------------------------------------------------------------
029737 9710-WRITE-REPORT-LINE.
029738     IF ARCHIVE-OPEN
029739        MOVE WS-ARCH-RUN-STAMP TO RA-RUN-STAMP
029740        MOVE WS-ARCH-REPORT TO RA-REPORT
029741        MOVE WS-ARCH-PAGE TO RA-PAGE
029742        MOVE WS-ARCH-STUDENT-ID TO RA-STUDENT-ID
029743        MOVE LTR-LINE TO RA-LINE
029744        WRITE REPORT-ARCHIVE-RECORD
029745        ADD 1 TO WS-ARCH-LINES
029746        IF WS-ARCH-STUDENT-ID NOT = 0
029747           AND WS-ARCH-STUDENT-ID NOT = WS-ARCH-LAST-STUDENT
029748           ADD 1 TO WS-ARCH-STUDENTS
029749           MOVE WS-ARCH-STUDENT-ID TO WS-ARCH-LAST-STUDENT
029750        END-IF
029751     END-IF.
029752     WRITE LTR-LINE.

029753 9720-CLOSE-REPORT-ARCHIVE.
029754     IF ARCHIVE-CLOSED
029755        EXIT PARAGRAPH
029756     END-IF.
029757     CLOSE REPORT-ARCHIVE.
029758     SET ARCHIVE-CLOSED TO TRUE.
029759     OPEN EXTEND REPORT-INDEX.
029760     IF WS-RX-STATUS = "35"
029761        OPEN OUTPUT REPORT-INDEX
029762     END-IF.
029763     MOVE WS-ARCH-RUN-STAMP TO RX-RUN-STAMP.
029764     MOVE WS-ARCH-JOB TO RX-JOB.
029765     MOVE WS-ARCH-REPORT TO RX-REPORT.
029766     MOVE "GRADE-SCHOOL-TRULETR" TO RX-PROGRAM.
029767     MOVE WS-ARCH-PAGE TO RX-PAGES.
029768     MOVE WS-ARCH-STUDENTS TO RX-STUDENTS.
029769     MOVE WS-ARCH-LINES TO RX-LINES.
029770     WRITE REPORT-INDEX-RECORD.
029771     CLOSE REPORT-INDEX.

029800*----------------------------------------------------------------
029900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
030000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
030100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
030200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
030300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
030400*----------------------------------------------------------------
030500 9800-CHECK-LAYOUTS.
030600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
030700     OPEN EXTEND LAYOUT-USAGE-LOG.
030800     IF WS-LU-STATUS = "35"
030900        OPEN OUTPUT LAYOUT-USAGE-LOG
031000     END-IF.
031100     MOVE "ROSTERF" TO WS-LK-DATASET.
031200     MOVE 3 TO WS-LK-VERSION.
031300     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
031400     PERFORM 9820-CHECK-ONE-LAYOUT.
031500     MOVE "HSHLDMST" TO WS-LK-DATASET.
031600     MOVE 3 TO WS-LK-VERSION.
031700     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
031800     PERFORM 9820-CHECK-ONE-LAYOUT.
031900     MOVE "ATTNDNCE" TO WS-LK-DATASET.
032000     MOVE 2 TO WS-LK-VERSION.
032100     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
032200     PERFORM 9820-CHECK-ONE-LAYOUT.
032300     CLOSE LAYOUT-USAGE-LOG.
032400
032500 9810-LOAD-LAYOUT-CONTROL.
032600     MOVE 0 TO WS-LC-COUNT.
032700     OPEN INPUT LAYOUT-CONTROL.
032800     IF WS-LC-STATUS NOT = "00"
032900        EXIT PARAGRAPH
033000     END-IF.
033100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
033200        READ LAYOUT-CONTROL
033300            AT END MOVE "10" TO WS-LC-STATUS
033400        END-READ
033500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
033600           ADD 1 TO WS-LC-COUNT
033700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
033800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
033900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
034000        END-IF
034100     END-PERFORM.
034200     CLOSE LAYOUT-CONTROL.
034300
034400*----------------------------------------------------------------
034500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
034600* AS NOCTL.
034700*----------------------------------------------------------------
034800 9820-CHECK-ONE-LAYOUT.
034900     MOVE "NOCTL" TO WS-LK-RESULT.
035000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
035100             UNTIL WS-LC-INDX > WS-LC-COUNT
035200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
035300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
035400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
035500              MOVE "CURRENT" TO WS-LK-RESULT
035600           ELSE
035700              MOVE "MISMATCH" TO WS-LK-RESULT
035800           END-IF
035900        END-IF
036000     END-PERFORM.
036100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
036200     MOVE "GRADE-SCHOOL-TRULETR" TO LU-PROGRAM.
036300     MOVE WS-LK-DATASET TO LU-DATASET.
036400     MOVE WS-LK-VERSION TO LU-VERSION.
036500     MOVE WS-LK-LENGTH TO LU-LENGTH.
036600     MOVE WS-LK-RESULT TO LU-RESULT.
036700     WRITE LAYOUT-USAGE-RECORD.
036800     IF WS-LK-RESULT NOT = "MISMATCH"
036900        EXIT PARAGRAPH
037000     END-IF.
037100     SET LAYOUT-MISMATCH TO TRUE.
037200     DISPLAY "GRADE-SCHOOL-TRULETR HALTED: " WS-LK-DATASET
037300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
037400         " DOES NOT MATCH LAYOUTCT".
037500     OPEN EXTEND OPS-ERROR-LOG.
037600     IF WS-OPS-LOG-STATUS = "35"
037700        OPEN OUTPUT OPS-ERROR-LOG
037800     END-IF.
037900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
038000     MOVE "GRADE-SCHOOL-TRULETR" TO OE-PROGRAM.
038100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
038200     MOVE "LAYOUT" TO OE-OPERATION.
038300     MOVE "16" TO OE-STATUS.
038400     WRITE OPS-ERROR-RECORD.
038500     CLOSE OPS-ERROR-LOG.
