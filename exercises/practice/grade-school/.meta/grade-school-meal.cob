002091*                 COMES FROM LTRTMPLT (TYPE LOWBAL) IN THE
002092*                 HOUSEHOLD'S HM-LANGUAGE; NO TEMPLATE FOR THE
002093*                 LANGUAGE YET MEANS THE ENGLISH BODY, FLAGGED.
002095* 2026-10-15 KAP  ME-SOURCE ADDED TO MEALELIG FOR THE DIRECT-
002097*                 CERTIFICATION ROWS GRADE-SCHOOL-DIRCERT WRITES.
002098* 2026-10-15 KAP  PT-REGISTER AND PT-TENDER ADDED TO POSTX.  A
002099*                 SALE PAID IN CASH AT THE REGISTER IS LOGGED TO
002100*                 MEALSERV BUT NOT CHARGED TO THE ACCOUNT.
002103* 2026-10-15 KAP  RETURNED MAIL -- NO LOW-BALANCE NOTICE FOR A
002106*                 HOUSEHOLD MARKED BAD (HM-ADDR-STATUS "B");
002110*                 THE FAMILY GOES TO THE SHARED CALLFAM LIST.
002120* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002130*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002140*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002150*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002160*                 OPSERRLG ENTRY.
002162* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002164*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002166*                 LAYOUT VERSION 3.
002170*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
005510     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WS-TMPL-STATUS.
005540
005550     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
005560         ORGANIZATION IS LINE SEQUENTIAL
005570         FILE STATUS IS WS-CF-STATUS.
005600
005610     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-LC-STATUS.
005631
005640     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005650         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-LU-STATUS.
005661
005670     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005680         ORGANIZATION IS LINE SEQUENTIAL
005690         FILE STATUS IS WS-OPS-LOG-STATUS.
005691
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  POS-TRANSACTIONS.
006600     05 PT-STUDENT-ID         PIC 9(09).
006700     05 PT-DATE               PIC 9(08).
006800     05 PT-AMOUNT             PIC 9(03)V99.
006810*    TRAILING COLUMNS: THE REGISTER THAT TOOK THE ROW, AND THE
006820*    TENDER -- C CASH OR K CHECK INTO THE DRAWER; ON A SALE, BLANK
006830*    MEANS CHARGED TO THE ACCOUNT.  GRADE-SCHOOL-REGCLOSE BALANCES
006840*    EACH REGISTER'S DRAWER FROM THESE.
006850     05 PT-REGISTER           PIC X(04).
006860     05 PT-TENDER             PIC X(01).
006900
007000 FD  MEAL-ACCOUNT-FILE.
007100*----------------------------------------------------------------
009200     05 FR-IEP-FLAG           PIC X(01).
009300     05 FR-DOB                PIC 9(08).
009400     05 FR-SCHOOL-CODE        PIC 9(02).
009433     05 FR-GENDER             PIC X(01).
009466     05 FR-RACE-ETH           PIC X(01).
009500
009600 FD  HOUSEHOLD-MASTER.
009700*----------------------------------------------------------------
011200        88 HM-NO-MAIL                   VALUE "Y".
011210*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
011220     05 HM-LANGUAGE           PIC X(02).
011230*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
011240*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
011250     05 HM-ADDR-STATUS        PIC X(01).
011260        88 HM-ADDRESS-BAD               VALUE "B".
011270     05 HM-RETURN-COUNT       PIC 9(03).
011280     05 HM-LAST-RETURN-DATE   PIC 9(08).
011300
011400 FD  REJECT-FILE.
011500*----------------------------------------------------------------
011700* EVERY OTHER REJECT FILE IN THE SHOP.
011800*----------------------------------------------------------------
011900 01  REJ-RECORD.
012000     05 REJ-TX-IMAGE          PIC X(28).
012100     05 FILLER                PIC X(01).
012200     05 REJ-REASON            PIC X(08).
012300
012360*----------------------------------------------------------------
012370 01  ELIGIBILITY-RECORD.
012380     05 ME-HOUSEHOLD-ID       PIC 9(09).
012382     05 ME-DETERMINATION      PIC X(01).
012384     05 ME-EFF-FROM           PIC 9(08).
012386     05 ME-EFF-TO             PIC 9(08).
012388*    TRAILING COLUMN: WHERE THE DETERMINATION CAME FROM -- A OR
012390*    BLANK A PAPER APPLICATION, D STATE DIRECT CERTIFICATION.
012392     05 ME-SOURCE             PIC X(01).

012393 FD  SERVED-MEAL-LOG.
012394*----------------------------------------------------------------

012416 FD  NOTICE-PRINT.
012417 01  NTC-LINE                 PIC X(80).
012418
012420 FD  CALL-FAMILY-FILE.
012425*----------------------------------------------------------------
012430* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
012435* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
012440*----------------------------------------------------------------
012445 01  CALL-FAMILY-RECORD.
012450     05 CF-DATE               PIC 9(08).
012455     05 CF-SOURCE             PIC X(08).
012460     05 CF-LETTER-TYPE        PIC X(08).
012465     05 CF-HOUSEHOLD-ID       PIC 9(09).
012470     05 CF-STUDENT-ID         PIC 9(09).
012475     05 CF-GUARDIAN           PIC X(60).
012480     05 CF-PHONE-1            PIC X(15).
012485     05 CF-PHONE-2            PIC X(15).
012490     05 CF-RETURN-COUNT       PIC 9(03).
012600
012602 FD  LAYOUT-CONTROL.
012605*----------------------------------------------------------------
012608* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
012611* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
012614*----------------------------------------------------------------
012617 01  LAYOUT-CONTROL-RECORD.
012620     05 LC-DATASET            PIC X(08).
012623     05 LC-VERSION            PIC 9(03).
012626     05 LC-LENGTH             PIC 9(05).
012629     05 LC-EFFECTIVE-DATE     PIC 9(08).
012630
012632 FD  LAYOUT-USAGE-LOG.
012635*----------------------------------------------------------------
012638* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
012641* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
012644*----------------------------------------------------------------
012647 01  LAYOUT-USAGE-RECORD.
012650     05 LU-TIMESTAMP          PIC 9(14).
012652     05 LU-PROGRAM            PIC X(24).
012655     05 LU-DATASET            PIC X(08).
012658     05 LU-VERSION            PIC 9(03).
012661     05 LU-LENGTH             PIC 9(05).
012664     05 LU-RESULT             PIC X(08).
012665
012667 FD  OPS-ERROR-LOG.
012670*----------------------------------------------------------------
012673* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
012676* SHARED SHOP-WIDE ERROR LOG.
012679*----------------------------------------------------------------
012682 01  OPS-ERROR-RECORD.
012685     05 OE-TIMESTAMP          PIC 9(14).
012688     05 OE-PROGRAM            PIC X(20).
012691     05 OE-FILE-NAME          PIC X(08).
012694     05 OE-OPERATION          PIC X(08).
012697     05 OE-STATUS             PIC XX.
012698
012700 WORKING-STORAGE SECTION.
012800 01 WS-TX-STATUS               PIC XX.
012900 01 WS-MA-STATUS               PIC XX.
013000 01 WS-FILE-STATUS             PIC XX.
013100 01 WS-HM-STATUS               PIC XX.
013200 01 WS-REJECT-STATUS           PIC XX.
013250 01 WS-CF-STATUS               PIC XX.
013300 01 WS-EOF-SWITCH              PIC X VALUE "N".
013400     88 END-OF-TRANSACTIONS              VALUE "Y".
013500 01 WS-TX-COUNT                PIC 9(07) COMP VALUE ZERO.
013700 01 WS-DEPOSIT-COUNT           PIC 9(07) COMP VALUE ZERO.
013800 01 WS-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
013900 01 WS-NOTICE-COUNT            PIC 9(05) COMP VALUE ZERO.
013950 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
014000 01 WS-REJECT-REASON           PIC X(08).
014100* BELOW THIS THE FAMILY GETS A NOTICE.
014200 01 WS-LOW-LIMIT               PIC S9(03)V99 VALUE +5.00.
015900     88 ID-CHECK-DIGIT-VALID             VALUE "Y".
016000     88 ID-CHECK-DIGIT-INVALID           VALUE "N".
016100
016104*----------------------------------------------------------------
016109* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016114* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016119*----------------------------------------------------------------
016123 01 WS-LC-STATUS               PIC XX.
016128 01 WS-LU-STATUS               PIC XX.
016133 01 WS-OPS-LOG-STATUS          PIC XX.
016138 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016142     88 LAYOUT-MISMATCH                  VALUE "Y".
016147 01 WS-LK-DATASET              PIC X(08).
016152 01 WS-LK-VERSION              PIC 9(03).
016157 01 WS-LK-LENGTH               PIC 9(05).
016161 01 WS-LK-RESULT               PIC X(08).
016166 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016171 01 WS-LC-INDX                 PIC 9(03) COMP.
016176 01 LAYOUT-CONTROL-TABLE.
016180     02 LCT-ROW               OCCURS 50 TIMES.
016185        05 LCT-DATASET        PIC X(08).
016190        05 LCT-VERSION        PIC 9(03).
016195        05 LCT-LENGTH         PIC 9(05).
016196
016200 PROCEDURE DIVISION.
016300
016400 0000-MAINLINE.
016410     PERFORM 9800-CHECK-LAYOUTS
016420     IF LAYOUT-MISMATCH
016430        MOVE 16 TO RETURN-CODE
016440        GOBACK
016450     END-IF
016500     PERFORM 1000-INITIALIZE
016600     PERFORM 2000-POST-TRANSACTIONS
016700         UNTIL END-OF-TRANSACTIONS
022320*       AN ELIGIBLE CHILD IS CHARGED THE PROGRAM RATE NO
022330*       MATTER WHAT THE POS KEYED.
022340        PERFORM 2150-PRICE-SALE
022360*       A SALE PAID IN CASH AT THE REGISTER IS STILL A SERVED
022380*       MEAL, BUT THE MONEY WENT INTO THE DRAWER, NOT THE ACCOUNT.
022400        IF PT-TENDER NOT = "C"
022420           SUBTRACT WS-SALE-PRICE FROM MA-BALANCE
022440        END-IF
022500        ADD 1 TO WS-SALE-COUNT
022510        PERFORM 2160-LOG-SERVED-MEAL
022600     ELSE
029800 3000-PRINT-LOW-BALANCE-NOTICES.
029900     OPEN OUTPUT NOTICE-PRINT.
030000     OPEN INPUT HOUSEHOLD-MASTER.
030010     OPEN EXTEND CALL-FAMILY-FILE.
030020     IF WS-CF-STATUS = "35"
030030        OPEN OUTPUT CALL-FAMILY-FILE
030040     END-IF.
030100     MOVE 0 TO MA-STUDENT-ID.
030200     START MEAL-ACCOUNT-FILE
030300         KEY IS NOT LESS THAN MA-STUDENT-ID
031200           PERFORM 3100-PRINT-ONE-NOTICE
031300        END-IF
031400     END-PERFORM.
031450     CLOSE CALL-FAMILY-FILE.
031500     CLOSE HOUSEHOLD-MASTER.
031600     CLOSE NOTICE-PRINT.
031700
033500     IF HM-NO-MAIL
033600        EXIT PARAGRAPH
033700     END-IF.
033710     IF HM-ADDRESS-BAD
033720        PERFORM 3300-CALL-FAMILY
033730        EXIT PARAGRAPH
033740     END-IF.
033800     ADD 1 TO WS-NOTICE-COUNT.
033900     MOVE "MEAL ACCOUNT LOW-BALANCE NOTICE" TO NTC-LINE.
034000     WRITE NTC-LINE.
036546           WRITE NTC-LINE
036547        END-IF
036548     END-PERFORM.
036551
036554 3300-CALL-FAMILY.
036557     ADD 1 TO WS-CALL-COUNT.
036560     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
036563     MOVE "MEAL" TO CF-SOURCE.
036566     MOVE "LOWBAL" TO CF-LETTER-TYPE.
036569     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
036572     MOVE MA-STUDENT-ID TO CF-STUDENT-ID.
036575     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
036578     MOVE HM-PHONE-1 TO CF-PHONE-1.
036581     MOVE HM-PHONE-2 TO CF-PHONE-2.
036584     MOVE 0 TO CF-RETURN-COUNT.
036587     IF HM-RETURN-COUNT IS NUMERIC
036590        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
036593     END-IF.
036596     WRITE CALL-FAMILY-RECORD.

036600 4000-TERMINATE.
036610     CLOSE SERVED-MEAL-LOG.
037300     DISPLAY "  DEPOSITS POSTED: " WS-DEPOSIT-COUNT.
037400     DISPLAY "  REJECTED:        " WS-REJECT-COUNT.
037500     DISPLAY "  NOTICES PRINTED: " WS-NOTICE-COUNT.
037505     DISPLAY "  MAIL RETURNED -- CALL LIST: " WS-CALL-COUNT.
037510     DISPLAY "  NO-TEMPLATE LANGUAGES (SENT ENGLISH): "
037520         WS-NOLANG-COUNT.
037600     IF WS-REJECT-COUNT > 0
037700        MOVE 4 TO RETURN-CODE
037800     END-IF.
037900
038000*----------------------------------------------------------------
038100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
038200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
038300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
038400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
038500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
038600*----------------------------------------------------------------
038700 9800-CHECK-LAYOUTS.
038800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
038900     OPEN EXTEND LAYOUT-USAGE-LOG.
039000     IF WS-LU-STATUS = "35"
039100        OPEN OUTPUT LAYOUT-USAGE-LOG
039200     END-IF.
039300     MOVE "ROSTERF" TO WS-LK-DATASET.
039400     MOVE 3 TO WS-LK-VERSION.
039500     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
039600     PERFORM 9820-CHECK-ONE-LAYOUT.
039700     MOVE "HSHLDMST" TO WS-LK-DATASET.
039800     MOVE 3 TO WS-LK-VERSION.
039900     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
040000     PERFORM 9820-CHECK-ONE-LAYOUT.
040100     CLOSE LAYOUT-USAGE-LOG.
040200
040300 9810-LOAD-LAYOUT-CONTROL.
040400     MOVE 0 TO WS-LC-COUNT.
040500     OPEN INPUT LAYOUT-CONTROL.
040600     IF WS-LC-STATUS NOT = "00"
040700        EXIT PARAGRAPH
040800     END-IF.
040900     PERFORM UNTIL WS-LC-STATUS NOT = "00"
041000        READ LAYOUT-CONTROL
041100            AT END MOVE "10" TO WS-LC-STATUS
041200        END-READ
041300        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
041400           ADD 1 TO WS-LC-COUNT
041500           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
041600           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
041700           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
041800        END-IF
041900     END-PERFORM.
042000     CLOSE LAYOUT-CONTROL.
042100
042200*----------------------------------------------------------------
042300* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
042400* AS NOCTL.
042500*----------------------------------------------------------------
042600 9820-CHECK-ONE-LAYOUT.
042700     MOVE "NOCTL" TO WS-LK-RESULT.
042800     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
042900             UNTIL WS-LC-INDX > WS-LC-COUNT
043000        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
043100           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
043200              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
043300              MOVE "CURRENT" TO WS-LK-RESULT
043400           ELSE
043500              MOVE "MISMATCH" TO WS-LK-RESULT
043600           END-IF
043700        END-IF
043800     END-PERFORM.
043900     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
044000     MOVE "GRADE-SCHOOL-MEAL" TO LU-PROGRAM.
044100     MOVE WS-LK-DATASET TO LU-DATASET.
044200     MOVE WS-LK-VERSION TO LU-VERSION.
044300     MOVE WS-LK-LENGTH TO LU-LENGTH.
044400     MOVE WS-LK-RESULT TO LU-RESULT.
044500     WRITE LAYOUT-USAGE-RECORD.
044600     IF WS-LK-RESULT NOT = "MISMATCH"
044700        EXIT PARAGRAPH
044800     END-IF.
044900     SET LAYOUT-MISMATCH TO TRUE.
045000     DISPLAY "GRADE-SCHOOL-MEAL HALTED: " WS-LK-DATASET
045100         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
045200         " DOES NOT MATCH LAYOUTCT".
045300     OPEN EXTEND OPS-ERROR-LOG.
045400     IF WS-OPS-LOG-STATUS = "35"
045500        OPEN OUTPUT OPS-ERROR-LOG
045600     END-IF.
045700     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
045800     MOVE "GRADE-SCHOOL-MEAL" TO OE-PROGRAM.
045900     MOVE WS-LK-DATASET TO OE-FILE-NAME.
046000     MOVE "LAYOUT" TO OE-OPERATION.
046100     MOVE "16" TO OE-STATUS.
046200     WRITE OPS-ERROR-RECORD.
046300     CLOSE OPS-ERROR-LOG.
