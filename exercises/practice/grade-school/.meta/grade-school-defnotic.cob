002220*                 LTRTMPLT (TYPE DEFICNCY) IN THE HOUSEHOLD'S
002230*                 HM-LANGUAGE; A LANGUAGE WITH NO TEMPLATE YET
002240*                 GETS THE ENGLISH BODY, FLAGGED AND COUNTED.
002250* 2026-10-15 KAP  RETURNED MAIL -- A HOUSEHOLD MARKED BAD
002260*                 (HM-ADDR-STATUS "B") GETS NO NOTICE; EACH
002270*                 CHILD GOES TO THE SHARED CALLFAM LIST AND
002280*                 NOTHING IS LOGGED, SO THE NOTICE MAILS ON
002290*                 THE FIRST RUN AFTER THE ADDRESS IS FIXED.
002300* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002310*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002320*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002330*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002340*                 OPSERRLG ENTRY.
002342* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002344*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002346*                 LAYOUT VERSION 3.
002347* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002348*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002349*                 VERSION 2.
002350*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
005710     SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPLT"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS WS-TMPL-STATUS.
005740
005750     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
005760         ORGANIZATION IS LINE SEQUENTIAL
005770         FILE STATUS IS WS-CF-STATUS.
005800
005807     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005815         ORGANIZATION IS LINE SEQUENTIAL
005823         FILE STATUS IS WS-LC-STATUS.
005830
005838     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005846         ORGANIZATION IS LINE SEQUENTIAL
005853         FILE STATUS IS WS-LU-STATUS.
005861
005869     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005876         ORGANIZATION IS LINE SEQUENTIAL
005884         FILE STATUS IS WS-OPS-LOG-STATUS.
005892
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-FILE.
007600        10 CG-COURSE          PIC X(20).
007700        10 CG-TERM            PIC X(06).
007800     05 CG-GRADE-POINTS       PIC 9V99.
007833     05 CG-CREDIT-TYPE        PIC X(01).
007866        88 CG-TRANSFER-CREDIT           VALUE "T".
007900
008000 FD  ROSTER-FILE.
008100*----------------------------------------------------------------
009200     05 FR-IEP-FLAG           PIC X(01).
009300     05 FR-DOB                PIC 9(08).
009400     05 FR-SCHOOL-CODE        PIC 9(02).
009433     05 FR-GENDER             PIC X(01).
009466     05 FR-RACE-ETH           PIC X(01).
009500
009600 FD  HOUSEHOLD-MASTER.
009700*----------------------------------------------------------------
011000     05 HM-DO-NOT-MAIL        PIC X(01).
011010*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
011020     05 HM-LANGUAGE           PIC X(02).
011030*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
011040*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
011050     05 HM-ADDR-STATUS        PIC X(01).
011060        88 HM-ADDRESS-BAD               VALUE "B".
011070     05 HM-RETURN-COUNT       PIC 9(03).
011080     05 HM-LAST-RETURN-DATE   PIC 9(08).
011100
011200 FD  NOTICE-LOG.
011300*----------------------------------------------------------------
012270     05 LT-LANGUAGE           PIC X(02).
012280     05 LT-SEQ                PIC 9(02).
012290     05 LT-TEXT               PIC X(60).
012291
012292 FD  CALL-FAMILY-FILE.
012293*----------------------------------------------------------------
012294* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
012295* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
012296*----------------------------------------------------------------
012297 01  CALL-FAMILY-RECORD.
012298     05 CF-DATE               PIC 9(08).
012299     05 CF-SOURCE             PIC X(08).
012300     05 CF-LETTER-TYPE        PIC X(08).
012301     05 CF-HOUSEHOLD-ID       PIC 9(09).
012302     05 CF-STUDENT-ID         PIC 9(09).
012303     05 CF-GUARDIAN           PIC X(60).
012304     05 CF-PHONE-1            PIC X(15).
012305     05 CF-PHONE-2            PIC X(15).
012306     05 CF-RETURN-COUNT       PIC 9(03).
012307
012308 FD  NOTICE-PRINT.
012400 01  NTC-LINE                 PIC X(80).
012500
012502 FD  LAYOUT-CONTROL.
012505*----------------------------------------------------------------
012508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
012510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
012513*----------------------------------------------------------------
012516 01  LAYOUT-CONTROL-RECORD.
012518     05 LC-DATASET            PIC X(08).
012521     05 LC-VERSION            PIC 9(03).
012524     05 LC-LENGTH             PIC 9(05).
012527     05 LC-EFFECTIVE-DATE     PIC 9(08).
012529
012532 FD  LAYOUT-USAGE-LOG.
012535*----------------------------------------------------------------
012537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
012540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
012543*----------------------------------------------------------------
012545 01  LAYOUT-USAGE-RECORD.
012548     05 LU-TIMESTAMP          PIC 9(14).
012551     05 LU-PROGRAM            PIC X(24).
012554     05 LU-DATASET            PIC X(08).
012556     05 LU-VERSION            PIC 9(03).
012559     05 LU-LENGTH             PIC 9(05).
012562     05 LU-RESULT             PIC X(08).
012564
012567 FD  OPS-ERROR-LOG.
012570*----------------------------------------------------------------
012572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
012575* SHARED SHOP-WIDE ERROR LOG.
012578*----------------------------------------------------------------
012581 01  OPS-ERROR-RECORD.
012583     05 OE-TIMESTAMP          PIC 9(14).
012586     05 OE-PROGRAM            PIC X(20).
012589     05 OE-FILE-NAME          PIC X(08).
012591     05 OE-OPERATION          PIC X(08).
012594     05 OE-STATUS             PIC XX.
012597
012600 WORKING-STORAGE SECTION.
012700 01 WS-PARM-STATUS             PIC XX.
012800 01 WS-CG-STATUS               PIC XX.
013000 01 WS-HM-STATUS               PIC XX.
013100 01 WS-LOG-STATUS              PIC XX.
013110 01 WS-TMPL-STATUS             PIC XX.
013111 01 WS-CF-STATUS               PIC XX.
013112 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
013113 01 WS-PRIOR-STUDENT           PIC 9(09).
013114 01 WS-RETURN-SWITCH           PIC X.
013115     88 GROUP-MAIL-RETURNED             VALUE "Y".
013116     88 GROUP-MAIL-GOOD                 VALUE "N".
013120 01 WS-TMPL-COUNT              PIC 9(03) COMP VALUE ZERO.
013130 01 WS-TMPL-INDX               PIC 9(03) COMP.
013140 01 WS-LETTER-LANG             PIC X(02).
016700        05 SN-COURSE          PIC X(20).
016800        05 SN-TERM            PIC X(06).
016900
016904*----------------------------------------------------------------
016909* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016913* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016918*----------------------------------------------------------------
016922 01 WS-LC-STATUS               PIC XX.
016927 01 WS-LU-STATUS               PIC XX.
016931 01 WS-OPS-LOG-STATUS          PIC XX.
016936 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016940     88 LAYOUT-MISMATCH                  VALUE "Y".
016945 01 WS-LK-DATASET              PIC X(08).
016950 01 WS-LK-VERSION              PIC 9(03).
016954 01 WS-LK-LENGTH               PIC 9(05).
016959 01 WS-LK-RESULT               PIC X(08).
016963 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016968 01 WS-LC-INDX                 PIC 9(03) COMP.
016972 01 LAYOUT-CONTROL-TABLE.
016977     02 LCT-ROW               OCCURS 50 TIMES.
016981        05 LCT-DATASET        PIC X(08).
016986        05 LCT-VERSION        PIC 9(03).
016990        05 LCT-LENGTH         PIC 9(05).
016995
017000 PROCEDURE DIVISION.
017100
017200 0000-MAINLINE.
017210     PERFORM 9800-CHECK-LAYOUTS
017220     IF LAYOUT-MISMATCH
017230        MOVE 16 TO RETURN-CODE
017240        GOBACK
017250     END-IF
017300     PERFORM 1000-INITIALIZE
017400     PERFORM 2000-SELECT-DEFICIENCIES
017500     PERFORM 3000-PRINT-NOTICES
027300*----------------------------------------------------------------
027400* ONE NOTICE PER HOUSEHOLD, EVERY DEFICIENT COURSE FOR EVERY
027500* CHILD UNDER ONE ADDRESS BLOCK, AND ONE LOG ROW PER COURSE.
027510* A HOUSEHOLD WHOSE MAIL COMES BACK GETS A CALLFAM ROW PER
027520* CHILD INSTEAD, AND NO LOG ROW.
027600*----------------------------------------------------------------
027700 3000-PRINT-NOTICES.
027800     OPEN OUTPUT NOTICE-PRINT.
028100     IF WS-LOG-STATUS = "35"
028200        OPEN OUTPUT NOTICE-LOG
028300     END-IF.
028310     OPEN EXTEND CALL-FAMILY-FILE.
028320     IF WS-CF-STATUS = "35"
028330        OPEN OUTPUT CALL-FAMILY-FILE
028340     END-IF.
028400     MOVE 0 TO WS-PRIOR-HOUSEHOLD.
028500     SET FIRST-GROUP TO TRUE.
028600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEF-COUNT
028800           OR DF-HOUSEHOLD-ID(I) NOT = WS-PRIOR-HOUSEHOLD
028900           MOVE DF-HOUSEHOLD-ID(I) TO WS-PRIOR-HOUSEHOLD
029000           SET NOT-FIRST-GROUP TO TRUE
029050           PERFORM 3050-CHECK-RETURNED-MAIL
029100           IF GROUP-MAIL-GOOD
029150              PERFORM 3100-NOTICE-HEADING
029170           END-IF
029200        END-IF
029210        IF GROUP-MAIL-RETURNED
029220           IF DF-STUDENT-ID(I) NOT = WS-PRIOR-STUDENT
029230              PERFORM 3400-CALL-FAMILY
029240           END-IF
029250        ELSE
029300           PERFORM 3200-COURSE-LINE
029400           PERFORM 3300-LOG-ONE
029450        END-IF
029500     END-PERFORM.
029550     CLOSE CALL-FAMILY-FILE.
029600     CLOSE NOTICE-LOG.
029700     CLOSE HOUSEHOLD-MASTER.
029800     CLOSE NOTICE-PRINT.
029900
029910 3050-CHECK-RETURNED-MAIL.
029920     SET GROUP-MAIL-GOOD TO TRUE.
029930     MOVE 0 TO WS-PRIOR-STUDENT.
029940     MOVE DF-HOUSEHOLD-ID(I) TO HM-HOUSEHOLD-ID.
029950     READ HOUSEHOLD-MASTER
029960         INVALID KEY CONTINUE
029970     END-READ.
029980     IF WS-HM-STATUS = "00"
029985        AND HM-ADDRESS-BAD
029990        SET GROUP-MAIL-RETURNED TO TRUE
029995     END-IF.
029997     MOVE "00" TO WS-HM-STATUS.
029999
030000 3100-NOTICE-HEADING.
030100     ADD 1 TO WS-NOTICE-COUNT.
030200     MOVE SPACES TO NTC-LINE.
035300     MOVE DF-COURSE(I) TO DL-COURSE.
035400     MOVE WS-TERM TO DL-TERM.
035500     WRITE NOTICE-LOG-RECORD.
035505
035510 3400-CALL-FAMILY.
035515     ADD 1 TO WS-CALL-COUNT.
035520     MOVE DF-STUDENT-ID(I) TO WS-PRIOR-STUDENT.
035525     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
035530     MOVE "DEFNOTIC" TO CF-SOURCE.
035535     MOVE "DEFICNCY" TO CF-LETTER-TYPE.
035540     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
035545     MOVE DF-STUDENT-ID(I) TO CF-STUDENT-ID.
035550     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
035555     MOVE HM-PHONE-1 TO CF-PHONE-1.
035560     MOVE HM-PHONE-2 TO CF-PHONE-2.
035565     MOVE 0 TO CF-RETURN-COUNT.
035570     IF HM-RETURN-COUNT IS NUMERIC
035575        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
035580     END-IF.
035585     WRITE CALL-FAMILY-RECORD.
035600
035700 4000-TERMINATE.
035800     DISPLAY "GRADE-SCHOOL-DEFNOTIC TERM " WS-TERM
035900         " NOTICES MAILED: " WS-NOTICE-COUNT.
035910     DISPLAY "  NO-TEMPLATE LANGUAGES (SENT ENGLISH): "
035920         WS-NOLANG-COUNT.
035930     DISPLAY "  RETURNED MAIL -- CHILDREN ON CALL LIST: "
035940         WS-CALL-COUNT.
036000
036100*----------------------------------------------------------------
036200* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
036300* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
036400* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
036500* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
036600* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
036700*----------------------------------------------------------------
036800 9800-CHECK-LAYOUTS.
036900     PERFORM 9810-LOAD-LAYOUT-CONTROL.
037000     OPEN EXTEND LAYOUT-USAGE-LOG.
037100     IF WS-LU-STATUS = "35"
037200        OPEN OUTPUT LAYOUT-USAGE-LOG
037300     END-IF.
037400     MOVE "ROSTERF" TO WS-LK-DATASET.
037500     MOVE 3 TO WS-LK-VERSION.
037600     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
037700     PERFORM 9820-CHECK-ONE-LAYOUT.
037800     MOVE "HSHLDMST" TO WS-LK-DATASET.
037900     MOVE 3 TO WS-LK-VERSION.
038000     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
038100     PERFORM 9820-CHECK-ONE-LAYOUT.
038200     MOVE "CRSGRADE" TO WS-LK-DATASET.
038300     MOVE 2 TO WS-LK-VERSION.
038400     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
038500     PERFORM 9820-CHECK-ONE-LAYOUT.
038600     CLOSE LAYOUT-USAGE-LOG.
038700
038800 9810-LOAD-LAYOUT-CONTROL.
038900     MOVE 0 TO WS-LC-COUNT.
039000     OPEN INPUT LAYOUT-CONTROL.
039100     IF WS-LC-STATUS NOT = "00"
039200        EXIT PARAGRAPH
039300     END-IF.
039400     PERFORM UNTIL WS-LC-STATUS NOT = "00"
039500        READ LAYOUT-CONTROL
039600            AT END MOVE "10" TO WS-LC-STATUS
039700        END-READ
039800        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
039900           ADD 1 TO WS-LC-COUNT
040000           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
040100           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
040200           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
040300        END-IF
040400     END-PERFORM.
040500     CLOSE LAYOUT-CONTROL.
040600
040700*----------------------------------------------------------------
040800* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
040900* AS NOCTL.
041000*----------------------------------------------------------------
041100 9820-CHECK-ONE-LAYOUT.
041200     MOVE "NOCTL" TO WS-LK-RESULT.
041300     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
041400             UNTIL WS-LC-INDX > WS-LC-COUNT
041500        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
041600           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
041700              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
041800              MOVE "CURRENT" TO WS-LK-RESULT
041900           ELSE
042000              MOVE "MISMATCH" TO WS-LK-RESULT
042100           END-IF
042200        END-IF
042300     END-PERFORM.
042400     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
042500     MOVE "GRADE-SCHOOL-DEFNOTIC" TO LU-PROGRAM.
042600     MOVE WS-LK-DATASET TO LU-DATASET.
042700     MOVE WS-LK-VERSION TO LU-VERSION.
042800     MOVE WS-LK-LENGTH TO LU-LENGTH.
042900     MOVE WS-LK-RESULT TO LU-RESULT.
043000     WRITE LAYOUT-USAGE-RECORD.
043100     IF WS-LK-RESULT NOT = "MISMATCH"
043200        EXIT PARAGRAPH
043300     END-IF.
043400     SET LAYOUT-MISMATCH TO TRUE.
043500     DISPLAY "GRADE-SCHOOL-DEFNOTIC HALTED: " WS-LK-DATASET
043600         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
043700         " DOES NOT MATCH LAYOUTCT".
043800     OPEN EXTEND OPS-ERROR-LOG.
043900     IF WS-OPS-LOG-STATUS = "35"
044000        OPEN OUTPUT OPS-ERROR-LOG
044100     END-IF.
044200     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
044300     MOVE "GRADE-SCHOOL-DEFNOTIC" TO OE-PROGRAM.
044400     MOVE WS-LK-DATASET TO OE-FILE-NAME.
044500     MOVE "LAYOUT" TO OE-OPERATION.
044600     MOVE "16" TO OE-STATUS.
044700     WRITE OPS-ERROR-RECORD.
044800     CLOSE OPS-ERROR-LOG.
