002000*                 OUTCOME (P PASS, R RECHECK, F REFER) TO THE
002100*                 INTAKE ON SCRESULT, WHICH GRADE-SCHOOL-
002200*                 ACTIVATE CHECKS BEFORE DAY ONE.
002230* 2026-10-15 KAP  HSHLDMST CARRIES RETURNED-MAIL COLUMNS NOW;
002260*                 SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002280* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002300*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002320*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002340*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002360*                 OPSERRLG ENTRY.
002366* 2026-10-15 KAP  PREREG-RECORD GREW FROM 130 TO 132 BYTES (GENDER
002372*                 AND RACE/ETHNICITY).
002380*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
006400     SELECT CONFIRMATION-PRINT ASSIGN TO "SCRCONF"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006607     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006615         ORGANIZATION IS LINE SEQUENTIAL
006623         FILE STATUS IS WS-LC-STATUS.
006630
006638     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006646         ORGANIZATION IS LINE SEQUENTIAL
006653         FILE STATUS IS WS-LU-STATUS.
006661
006669     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006676         ORGANIZATION IS LINE SEQUENTIAL
006684         FILE STATUS IS WS-OPS-LOG-STATUS.
006692
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARM-FILE.
012600     05 PR-IEP-FLAG           PIC X(01).
012700     05 PR-DOB                PIC 9(08).
012800     05 PR-SCHOOL-CODE        PIC 9(02).
012830     05 PR-GENDER             PIC X(01).
012860     05 PR-RACE-ETH           PIC X(01).
012900
013000 FD  HOUSEHOLD-MASTER.
013100*----------------------------------------------------------------
014300     05 HM-PHONE-2            PIC X(15).
014400     05 HM-DO-NOT-MAIL        PIC X(01).
014500     05 HM-LANGUAGE           PIC X(02).
014510*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
014520*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
014530     05 HM-ADDR-STATUS        PIC X(01).
014540        88 HM-ADDRESS-BAD               VALUE "B".
014550     05 HM-RETURN-COUNT       PIC 9(03).
014560     05 HM-LAST-RETURN-DATE   PIC 9(08).
014600
014700 FD  CONFIRMATION-PRINT.
014800 01  CNF-LINE                 PIC X(80).
014900
014902 FD  LAYOUT-CONTROL.
014905*----------------------------------------------------------------
014908* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
014910* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
014913*----------------------------------------------------------------
014916 01  LAYOUT-CONTROL-RECORD.
014918     05 LC-DATASET            PIC X(08).
014921     05 LC-VERSION            PIC 9(03).
014924     05 LC-LENGTH             PIC 9(05).
014927     05 LC-EFFECTIVE-DATE     PIC 9(08).
014929
014932 FD  LAYOUT-USAGE-LOG.
014935*----------------------------------------------------------------
014937* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
014940* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
014943*----------------------------------------------------------------
014945 01  LAYOUT-USAGE-RECORD.
014948     05 LU-TIMESTAMP          PIC 9(14).
014951     05 LU-PROGRAM            PIC X(24).
014954     05 LU-DATASET            PIC X(08).
014956     05 LU-VERSION            PIC 9(03).
014959     05 LU-LENGTH             PIC 9(05).
014962     05 LU-RESULT             PIC X(08).
014964
014967 FD  OPS-ERROR-LOG.
014970*----------------------------------------------------------------
014972* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014975* SHARED SHOP-WIDE ERROR LOG.
014978*----------------------------------------------------------------
014981 01  OPS-ERROR-RECORD.
014983     05 OE-TIMESTAMP          PIC 9(14).
014986     05 OE-PROGRAM            PIC X(20).
014989     05 OE-FILE-NAME          PIC X(08).
014991     05 OE-OPERATION          PIC X(08).
014994     05 OE-STATUS             PIC XX.
014997
015000 WORKING-STORAGE SECTION.
015100 01 WS-PARM-STATUS             PIC XX.
015200 01 WS-SLOT-STATUS             PIC XX.
018000 01 WS-BOOKED-DATE             PIC 9(08).
018100 01 WS-BOOKED-TIME             PIC 9(04).
018200
018204*----------------------------------------------------------------
018209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
018213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
018218*----------------------------------------------------------------
018222 01 WS-LC-STATUS               PIC XX.
018227 01 WS-LU-STATUS               PIC XX.
018231 01 WS-OPS-LOG-STATUS          PIC XX.
018236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
018240     88 LAYOUT-MISMATCH                  VALUE "Y".
018245 01 WS-LK-DATASET              PIC X(08).
018250 01 WS-LK-VERSION              PIC 9(03).
018254 01 WS-LK-LENGTH               PIC 9(05).
018259 01 WS-LK-RESULT               PIC X(08).
018263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
018268 01 WS-LC-INDX                 PIC 9(03) COMP.
018272 01 LAYOUT-CONTROL-TABLE.
018277     02 LCT-ROW               OCCURS 50 TIMES.
018281        05 LCT-DATASET        PIC X(08).
018286        05 LCT-VERSION        PIC 9(03).
018290        05 LCT-LENGTH         PIC 9(05).
018295
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018510     PERFORM 9800-CHECK-LAYOUTS
018520     IF LAYOUT-MISMATCH
018530        MOVE 16 TO RETURN-CODE
018540        GOBACK
018550     END-IF
018600     PERFORM 1000-INITIALIZE
018700     EVALUATE WS-MODE
018800         WHEN "GENSLOT"
042100     CLOSE SCREENING-RESULTS.
042200     DISPLAY "GRADE-SCHOOL-SCREEN RESULTS RECORDED: "
042300         WS-RESULT-COUNT.
042400
042500*----------------------------------------------------------------
042600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
042700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
042800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
042900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
043000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
043100*----------------------------------------------------------------
043200 9800-CHECK-LAYOUTS.
043300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
043400     OPEN EXTEND LAYOUT-USAGE-LOG.
043500     IF WS-LU-STATUS = "35"
043600        OPEN OUTPUT LAYOUT-USAGE-LOG
043700     END-IF.
043800     MOVE "HSHLDMST" TO WS-LK-DATASET.
043900     MOVE 3 TO WS-LK-VERSION.
044000     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
044100     PERFORM 9820-CHECK-ONE-LAYOUT.
044200     CLOSE LAYOUT-USAGE-LOG.
044300
044400 9810-LOAD-LAYOUT-CONTROL.
044500     MOVE 0 TO WS-LC-COUNT.
044600     OPEN INPUT LAYOUT-CONTROL.
044700     IF WS-LC-STATUS NOT = "00"
044800        EXIT PARAGRAPH
044900     END-IF.
045000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
045100        READ LAYOUT-CONTROL
045200            AT END MOVE "10" TO WS-LC-STATUS
045300        END-READ
045400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
045500           ADD 1 TO WS-LC-COUNT
045600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
045700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
045800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
045900        END-IF
046000     END-PERFORM.
046100     CLOSE LAYOUT-CONTROL.
046200
046300*----------------------------------------------------------------
046400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
046500* AS NOCTL.
046600*----------------------------------------------------------------
046700 9820-CHECK-ONE-LAYOUT.
046800     MOVE "NOCTL" TO WS-LK-RESULT.
046900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
047000             UNTIL WS-LC-INDX > WS-LC-COUNT
047100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
047200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
047300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
047400              MOVE "CURRENT" TO WS-LK-RESULT
047500           ELSE
047600              MOVE "MISMATCH" TO WS-LK-RESULT
047700           END-IF
047800        END-IF
047900     END-PERFORM.
048000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
048100     MOVE "GRADE-SCHOOL-SCREEN" TO LU-PROGRAM.
048200     MOVE WS-LK-DATASET TO LU-DATASET.
048300     MOVE WS-LK-VERSION TO LU-VERSION.
048400     MOVE WS-LK-LENGTH TO LU-LENGTH.
048500     MOVE WS-LK-RESULT TO LU-RESULT.
048600     WRITE LAYOUT-USAGE-RECORD.
048700     IF WS-LK-RESULT NOT = "MISMATCH"
048800        EXIT PARAGRAPH
048900     END-IF.
049000     SET LAYOUT-MISMATCH TO TRUE.
049100     DISPLAY "GRADE-SCHOOL-SCREEN HALTED: " WS-LK-DATASET
049200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
049300         " DOES NOT MATCH LAYOUTCT".
049400     OPEN EXTEND OPS-ERROR-LOG.
049500     IF WS-OPS-LOG-STATUS = "35"
049600        OPEN OUTPUT OPS-ERROR-LOG
049700     END-IF.
049800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
049900     MOVE "GRADE-SCHOOL-SCREEN" TO OE-PROGRAM.
050000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
050100     MOVE "LAYOUT" TO OE-OPERATION.
050200     MOVE "16" TO OE-STATUS.
050300     WRITE OPS-ERROR-RECORD.
050400     CLOSE OPS-ERROR-LOG.
