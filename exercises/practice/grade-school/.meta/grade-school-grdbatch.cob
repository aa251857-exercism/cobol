002000*                 REST TO CRSGRADE, AND WRITES A RUNCTL RECORD
002100*                 SO THE MORNING BALANCE RUN CAN PROVE POSTINGS
002200*                 AGAINST THE TEACHERS' SHEETS.
002220* 2026-10-15 KAP  CRSCATLG CARRIES A SUBJECT AREA AND CREDIT VALUE
002240*                 NOW; SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002250* 2026-10-15 KAP  GRADSCAL CARRIES A MINIMUM PERCENTAGE PER LETTER
002260*                 NOW FOR THE GRADEBOOK ROLL-UP; SAME ROWS, THE
002270*                 NEW COLUMN IS UNUSED HERE.  GRADE-SCHOOL-GRDROLL
002280*                 FEEDS THIS JOB ITS GRADETX ROWS.
002285* 2026-10-15 KAP  CRSCATLG CARRIES A CERTIFICATION AREA NOW; SAME
002290*                 ROWS, THE NEW COLUMN IS UNUSED HERE.
002300* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002310*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002320*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002330*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002340*                 OPSERRLG ENTRY.
002341* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002342*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002343*                 LAYOUT VERSION 3.
002344* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE; SAME ROWS, THE
002345*                 NEW COLUMN IS UNUSED HERE.
002346* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002347*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002348*                 VERSION 2.  ROWS POSTED HERE ARE EARNED IN
002349*                 DISTRICT (FLAG BLANK).
002350*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300
006307     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006315         ORGANIZATION IS LINE SEQUENTIAL
006323         FILE STATUS IS WS-LC-STATUS.
006330
006338     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006346         ORGANIZATION IS LINE SEQUENTIAL
006353         FILE STATUS IS WS-LU-STATUS.
006361
006369     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006376         ORGANIZATION IS LINE SEQUENTIAL
006384         FILE STATUS IS WS-OPS-LOG-STATUS.
006392
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  GRADEBOOK-TRANSACTIONS.
009200     05 FR-IEP-FLAG           PIC X(01).
009300     05 FR-DOB                PIC 9(08).
009400     05 FR-SCHOOL-CODE        PIC 9(02).
009433     05 FR-GENDER             PIC X(01).
009466     05 FR-RACE-ETH           PIC X(01).
009500
009600 FD  COURSE-CATALOG.
009700*----------------------------------------------------------------
010440*    TRAILING COLUMN: THE OFFERING SESSION.  NOT USED BY THE
010450*    EDITS HERE -- SUMMER COURSES POST LIKE ANY OTHER.
010460     05 CAT-SESSION           PIC X.
010465*    TRAILING COLUMNS: DIPLOMA SUBJECT AREA AND CREDIT VALUE.
010470*    NOT USED BY THE EDITS HERE.
010475     05 CAT-SUBJECT           PIC X(04).
010480     05 CAT-CREDITS           PIC 9V99.
010490     05 CAT-CERT-AREA         PIC X(04).
010495     05 CAT-FEE               PIC 9(03)V99.
010500
010600 FD  GRADING-SCALE.
010700*----------------------------------------------------------------
011100     05 GS-LETTER             PIC X(02).
011200     05 GS-POINTS             PIC 9V99.
011300     05 GS-PASSING            PIC X(01).
011350     05 GS-MIN-PERCENT        PIC 9(03).
011400
011500 FD  TERM-STATUS-FILE.
011600*----------------------------------------------------------------
012900        10 CG-COURSE          PIC X(20).
013000        10 CG-TERM            PIC X(06).
013100     05 CG-GRADE-POINTS       PIC 9V99.
013133     05 CG-CREDIT-TYPE        PIC X(01).
013166        88 CG-TRANSFER-CREDIT           VALUE "T".
013200
013300 FD  REJECT-FILE.
013400*----------------------------------------------------------------
015800     05 RC-BEFORE-COUNT       PIC 9(07).
015900     05 RC-AFTER-COUNT        PIC 9(07).
016000
016002 FD  LAYOUT-CONTROL.
016005*----------------------------------------------------------------
016008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
016013*----------------------------------------------------------------
016016 01  LAYOUT-CONTROL-RECORD.
016018     05 LC-DATASET            PIC X(08).
016021     05 LC-VERSION            PIC 9(03).
016024     05 LC-LENGTH             PIC 9(05).
016027     05 LC-EFFECTIVE-DATE     PIC 9(08).
016029
016032 FD  LAYOUT-USAGE-LOG.
016035*----------------------------------------------------------------
016037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
016040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
016043*----------------------------------------------------------------
016045 01  LAYOUT-USAGE-RECORD.
016048     05 LU-TIMESTAMP          PIC 9(14).
016051     05 LU-PROGRAM            PIC X(24).
016054     05 LU-DATASET            PIC X(08).
016056     05 LU-VERSION            PIC 9(03).
016059     05 LU-LENGTH             PIC 9(05).
016062     05 LU-RESULT             PIC X(08).
016064
016067 FD  OPS-ERROR-LOG.
016070*----------------------------------------------------------------
016072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
016075* SHARED SHOP-WIDE ERROR LOG.
016078*----------------------------------------------------------------
016081 01  OPS-ERROR-RECORD.
016083     05 OE-TIMESTAMP          PIC 9(14).
016086     05 OE-PROGRAM            PIC X(20).
016089     05 OE-FILE-NAME          PIC X(08).
016091     05 OE-OPERATION          PIC X(08).
016094     05 OE-STATUS             PIC XX.
016097
016100 WORKING-STORAGE SECTION.
016200 01 WS-TX-STATUS               PIC XX.
016300 01 WS-FILE-STATUS             PIC XX.
020500        05 TS-T-TERM          PIC X(06).
020600        05 TS-T-STATUS        PIC X(01).
020700
020704*----------------------------------------------------------------
020709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
020713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
020718*----------------------------------------------------------------
020722 01 WS-LC-STATUS               PIC XX.
020727 01 WS-LU-STATUS               PIC XX.
020731 01 WS-OPS-LOG-STATUS          PIC XX.
020736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
020740     88 LAYOUT-MISMATCH                  VALUE "Y".
020745 01 WS-LK-DATASET              PIC X(08).
020750 01 WS-LK-VERSION              PIC 9(03).
020754 01 WS-LK-LENGTH               PIC 9(05).
020759 01 WS-LK-RESULT               PIC X(08).
020763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
020768 01 WS-LC-INDX                 PIC 9(03) COMP.
020772 01 LAYOUT-CONTROL-TABLE.
020777     02 LCT-ROW               OCCURS 50 TIMES.
020781        05 LCT-DATASET        PIC X(08).
020786        05 LCT-VERSION        PIC 9(03).
020790        05 LCT-LENGTH         PIC 9(05).
020795
020800 PROCEDURE DIVISION.
020900
021000 0000-MAINLINE.
021010     PERFORM 9800-CHECK-LAYOUTS
021020     IF LAYOUT-MISMATCH
021030        MOVE 16 TO RETURN-CODE
021040        GOBACK
021050     END-IF
021100     PERFORM 1000-INITIALIZE
021200     PERFORM 2000-PROCESS-TRANSACTIONS
021300         UNTIL END-OF-TRANSACTIONS
040500     MOVE GTX-COURSE TO CG-COURSE.
040600     MOVE GTX-TERM TO CG-TERM.
040700     MOVE WS-POST-POINTS TO CG-GRADE-POINTS.
040705     MOVE SPACE TO CG-CREDIT-TYPE.
040710*    A ROW ALREADY POSTED UNDER THE SAME KEY IS A REJECT --
040720*    CORRECTIONS GO THROUGH THE GRADE-CHANGE TRANSACTION.
040800     WRITE CG-RECORD
044900     MOVE WS-AFTER-COUNT TO RC-AFTER-COUNT.
045000     WRITE RC-RECORD.
045100     CLOSE RUN-CONTROL-FILE.
045200
045300*----------------------------------------------------------------
045400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
045500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
045600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
045700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
045800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
045900*----------------------------------------------------------------
046000 9800-CHECK-LAYOUTS.
046100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
046200     OPEN EXTEND LAYOUT-USAGE-LOG.
046300     IF WS-LU-STATUS = "35"
046400        OPEN OUTPUT LAYOUT-USAGE-LOG
046500     END-IF.
046600     MOVE "ROSTERF" TO WS-LK-DATASET.
046700     MOVE 3 TO WS-LK-VERSION.
046800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
046900     PERFORM 9820-CHECK-ONE-LAYOUT.
047000     MOVE "CRSGRADE" TO WS-LK-DATASET.
047100     MOVE 2 TO WS-LK-VERSION.
047200     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
047300     PERFORM 9820-CHECK-ONE-LAYOUT.
047400     CLOSE LAYOUT-USAGE-LOG.
047500
047600 9810-LOAD-LAYOUT-CONTROL.
047700     MOVE 0 TO WS-LC-COUNT.
047800     OPEN INPUT LAYOUT-CONTROL.
047900     IF WS-LC-STATUS NOT = "00"
048000        EXIT PARAGRAPH
048100     END-IF.
048200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
048300        READ LAYOUT-CONTROL
048400            AT END MOVE "10" TO WS-LC-STATUS
048500        END-READ
048600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
048700           ADD 1 TO WS-LC-COUNT
048800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
048900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
049000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
049100        END-IF
049200     END-PERFORM.
049300     CLOSE LAYOUT-CONTROL.
049400
049500*----------------------------------------------------------------
049600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
049700* AS NOCTL.
049800*----------------------------------------------------------------
049900 9820-CHECK-ONE-LAYOUT.
050000     MOVE "NOCTL" TO WS-LK-RESULT.
050100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
050200             UNTIL WS-LC-INDX > WS-LC-COUNT
050300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
050400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
050500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
050600              MOVE "CURRENT" TO WS-LK-RESULT
050700           ELSE
050800              MOVE "MISMATCH" TO WS-LK-RESULT
050900           END-IF
051000        END-IF
051100     END-PERFORM.
051200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
051300     MOVE "GRADE-SCHOOL-GRDBATCH" TO LU-PROGRAM.
051400     MOVE WS-LK-DATASET TO LU-DATASET.
051500     MOVE WS-LK-VERSION TO LU-VERSION.
051600     MOVE WS-LK-LENGTH TO LU-LENGTH.
051700     MOVE WS-LK-RESULT TO LU-RESULT.
051800     WRITE LAYOUT-USAGE-RECORD.
051900     IF WS-LK-RESULT NOT = "MISMATCH"
052000        EXIT PARAGRAPH
052100     END-IF.
052200     SET LAYOUT-MISMATCH TO TRUE.
052300     DISPLAY "GRADE-SCHOOL-GRDBATCH HALTED: " WS-LK-DATASET
052400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
052500         " DOES NOT MATCH LAYOUTCT".
052600     OPEN EXTEND OPS-ERROR-LOG.
052700     IF WS-OPS-LOG-STATUS = "35"
052800        OPEN OUTPUT OPS-ERROR-LOG
052900     END-IF.
053000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
053100     MOVE "GRADE-SCHOOL-GRDBATCH" TO OE-PROGRAM.
053200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
053300     MOVE "LAYOUT" TO OE-OPERATION.
053400     MOVE "16" TO OE-STATUS.
053500     WRITE OPS-ERROR-RECORD.
053600     CLOSE OPS-ERROR-LOG.
