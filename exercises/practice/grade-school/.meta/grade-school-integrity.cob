001900*                 WRITES EVERY ORPHAN OR DANGLING REFERENCE TO
002000*                 INTGEXCP WITH A REASON CODE, AND SUMMARIZES
002100*                 BY FILE ON THE MORNING REPORT.
002130* 2026-10-15 KAP  HSHLDMST CARRIES RETURNED-MAIL COLUMNS NOW; THE
002160*                 RECORD IS 12 BYTES LONGER, HM-REST WIDENED.
002180* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002200*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002220*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002240*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002260*                 OPSERRLG ENTRY.
002265* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002270*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002275*                 LAYOUT VERSION 3, AND PREREG-RECORD GREW TO 132.
002276* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002277*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002278*                 VERSION 2.
002280*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
006500     SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006707     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006715         ORGANIZATION IS LINE SEQUENTIAL
006723         FILE STATUS IS WS-LC-STATUS.
006730
006738     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006746         ORGANIZATION IS LINE SEQUENTIAL
006753         FILE STATUS IS WS-LU-STATUS.
006761
006769     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006776         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS WS-OPS-LOG-STATUS.
006792
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ROSTER-FILE.
008200     05 FR-IEP-FLAG           PIC X(01).
008300     05 FR-DOB                PIC 9(08).
008400     05 FR-SCHOOL-CODE        PIC 9(02).
008433     05 FR-GENDER             PIC X(01).
008466     05 FR-RACE-ETH           PIC X(01).
008500
008600 FD  HOUSEHOLD-MASTER.
008700*----------------------------------------------------------------
008900*----------------------------------------------------------------
009000 01  HOUSEHOLD-RECORD.
009100     05 HM-HOUSEHOLD-ID       PIC 9(09).
009200     05 HM-REST               PIC X(242).
009300
009400 FD  COURSE-GRADE-FILE.
009500 01  CG-RECORD.
009610        10 CG-COURSE          PIC X(20).
009620        10 CG-TERM            PIC X(06).
009700     05 CG-GRADE-POINTS       PIC 9V99.
009733     05 CG-CREDIT-TYPE        PIC X(01).
009766        88 CG-TRANSFER-CREDIT           VALUE "T".
009800
009900 FD  ATTENDANCE-FILE.
010000 01  ATT-RECORD.
011900 01  PREREG-RECORD.
012000     05 PR-START-DATE         PIC 9(08).
012100     05 PR-STUDENT-ID         PIC 9(09).
012200     05 PR-REST               PIC X(115).
012300
012400*----------------------------------------------------------------
012500* ONE ROW PER ORPHAN OR DANGLING REFERENCE: WHICH FILE, THE
013400 FD  INTEGRITY-REPORT.
013500 01  RPT-LINE                 PIC X(100).
013600
013602 FD  LAYOUT-CONTROL.
013605*----------------------------------------------------------------
013608* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
013610* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
013613*----------------------------------------------------------------
013616 01  LAYOUT-CONTROL-RECORD.
013618     05 LC-DATASET            PIC X(08).
013621     05 LC-VERSION            PIC 9(03).
013624     05 LC-LENGTH             PIC 9(05).
013627     05 LC-EFFECTIVE-DATE     PIC 9(08).
013629
013632 FD  LAYOUT-USAGE-LOG.
013635*----------------------------------------------------------------
013637* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013640* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013643*----------------------------------------------------------------
013645 01  LAYOUT-USAGE-RECORD.
013648     05 LU-TIMESTAMP          PIC 9(14).
013651     05 LU-PROGRAM            PIC X(24).
013654     05 LU-DATASET            PIC X(08).
013656     05 LU-VERSION            PIC 9(03).
013659     05 LU-LENGTH             PIC 9(05).
013662     05 LU-RESULT             PIC X(08).
013664
013667 FD  OPS-ERROR-LOG.
013670*----------------------------------------------------------------
013672* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
013675* SHARED SHOP-WIDE ERROR LOG.
013678*----------------------------------------------------------------
013681 01  OPS-ERROR-RECORD.
013683     05 OE-TIMESTAMP          PIC 9(14).
013686     05 OE-PROGRAM            PIC X(20).
013689     05 OE-FILE-NAME          PIC X(08).
013691     05 OE-OPERATION          PIC X(08).
013694     05 OE-STATUS             PIC XX.
013697
013700 WORKING-STORAGE SECTION.
013800 01 WS-FILE-STATUS             PIC XX.
013900 01 WS-HM-STATUS               PIC XX.
017700                                 DEPENDING ON WS-HSHLD-COUNT.
017800        05 HID-HOUSEHOLD-ID   PIC 9(09).
017900
017904*----------------------------------------------------------------
017909* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
017913* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
017918*----------------------------------------------------------------
017922 01 WS-LC-STATUS               PIC XX.
017927 01 WS-LU-STATUS               PIC XX.
017931 01 WS-OPS-LOG-STATUS          PIC XX.
017936 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
017940     88 LAYOUT-MISMATCH                  VALUE "Y".
017945 01 WS-LK-DATASET              PIC X(08).
017950 01 WS-LK-VERSION              PIC 9(03).
017954 01 WS-LK-LENGTH               PIC 9(05).
017959 01 WS-LK-RESULT               PIC X(08).
017963 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
017968 01 WS-LC-INDX                 PIC 9(03) COMP.
017972 01 LAYOUT-CONTROL-TABLE.
017977     02 LCT-ROW               OCCURS 50 TIMES.
017981        05 LCT-DATASET        PIC X(08).
017986        05 LCT-VERSION        PIC 9(03).
017990        05 LCT-LENGTH         PIC 9(05).
017995
018000 PROCEDURE DIVISION.
018100
018200 0000-MAINLINE.
018210     PERFORM 9800-CHECK-LAYOUTS
018220     IF LAYOUT-MISMATCH
018230        MOVE 16 TO RETURN-CODE
018240        GOBACK
018250     END-IF
018300     PERFORM 1000-INITIALIZE
018400     PERFORM 2100-CHECK-ROSTER-HOUSEHOLDS
018500     PERFORM 2200-CHECK-COURSE-GRADES
046500     IF WS-TOTAL-EXCEPTIONS > 0
046600        MOVE 4 TO RETURN-CODE
046700     END-IF.
046800
046900*----------------------------------------------------------------
047000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
047100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
047200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
047300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
047400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
047500*----------------------------------------------------------------
047600 9800-CHECK-LAYOUTS.
047700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
047800     OPEN EXTEND LAYOUT-USAGE-LOG.
047900     IF WS-LU-STATUS = "35"
048000        OPEN OUTPUT LAYOUT-USAGE-LOG
048100     END-IF.
048200     MOVE "ROSTERF" TO WS-LK-DATASET.
048300     MOVE 3 TO WS-LK-VERSION.
048400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
048500     PERFORM 9820-CHECK-ONE-LAYOUT.
048600     MOVE "HSHLDMST" TO WS-LK-DATASET.
048700     MOVE 3 TO WS-LK-VERSION.
048800     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
048900     PERFORM 9820-CHECK-ONE-LAYOUT.
049000     MOVE "CRSGRADE" TO WS-LK-DATASET.
049100     MOVE 2 TO WS-LK-VERSION.
049200     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
049300     PERFORM 9820-CHECK-ONE-LAYOUT.
049400     MOVE "ATTNDNCE" TO WS-LK-DATASET.
049500     MOVE 2 TO WS-LK-VERSION.
049600     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
049700     PERFORM 9820-CHECK-ONE-LAYOUT.
049800     CLOSE LAYOUT-USAGE-LOG.
049900
050000 9810-LOAD-LAYOUT-CONTROL.
050100     MOVE 0 TO WS-LC-COUNT.
050200     OPEN INPUT LAYOUT-CONTROL.
050300     IF WS-LC-STATUS NOT = "00"
050400        EXIT PARAGRAPH
050500     END-IF.
050600     PERFORM UNTIL WS-LC-STATUS NOT = "00"
050700        READ LAYOUT-CONTROL
050800            AT END MOVE "10" TO WS-LC-STATUS
050900        END-READ
051000        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
051100           ADD 1 TO WS-LC-COUNT
051200           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
051300           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
051400           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
051500        END-IF
051600     END-PERFORM.
051700     CLOSE LAYOUT-CONTROL.
051800
051900*----------------------------------------------------------------
052000* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
052100* AS NOCTL.
052200*----------------------------------------------------------------
052300 9820-CHECK-ONE-LAYOUT.
052400     MOVE "NOCTL" TO WS-LK-RESULT.
052500     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
052600             UNTIL WS-LC-INDX > WS-LC-COUNT
052700        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
052800           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
052900              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
053000              MOVE "CURRENT" TO WS-LK-RESULT
053100           ELSE
053200              MOVE "MISMATCH" TO WS-LK-RESULT
053300           END-IF
053400        END-IF
053500     END-PERFORM.
053600     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
053700     MOVE "GRADE-SCHOOL-INTEGRITY" TO LU-PROGRAM.
053800     MOVE WS-LK-DATASET TO LU-DATASET.
053900     MOVE WS-LK-VERSION TO LU-VERSION.
054000     MOVE WS-LK-LENGTH TO LU-LENGTH.
054100     MOVE WS-LK-RESULT TO LU-RESULT.
054200     WRITE LAYOUT-USAGE-RECORD.
054300     IF WS-LK-RESULT NOT = "MISMATCH"
054400        EXIT PARAGRAPH
054500     END-IF.
054600     SET LAYOUT-MISMATCH TO TRUE.
054700     DISPLAY "GRADE-SCHOOL-INTEGRITY HALTED: " WS-LK-DATASET
054800         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
054900         " DOES NOT MATCH LAYOUTCT".
055000     OPEN EXTEND OPS-ERROR-LOG.
055100     IF WS-OPS-LOG-STATUS = "35"
055200        OPEN OUTPUT OPS-ERROR-LOG
055300     END-IF.
055400     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
055500     MOVE "GRADE-SCHOOL-INTEGRITY" TO OE-PROGRAM.
055600     MOVE WS-LK-DATASET TO OE-FILE-NAME.
055700     MOVE "LAYOUT" TO OE-OPERATION.
055800     MOVE "16" TO OE-STATUS.
055900     WRITE OPS-ERROR-RECORD.
056000     CLOSE OPS-ERROR-LOG.
