001800*                 (A = NAME+DOB+HOUSEHOLD, B = NAME+DOB,
001900*                 C = NAME+HOUSEHOLD) FOR THE REGISTRARS TO
002000*                 RESOLVE BEFORE COUNT DAY.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002105* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002110*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002115*                 LAYOUT VERSION 3.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
004600     SELECT DUP-WORKLIST ASSIGN TO "DUPWORKL"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004807     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004815         ORGANIZATION IS LINE SEQUENTIAL
004823         FILE STATUS IS WS-LC-STATUS.
004830
004838     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004846         ORGANIZATION IS LINE SEQUENTIAL
004853         FILE STATUS IS WS-LU-STATUS.
004861
004869     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004876         ORGANIZATION IS LINE SEQUENTIAL
004884         FILE STATUS IS WS-OPS-LOG-STATUS.
004892
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
006200     05 FR1-IEP-FLAG          PIC X(01).
006300     05 FR1-DOB               PIC 9(08).
006400     05 FR1-SCHOOL-CODE       PIC 9(02).
006433     05 FR1-GENDER            PIC X(01).
006466     05 FR1-RACE-ETH          PIC X(01).
006500
006600 FD  ROSTER-FILE-2.
006700 01  ROSTER-RECORD-2.
007400     05 FR2-IEP-FLAG          PIC X(01).
007500     05 FR2-DOB               PIC 9(08).
007600     05 FR2-SCHOOL-CODE       PIC 9(02).
007633     05 FR2-GENDER            PIC X(01).
007666     05 FR2-RACE-ETH          PIC X(01).
007700
007800 FD  ROSTER-FILE-3.
007900 01  ROSTER-RECORD-3.
008600     05 FR3-IEP-FLAG          PIC X(01).
008700     05 FR3-DOB               PIC 9(08).
008800     05 FR3-SCHOOL-CODE       PIC 9(02).
008833     05 FR3-GENDER            PIC X(01).
008866     05 FR3-RACE-ETH          PIC X(01).
008900
009000 FD  DUP-WORKLIST.
009100 01  WRK-LINE                 PIC X(132).
009200
009202 FD  LAYOUT-CONTROL.
009205*----------------------------------------------------------------
009208* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
009210* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
009213*----------------------------------------------------------------
009216 01  LAYOUT-CONTROL-RECORD.
009218     05 LC-DATASET            PIC X(08).
009221     05 LC-VERSION            PIC 9(03).
009224     05 LC-LENGTH             PIC 9(05).
009227     05 LC-EFFECTIVE-DATE     PIC 9(08).
009229
009232 FD  LAYOUT-USAGE-LOG.
009235*----------------------------------------------------------------
009237* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
009240* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
009243*----------------------------------------------------------------
009245 01  LAYOUT-USAGE-RECORD.
009248     05 LU-TIMESTAMP          PIC 9(14).
009251     05 LU-PROGRAM            PIC X(24).
009254     05 LU-DATASET            PIC X(08).
009256     05 LU-VERSION            PIC 9(03).
009259     05 LU-LENGTH             PIC 9(05).
009262     05 LU-RESULT             PIC X(08).
009264
009267 FD  OPS-ERROR-LOG.
009270*----------------------------------------------------------------
009272* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
009275* SHARED SHOP-WIDE ERROR LOG.
009278*----------------------------------------------------------------
009281 01  OPS-ERROR-RECORD.
009283     05 OE-TIMESTAMP          PIC 9(14).
009286     05 OE-PROGRAM            PIC X(20).
009289     05 OE-FILE-NAME          PIC X(08).
009291     05 OE-OPERATION          PIC X(08).
009294     05 OE-STATUS             PIC XX.
009297
009300 WORKING-STORAGE SECTION.
009400 01 WS-FILE-STATUS-1           PIC XX.
009500 01 WS-FILE-STATUS-2           PIC XX.
013600 01 WS-SDX-SCAN               PIC 9(04) COMP.
013700 01 WS-SDX-OUT-POS            PIC 9(04) COMP.
013800
013804*----------------------------------------------------------------
013809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
013813* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
013818*----------------------------------------------------------------
013822 01 WS-LC-STATUS               PIC XX.
013827 01 WS-LU-STATUS               PIC XX.
013831 01 WS-OPS-LOG-STATUS          PIC XX.
013836 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
013840     88 LAYOUT-MISMATCH                  VALUE "Y".
013845 01 WS-LK-DATASET              PIC X(08).
013850 01 WS-LK-VERSION              PIC 9(03).
013854 01 WS-LK-LENGTH               PIC 9(05).
013859 01 WS-LK-RESULT               PIC X(08).
013863 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
013868 01 WS-LC-INDX                 PIC 9(03) COMP.
013872 01 LAYOUT-CONTROL-TABLE.
013877     02 LCT-ROW               OCCURS 50 TIMES.
013881        05 LCT-DATASET        PIC X(08).
013886        05 LCT-VERSION        PIC 9(03).
013890        05 LCT-LENGTH         PIC 9(05).
013895
013900 PROCEDURE DIVISION.
014000
014100 0000-MAINLINE.
014110     PERFORM 9800-CHECK-LAYOUTS
014120     IF LAYOUT-MISMATCH
014130        MOVE 16 TO RETURN-CODE
014140        GOBACK
014150     END-IF
014200     PERFORM 1000-INITIALIZE
014300     PERFORM 2100-LOAD-SCHOOL-1
014400         UNTIL WS-FILE-STATUS-1 NOT = "00"
036600     CLOSE DUP-WORKLIST.
036700     DISPLAY "GRADE-SCHOOL-DUPSCAN SUSPECTED PAIRS: "
036800         WS-PAIR-COUNT.
036900
037000*----------------------------------------------------------------
037100* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
037200* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
037300* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
037400* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
037500* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
037600*----------------------------------------------------------------
037700 9800-CHECK-LAYOUTS.
037800     PERFORM 9810-LOAD-LAYOUT-CONTROL.
037900     OPEN EXTEND LAYOUT-USAGE-LOG.
038000     IF WS-LU-STATUS = "35"
038100        OPEN OUTPUT LAYOUT-USAGE-LOG
038200     END-IF.
038300     MOVE "ROSTERF" TO WS-LK-DATASET.
038400     MOVE 3 TO WS-LK-VERSION.
038500     MOVE LENGTH OF ROSTER-RECORD-1 TO WS-LK-LENGTH.
038600     PERFORM 9820-CHECK-ONE-LAYOUT.
038700     MOVE "ROSTERF" TO WS-LK-DATASET.
038800     MOVE 3 TO WS-LK-VERSION.
038900     MOVE LENGTH OF ROSTER-RECORD-2 TO WS-LK-LENGTH.
039000     PERFORM 9820-CHECK-ONE-LAYOUT.
039100     MOVE "ROSTERF" TO WS-LK-DATASET.
039200     MOVE 3 TO WS-LK-VERSION.
039300     MOVE LENGTH OF ROSTER-RECORD-3 TO WS-LK-LENGTH.
039400     PERFORM 9820-CHECK-ONE-LAYOUT.
039500     CLOSE LAYOUT-USAGE-LOG.
039600
039700 9810-LOAD-LAYOUT-CONTROL.
039800     MOVE 0 TO WS-LC-COUNT.
039900     OPEN INPUT LAYOUT-CONTROL.
040000     IF WS-LC-STATUS NOT = "00"
040100        EXIT PARAGRAPH
040200     END-IF.
040300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
040400        READ LAYOUT-CONTROL
040500            AT END MOVE "10" TO WS-LC-STATUS
040600        END-READ
040700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
040800           ADD 1 TO WS-LC-COUNT
040900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
041000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
041100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
041200        END-IF
041300     END-PERFORM.
041400     CLOSE LAYOUT-CONTROL.
041500
041600*----------------------------------------------------------------
041700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
041800* AS NOCTL.
041900*----------------------------------------------------------------
042000 9820-CHECK-ONE-LAYOUT.
042100     MOVE "NOCTL" TO WS-LK-RESULT.
042200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
042300             UNTIL WS-LC-INDX > WS-LC-COUNT
042400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
042500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
042600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
042700              MOVE "CURRENT" TO WS-LK-RESULT
042800           ELSE
042900              MOVE "MISMATCH" TO WS-LK-RESULT
043000           END-IF
043100        END-IF
043200     END-PERFORM.
043300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
043400     MOVE "GRADE-SCHOOL-DUPSCAN" TO LU-PROGRAM.
043500     MOVE WS-LK-DATASET TO LU-DATASET.
043600     MOVE WS-LK-VERSION TO LU-VERSION.
043700     MOVE WS-LK-LENGTH TO LU-LENGTH.
043800     MOVE WS-LK-RESULT TO LU-RESULT.
043900     WRITE LAYOUT-USAGE-RECORD.
044000     IF WS-LK-RESULT NOT = "MISMATCH"
044100        EXIT PARAGRAPH
044200     END-IF.
044300     SET LAYOUT-MISMATCH TO TRUE.
044400     DISPLAY "GRADE-SCHOOL-DUPSCAN HALTED: " WS-LK-DATASET
044500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
044600         " DOES NOT MATCH LAYOUTCT".
044700     OPEN EXTEND OPS-ERROR-LOG.
044800     IF WS-OPS-LOG-STATUS = "35"
044900        OPEN OUTPUT OPS-ERROR-LOG
045000     END-IF.
045100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
045200     MOVE "GRADE-SCHOOL-DUPSCAN" TO OE-PROGRAM.
045300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
045400     MOVE "LAYOUT" TO OE-OPERATION.
045500     MOVE "16" TO OE-STATUS.
045600     WRITE OPS-ERROR-RECORD.
045700     CLOSE OPS-ERROR-LOG.
