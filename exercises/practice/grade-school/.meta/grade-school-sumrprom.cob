002050*                 FROM PRE-PROMOTION DATA.  A HELD ENQUEUE
002060*                 HALTS THE RUN WITH RC=8 AND LOGS THE
002070*                 LOCK-WAIT TO OPSERRLG.
002080* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002090*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002100*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002110*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002120*                 OPSERRLG ENTRY.
002122* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002124*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002126*                 LAYOUT VERSION 3.
002127* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
002128*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
002129*                 VERSION 2.
002130*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
005490         RECORD KEY IS NQ-DATASET
005495         FILE STATUS IS WS-NQ-STATUS.
005500
005510     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WS-LC-STATUS.
005540
005550     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005560         ORGANIZATION IS LINE SEQUENTIAL
005570         FILE STATUS IS WS-LU-STATUS.
005580
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARM-FILE.
008900     05 FR-IEP-FLAG           PIC X(01).
009000     05 FR-DOB                PIC 9(08).
009100     05 FR-SCHOOL-CODE        PIC 9(02).
009133     05 FR-GENDER             PIC X(01).
009166     05 FR-RACE-ETH           PIC X(01).
009200
009300 FD  COURSE-GRADE-FILE.
009400*----------------------------------------------------------------
010000        10 CG-COURSE          PIC X(20).
010100        10 CG-TERM            PIC X(06).
010200     05 CG-GRADE-POINTS       PIC 9V99.
010233     05 CG-CREDIT-TYPE        PIC X(01).
010266        88 CG-TRANSFER-CREDIT           VALUE "T".
010300
010400 FD  AUDIT-FILE.
010500*----------------------------------------------------------------
011700*    TRAILING COLUMN: THE ACTING USER OR JOB.
011800     05 AUD-USER              PIC X(08).
011900
011904 FD  LAYOUT-CONTROL.
011908*----------------------------------------------------------------
011912* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
011916* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
011920*----------------------------------------------------------------
011924 01  LAYOUT-CONTROL-RECORD.
011928     05 LC-DATASET            PIC X(08).
011932     05 LC-VERSION            PIC 9(03).
011936     05 LC-LENGTH             PIC 9(05).
011940     05 LC-EFFECTIVE-DATE     PIC 9(08).
011944
011948 FD  LAYOUT-USAGE-LOG.
011952*----------------------------------------------------------------
011956* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
011960* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
011964*----------------------------------------------------------------
011968 01  LAYOUT-USAGE-RECORD.
011972     05 LU-TIMESTAMP          PIC 9(14).
011976     05 LU-PROGRAM            PIC X(24).
011980     05 LU-DATASET            PIC X(08).
011984     05 LU-VERSION            PIC 9(03).
011988     05 LU-LENGTH             PIC 9(05).
011992     05 LU-RESULT             PIC X(08).
011996
012000 FD  RUN-CONTROL-FILE.
012100*----------------------------------------------------------------
012200* LAYOUT MUST MATCH GRADE-SCHOOL-BATCH'S RC-RECORD.
016370     88 LOCK-GRANTED                     VALUE "Y".
016380     88 LOCK-REFUSED                     VALUE "N".
016400
016404*----------------------------------------------------------------
016409* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016414* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016419*----------------------------------------------------------------
016423 01 WS-LC-STATUS               PIC XX.
016428 01 WS-LU-STATUS               PIC XX.
016433 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016438     88 LAYOUT-MISMATCH                  VALUE "Y".
016442 01 WS-LK-DATASET              PIC X(08).
016447 01 WS-LK-VERSION              PIC 9(03).
016452 01 WS-LK-LENGTH               PIC 9(05).
016457 01 WS-LK-RESULT               PIC X(08).
016461 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016466 01 WS-LC-INDX                 PIC 9(03) COMP.
016471 01 LAYOUT-CONTROL-TABLE.
016476     02 LCT-ROW               OCCURS 50 TIMES.
016480        05 LCT-DATASET        PIC X(08).
016485        05 LCT-VERSION        PIC 9(03).
016490        05 LCT-LENGTH         PIC 9(05).
016495
016500 PROCEDURE DIVISION.
016600
016700 0000-MAINLINE.
016710     PERFORM 9800-CHECK-LAYOUTS
016720     IF LAYOUT-MISMATCH
016730        MOVE 16 TO RETURN-CODE
016740        GOBACK
016750     END-IF
016800     PERFORM 1000-INITIALIZE
016810*    A REFUSED RUN TOUCHES NOTHING -- RETAINF IN PARTICULAR
016820*    MUST NOT BE REWRITTEN FROM A RUN THAT PROMOTED NOBODY.
043000     MOVE WS-ERR-STATUS TO OE-STATUS.
043100     WRITE OPS-ERROR-RECORD.
043200     CLOSE OPS-ERROR-LOG.
043300
043400*----------------------------------------------------------------
043500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
043600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
043700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
043800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
043900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
044000*----------------------------------------------------------------
044100 9800-CHECK-LAYOUTS.
044200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
044300     OPEN EXTEND LAYOUT-USAGE-LOG.
044400     IF WS-LU-STATUS = "35"
044500        OPEN OUTPUT LAYOUT-USAGE-LOG
044600     END-IF.
044700     MOVE "ROSTERF" TO WS-LK-DATASET.
044800     MOVE 3 TO WS-LK-VERSION.
044900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
045000     PERFORM 9820-CHECK-ONE-LAYOUT.
045100     MOVE "CRSGRADE" TO WS-LK-DATASET.
045200     MOVE 2 TO WS-LK-VERSION.
045300     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
045400     PERFORM 9820-CHECK-ONE-LAYOUT.
045500     CLOSE LAYOUT-USAGE-LOG.
045600
045700 9810-LOAD-LAYOUT-CONTROL.
045800     MOVE 0 TO WS-LC-COUNT.
045900     OPEN INPUT LAYOUT-CONTROL.
046000     IF WS-LC-STATUS NOT = "00"
046100        EXIT PARAGRAPH
046200     END-IF.
046300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
046400        READ LAYOUT-CONTROL
046500            AT END MOVE "10" TO WS-LC-STATUS
046600        END-READ
046700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
046800           ADD 1 TO WS-LC-COUNT
046900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
047000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
047100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
047200        END-IF
047300     END-PERFORM.
047400     CLOSE LAYOUT-CONTROL.
047500
047600*----------------------------------------------------------------
047700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
047800* AS NOCTL.
047900*----------------------------------------------------------------
048000 9820-CHECK-ONE-LAYOUT.
048100     MOVE "NOCTL" TO WS-LK-RESULT.
048200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
048300             UNTIL WS-LC-INDX > WS-LC-COUNT
048400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
048500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
048600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
048700              MOVE "CURRENT" TO WS-LK-RESULT
048800           ELSE
048900              MOVE "MISMATCH" TO WS-LK-RESULT
049000           END-IF
049100        END-IF
049200     END-PERFORM.
049300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
049400     MOVE "GRADE-SCHOOL-SUMRPROM" TO LU-PROGRAM.
049500     MOVE WS-LK-DATASET TO LU-DATASET.
049600     MOVE WS-LK-VERSION TO LU-VERSION.
049700     MOVE WS-LK-LENGTH TO LU-LENGTH.
049800     MOVE WS-LK-RESULT TO LU-RESULT.
049900     WRITE LAYOUT-USAGE-RECORD.
050000     IF WS-LK-RESULT NOT = "MISMATCH"
050100        EXIT PARAGRAPH
050200     END-IF.
050300     SET LAYOUT-MISMATCH TO TRUE.
050400     DISPLAY "GRADE-SCHOOL-SUMRPROM HALTED: " WS-LK-DATASET
050500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
050600         " DOES NOT MATCH LAYOUTCT".
050700     OPEN EXTEND OPS-ERROR-LOG.
050800     IF WS-OPS-LOG-STATUS = "35"
050900        OPEN OUTPUT OPS-ERROR-LOG
051000     END-IF.
051100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
051200     MOVE "GRADE-SCHOOL-SUMRPROM" TO OE-PROGRAM.
051300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
051400     MOVE "LAYOUT" TO OE-OPERATION.
051500     MOVE "16" TO OE-STATUS.
051600     WRITE OPS-ERROR-RECORD.
051700     CLOSE OPS-ERROR-LOG.
