001784*                 SESSION CANNOT OVERWRITE AN ACTIVATION FROM
001785*                 A STALE TABLE.  A HELD ENQUEUE HALTS THE RUN
001786*                 WITH RC=8 AND LOGS THE LOCK-WAIT TO OPSERRLG.
001796* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001806*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001816*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001826*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001836*                 OPSERRLG ENTRY.
001838* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001840*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001842*                 LAYOUT VERSION 3.  PREREG CARRIES THE SAME TWO
001844*                 CODES ONTO THE ROSTER AT ACTIVATION.
001846*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 REPOSITORY.
003530         ORGANIZATION IS LINE SEQUENTIAL
003540         FILE STATUS IS WS-OPS-LOG-STATUS.
003550
003551     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003552         ORGANIZATION IS LINE SEQUENTIAL
003554         FILE STATUS IS WS-LC-STATUS.

003555     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003557         ORGANIZATION IS LINE SEQUENTIAL
003558         FILE STATUS IS WS-LU-STATUS.

003560     SELECT ENQUEUE-CONTROL ASSIGN TO "ENQCTL"
003570         ORGANIZATION IS INDEXED
003580         ACCESS MODE IS RANDOM
005200     05 PR-IEP-FLAG           PIC X(01).
005210     05 PR-DOB                PIC 9(08).
005220     05 PR-SCHOOL-CODE        PIC 9(02).
005230     05 PR-GENDER             PIC X(01).
005240     05 PR-RACE-ETH           PIC X(01).

005300 FD  ROSTER-FILE.
005400*----------------------------------------------------------------
006600     05 FR-IEP-FLAG           PIC X(01).
006601     05 FR-DOB                PIC 9(08).
006602     05 FR-SCHOOL-CODE        PIC 9(02).
006604     05 FR-GENDER             PIC X(01).
006606     05 FR-RACE-ETH           PIC X(01).

006610 FD  SCREENING-RESULTS.
006620*----------------------------------------------------------------
007963     05 NQ-ENQ-STAMP          PIC 9(14).
007964     05 NQ-UPDATE-STAMP       PIC 9(14).
007970
007971 FD  LAYOUT-CONTROL.
007972*----------------------------------------------------------------
007973* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
007975* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
007976*----------------------------------------------------------------
007977 01  LAYOUT-CONTROL-RECORD.
007979     05 LC-DATASET            PIC X(08).
007980     05 LC-VERSION            PIC 9(03).
007981     05 LC-LENGTH             PIC 9(05).
007983     05 LC-EFFECTIVE-DATE     PIC 9(08).

007984 FD  LAYOUT-USAGE-LOG.
007985*----------------------------------------------------------------
007986* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
007988* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
007989*----------------------------------------------------------------
007990 01  LAYOUT-USAGE-RECORD.
007992     05 LU-TIMESTAMP          PIC 9(14).
007993     05 LU-PROGRAM            PIC X(24).
007994     05 LU-DATASET            PIC X(08).
007996     05 LU-VERSION            PIC 9(03).
007997     05 LU-LENGTH             PIC 9(05).
007998     05 LU-RESULT             PIC X(08).

008000 WORKING-STORAGE SECTION.
008010 01 WS-SCR-STATUS              PIC XX.
008020 01 WS-UNSCREENED-COUNT        PIC 9(04) COMP VALUE ZERO.
010700        05 PRT-IEP-FLAG       PIC X(01).
010750        05 PRT-DOB            PIC 9(08).
010760        05 PRT-SCHOOL-CODE    PIC 9(02).
010770        05 PRT-GENDER         PIC X(01).
010780        05 PRT-RACE-ETH       PIC X(01).
010800        05 PRT-DISPOSITION    PIC X(01).
010900           88 PRT-ACTIVATED              VALUE "A".
011000           88 PRT-KEPT                   VALUE "K".
011070     88 LOCK-GRANTED                     VALUE "Y".
011080     88 LOCK-REFUSED                     VALUE "N".

011081*----------------------------------------------------------------
011082* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
011083* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
011084*----------------------------------------------------------------
011085 01 WS-LC-STATUS               PIC XX.
011086 01 WS-LU-STATUS               PIC XX.
011087 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
011088     88 LAYOUT-MISMATCH                  VALUE "Y".
011089 01 WS-LK-DATASET              PIC X(08).
011090 01 WS-LK-VERSION              PIC 9(03).
011091 01 WS-LK-LENGTH               PIC 9(05).
011092 01 WS-LK-RESULT               PIC X(08).
011093 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011094 01 WS-LC-INDX                 PIC 9(03) COMP.
011095 01 LAYOUT-CONTROL-TABLE.
011096     02 LCT-ROW               OCCURS 50 TIMES.
011097        05 LCT-DATASET        PIC X(08).
011098        05 LCT-VERSION        PIC 9(03).
011099        05 LCT-LENGTH         PIC 9(05).

011100 PROCEDURE DIVISION.

011200 0000-MAINLINE.
011210     PERFORM 9800-CHECK-LAYOUTS
011220     IF LAYOUT-MISMATCH
011230        MOVE 16 TO RETURN-CODE
011240        GOBACK
011250     END-IF
011300     PERFORM 1000-INITIALIZE
011310*    AN OVERFULL INTAKE FILE CANNOT BE PROCESSED SAFELY -- THE
011320*    REWRITE WOULD DROP EVERY ROW PAST THE TABLE -- SO THE RUN
014050              MOVE PR-DOB TO PRT-DOB(WS-PREREG-COUNT)
014060              MOVE PR-SCHOOL-CODE
014070                  TO PRT-SCHOOL-CODE(WS-PREREG-COUNT)
014080              MOVE PR-GENDER TO PRT-GENDER(WS-PREREG-COUNT)
014090              MOVE PR-RACE-ETH TO PRT-RACE-ETH(WS-PREREG-COUNT)
014100              SET PRT-KEPT(WS-PREREG-COUNT) TO TRUE
014200           END-IF
014300        END-PERFORM
016300           MOVE PRT-IEP-FLAG(I) TO FR-IEP-FLAG
016310           MOVE PRT-DOB(I) TO FR-DOB
016320           MOVE PRT-SCHOOL-CODE(I) TO FR-SCHOOL-CODE
016330           MOVE PRT-GENDER(I) TO FR-GENDER
016340           MOVE PRT-RACE-ETH(I) TO FR-RACE-ETH
016400           WRITE ROSTER-RECORD
016500               INVALID KEY ADD 1 TO WS-REFUSED-COUNT
016600               NOT INVALID KEY
022600           MOVE PRT-IEP-FLAG(I) TO PR-IEP-FLAG
022650           MOVE PRT-DOB(I) TO PR-DOB
022660           MOVE PRT-SCHOOL-CODE(I) TO PR-SCHOOL-CODE
022670           MOVE PRT-GENDER(I) TO PR-GENDER
022680           MOVE PRT-RACE-ETH(I) TO PR-RACE-ETH
022700           WRITE PREREG-RECORD
022800        END-IF
022900     END-PERFORM.
031400     MOVE WS-ERR-STATUS TO OE-STATUS.
031500     WRITE OPS-ERROR-RECORD.
031600     CLOSE OPS-ERROR-LOG.
031700
031800*----------------------------------------------------------------
031900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
032000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
032100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
032200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
032300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
032400*----------------------------------------------------------------
032500 9800-CHECK-LAYOUTS.
032600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
032700     OPEN EXTEND LAYOUT-USAGE-LOG.
032800     IF WS-LU-STATUS = "35"
032900        OPEN OUTPUT LAYOUT-USAGE-LOG
033000     END-IF.
033100     MOVE "ROSTERF" TO WS-LK-DATASET.
033200     MOVE 3 TO WS-LK-VERSION.
033300     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
033400     PERFORM 9820-CHECK-ONE-LAYOUT.
033500     CLOSE LAYOUT-USAGE-LOG.
033600
033700 9810-LOAD-LAYOUT-CONTROL.
033800     MOVE 0 TO WS-LC-COUNT.
033900     OPEN INPUT LAYOUT-CONTROL.
034000     IF WS-LC-STATUS NOT = "00"
034100        EXIT PARAGRAPH
034200     END-IF.
034300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
034400        READ LAYOUT-CONTROL
034500            AT END MOVE "10" TO WS-LC-STATUS
034600        END-READ
034700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
034800           ADD 1 TO WS-LC-COUNT
034900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
035000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
035100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
035200        END-IF
035300     END-PERFORM.
035400     CLOSE LAYOUT-CONTROL.
035500
035600*----------------------------------------------------------------
035700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
035800* AS NOCTL.
035900*----------------------------------------------------------------
036000 9820-CHECK-ONE-LAYOUT.
036100     MOVE "NOCTL" TO WS-LK-RESULT.
036200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
036300             UNTIL WS-LC-INDX > WS-LC-COUNT
036400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
036500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
036600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
036700              MOVE "CURRENT" TO WS-LK-RESULT
036800           ELSE
036900              MOVE "MISMATCH" TO WS-LK-RESULT
037000           END-IF
037100        END-IF
037200     END-PERFORM.
037300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
037400     MOVE "GRADE-SCHOOL-ACTIVATE" TO LU-PROGRAM.
037500     MOVE WS-LK-DATASET TO LU-DATASET.
037600     MOVE WS-LK-VERSION TO LU-VERSION.
037700     MOVE WS-LK-LENGTH TO LU-LENGTH.
037800     MOVE WS-LK-RESULT TO LU-RESULT.
037900     WRITE LAYOUT-USAGE-RECORD.
038000     IF WS-LK-RESULT NOT = "MISMATCH"
038100        EXIT PARAGRAPH
038200     END-IF.
038300     SET LAYOUT-MISMATCH TO TRUE.
038400     DISPLAY "GRADE-SCHOOL-ACTIVATE HALTED: " WS-LK-DATASET
038500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
038600         " DOES NOT MATCH LAYOUTCT".
038700     OPEN EXTEND OPS-ERROR-LOG.
038800     IF WS-OPS-LOG-STATUS = "35"
038900        OPEN OUTPUT OPS-ERROR-LOG
039000     END-IF.
039100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
039200     MOVE "GRADE-SCHOOL-ACTIVATE" TO OE-PROGRAM.
039300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
039400     MOVE "LAYOUT" TO OE-OPERATION.
039500     MOVE "16" TO OE-STATUS.
039600     WRITE OPS-ERROR-RECORD.
039700     CLOSE OPS-ERROR-LOG.
