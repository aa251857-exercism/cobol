001800*                 AGAINST SECTION CAPACITY (SECTIONS IN USE
001900*                 TIMES THE CONTRACT CAP OF 24) SO HIRING
002000*                 HAPPENS BEFORE THE YEAR STARTS.
002020* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002040*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002060*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002080*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002100*                 OPSERRLG ENTRY.
002105* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002110*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002115*                 LAYOUT VERSION 3, AND PREREG-RECORD GREW TO 132.
002120*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
004200     SELECT PROJECTION-REPORT ASSIGN TO "PROJRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004407     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004415         ORGANIZATION IS LINE SEQUENTIAL
004423         FILE STATUS IS WS-LC-STATUS.
004430
004438     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004446         ORGANIZATION IS LINE SEQUENTIAL
004453         FILE STATUS IS WS-LU-STATUS.
004461
004469     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004476         ORGANIZATION IS LINE SEQUENTIAL
004484         FILE STATUS IS WS-OPS-LOG-STATUS.
004492
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ROSTER-FILE.
005900     05 FR-IEP-FLAG           PIC X(01).
006000     05 FR-DOB                PIC 9(08).
006100     05 FR-SCHOOL-CODE        PIC 9(02).
006133     05 FR-GENDER             PIC X(01).
006166     05 FR-RACE-ETH           PIC X(01).
006200
006300 FD  EXIT-LOG-FILE.
006400*----------------------------------------------------------------
008000     05 PR-STUDENT-ID         PIC 9(09).
008100     05 PR-NAME               PIC X(60).
008200     05 PR-GRADE              PIC 9(02).
008300     05 PR-REST               PIC X(53).
008400
008500 FD  PROJECTION-REPORT.
008600 01  RPT-LINE                 PIC X(100).
008700
008702 FD  LAYOUT-CONTROL.
008705*----------------------------------------------------------------
008708* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
008710* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
008713*----------------------------------------------------------------
008716 01  LAYOUT-CONTROL-RECORD.
008718     05 LC-DATASET            PIC X(08).
008721     05 LC-VERSION            PIC 9(03).
008724     05 LC-LENGTH             PIC 9(05).
008727     05 LC-EFFECTIVE-DATE     PIC 9(08).
008729
008732 FD  LAYOUT-USAGE-LOG.
008735*----------------------------------------------------------------
008737* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
008740* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
008743*----------------------------------------------------------------
008745 01  LAYOUT-USAGE-RECORD.
008748     05 LU-TIMESTAMP          PIC 9(14).
008751     05 LU-PROGRAM            PIC X(24).
008754     05 LU-DATASET            PIC X(08).
008756     05 LU-VERSION            PIC 9(03).
008759     05 LU-LENGTH             PIC 9(05).
008762     05 LU-RESULT             PIC X(08).
008764
008767 FD  OPS-ERROR-LOG.
008770*----------------------------------------------------------------
008772* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
008775* SHARED SHOP-WIDE ERROR LOG.
008778*----------------------------------------------------------------
008781 01  OPS-ERROR-RECORD.
008783     05 OE-TIMESTAMP          PIC 9(14).
008786     05 OE-PROGRAM            PIC X(20).
008789     05 OE-FILE-NAME          PIC X(08).
008791     05 OE-OPERATION          PIC X(08).
008794     05 OE-STATUS             PIC XX.
008797
008800 WORKING-STORAGE SECTION.
008900 01 WS-FILE-STATUS             PIC XX.
009000 01 WS-EXIT-STATUS             PIC XX.
011600        05 GT-SECTION-FLAG    OCCURS 9 TIMES PIC X.
011700        05 GT-CAPACITY        PIC 9(05) COMP.
011800
011804*----------------------------------------------------------------
011809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
011813* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
011818*----------------------------------------------------------------
011822 01 WS-LC-STATUS               PIC XX.
011827 01 WS-LU-STATUS               PIC XX.
011831 01 WS-OPS-LOG-STATUS          PIC XX.
011836 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
011840     88 LAYOUT-MISMATCH                  VALUE "Y".
011845 01 WS-LK-DATASET              PIC X(08).
011850 01 WS-LK-VERSION              PIC 9(03).
011854 01 WS-LK-LENGTH               PIC 9(05).
011859 01 WS-LK-RESULT               PIC X(08).
011863 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
011868 01 WS-LC-INDX                 PIC 9(03) COMP.
011872 01 LAYOUT-CONTROL-TABLE.
011877     02 LCT-ROW               OCCURS 50 TIMES.
011881        05 LCT-DATASET        PIC X(08).
011886        05 LCT-VERSION        PIC 9(03).
011890        05 LCT-LENGTH         PIC 9(05).
011895
011900 PROCEDURE DIVISION.
012000
012100 0000-MAINLINE.
012110     PERFORM 9800-CHECK-LAYOUTS
012120     IF LAYOUT-MISMATCH
012130        MOVE 16 TO RETURN-CODE
012140        GOBACK
012150     END-IF
012200     PERFORM 1000-INITIALIZE
012300     PERFORM 2000-COUNT-ROSTER
012400     PERFORM 3000-COUNT-EXITS
026400         INTO RPT-LINE
026500     END-STRING.
026600     WRITE RPT-LINE.
026700
026800*----------------------------------------------------------------
026900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
027000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
027100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
027200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
027300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
027400*----------------------------------------------------------------
027500 9800-CHECK-LAYOUTS.
027600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
027700     OPEN EXTEND LAYOUT-USAGE-LOG.
027800     IF WS-LU-STATUS = "35"
027900        OPEN OUTPUT LAYOUT-USAGE-LOG
028000     END-IF.
028100     MOVE "ROSTERF" TO WS-LK-DATASET.
028200     MOVE 3 TO WS-LK-VERSION.
028300     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
028400     PERFORM 9820-CHECK-ONE-LAYOUT.
028500     CLOSE LAYOUT-USAGE-LOG.
028600
028700 9810-LOAD-LAYOUT-CONTROL.
028800     MOVE 0 TO WS-LC-COUNT.
028900     OPEN INPUT LAYOUT-CONTROL.
029000     IF WS-LC-STATUS NOT = "00"
029100        EXIT PARAGRAPH
029200     END-IF.
029300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
029400        READ LAYOUT-CONTROL
029500            AT END MOVE "10" TO WS-LC-STATUS
029600        END-READ
029700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
029800           ADD 1 TO WS-LC-COUNT
029900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
030000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
030100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
030200        END-IF
030300     END-PERFORM.
030400     CLOSE LAYOUT-CONTROL.
030500
030600*----------------------------------------------------------------
030700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
030800* AS NOCTL.
030900*----------------------------------------------------------------
031000 9820-CHECK-ONE-LAYOUT.
031100     MOVE "NOCTL" TO WS-LK-RESULT.
031200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
031300             UNTIL WS-LC-INDX > WS-LC-COUNT
031400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
031500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
031600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
031700              MOVE "CURRENT" TO WS-LK-RESULT
031800           ELSE
031900              MOVE "MISMATCH" TO WS-LK-RESULT
032000           END-IF
032100        END-IF
032200     END-PERFORM.
032300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
032400     MOVE "GRADE-SCHOOL-PROJECT" TO LU-PROGRAM.
032500     MOVE WS-LK-DATASET TO LU-DATASET.
032600     MOVE WS-LK-VERSION TO LU-VERSION.
032700     MOVE WS-LK-LENGTH TO LU-LENGTH.
032800     MOVE WS-LK-RESULT TO LU-RESULT.
032900     WRITE LAYOUT-USAGE-RECORD.
033000     IF WS-LK-RESULT NOT = "MISMATCH"
033100        EXIT PARAGRAPH
033200     END-IF.
033300     SET LAYOUT-MISMATCH TO TRUE.
033400     DISPLAY "GRADE-SCHOOL-PROJECT HALTED: " WS-LK-DATASET
033500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
033600         " DOES NOT MATCH LAYOUTCT".
033700     OPEN EXTEND OPS-ERROR-LOG.
033800     IF WS-OPS-LOG-STATUS = "35"
033900        OPEN OUTPUT OPS-ERROR-LOG
034000     END-IF.
034100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
034200     MOVE "GRADE-SCHOOL-PROJECT" TO OE-PROGRAM.
034300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
034400     MOVE "LAYOUT" TO OE-OPERATION.
034500     MOVE "16" TO OE-STATUS.
034600     WRITE OPS-ERROR-RECORD.
034700     CLOSE OPS-ERROR-LOG.
