001740*                 SESSION CANNOT PUT THE OLD TEACHER BACK FROM
001750*                 A STALE TABLE.  A HELD ENQUEUE HALTS THE RUN
001760*                 WITH RC=8 AND LOGS THE LOCK-WAIT TO OPSERRLG.
001770* 2026-10-15 KAP  STAFFMST CARRIES A SUBSTITUTE-POOL FLAG NOW;
001780*                 SAME ROWS, THE NEW COLUMN IS UNUSED HERE.
001790* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001800*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001810*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001820*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001830*                 OPSERRLG ENTRY.
001832* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001834*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001836*                 LAYOUT VERSION 3.
001840*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 REPOSITORY.
004190         RECORD KEY IS NQ-DATASET
004195         FILE STATUS IS WS-NQ-STATUS.
004200
004210     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-LC-STATUS.
004240
004250     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS WS-LU-STATUS.
004280
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PARM-FILE.
006200     05 SM-BUILDING           PIC 9(02).
006300     05 SM-CERT-CODES         PIC X(20).
006400     05 SM-ACTIVE             PIC X(01).
006450     05 SM-SUB-POOL           PIC X(01).
006500
006600 FD  ROSTER-FILE.
006700*----------------------------------------------------------------
007800     05 FR-IEP-FLAG           PIC X(01).
007900     05 FR-DOB                PIC 9(08).
008000     05 FR-SCHOOL-CODE        PIC 9(02).
008033     05 FR-GENDER             PIC X(01).
008066     05 FR-RACE-ETH           PIC X(01).
008100
008200 FD  AUDIT-FILE.
008300*----------------------------------------------------------------
009493     05 NQ-ENQ-STAMP          PIC 9(14).
009494     05 NQ-UPDATE-STAMP       PIC 9(14).
009500
009504 FD  LAYOUT-CONTROL.
009508*----------------------------------------------------------------
009512* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
009516* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
009520*----------------------------------------------------------------
009524 01  LAYOUT-CONTROL-RECORD.
009528     05 LC-DATASET            PIC X(08).
009532     05 LC-VERSION            PIC 9(03).
009536     05 LC-LENGTH             PIC 9(05).
009540     05 LC-EFFECTIVE-DATE     PIC 9(08).
009544
009548 FD  LAYOUT-USAGE-LOG.
009552*----------------------------------------------------------------
009556* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
009560* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
009564*----------------------------------------------------------------
009568 01  LAYOUT-USAGE-RECORD.
009572     05 LU-TIMESTAMP          PIC 9(14).
009576     05 LU-PROGRAM            PIC X(24).
009580     05 LU-DATASET            PIC X(08).
009584     05 LU-VERSION            PIC 9(03).
009588     05 LU-LENGTH             PIC 9(05).
009592     05 LU-RESULT             PIC X(08).
009596
009600 WORKING-STORAGE SECTION.
009700 01 WS-PARM-STATUS             PIC XX.
009800 01 WS-SM-STATUS               PIC XX.
010770     88 LOCK-GRANTED                     VALUE "Y".
010780     88 LOCK-REFUSED                     VALUE "N".
010800
010804*----------------------------------------------------------------
010809* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
010814* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
010819*----------------------------------------------------------------
010823 01 WS-LC-STATUS               PIC XX.
010828 01 WS-LU-STATUS               PIC XX.
010833 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
010838     88 LAYOUT-MISMATCH                  VALUE "Y".
010842 01 WS-LK-DATASET              PIC X(08).
010847 01 WS-LK-VERSION              PIC 9(03).
010852 01 WS-LK-LENGTH               PIC 9(05).
010857 01 WS-LK-RESULT               PIC X(08).
010861 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
010866 01 WS-LC-INDX                 PIC 9(03) COMP.
010871 01 LAYOUT-CONTROL-TABLE.
010876     02 LCT-ROW               OCCURS 50 TIMES.
010880        05 LCT-DATASET        PIC X(08).
010885        05 LCT-VERSION        PIC 9(03).
010890        05 LCT-LENGTH         PIC 9(05).
010895
010900 PROCEDURE DIVISION.
011000
011100 0000-MAINLINE.
011110     PERFORM 9800-CHECK-LAYOUTS
011120     IF LAYOUT-MISMATCH
011130        MOVE 16 TO RETURN-CODE
011140        GOBACK
011150     END-IF
011200     PERFORM 1000-INITIALIZE
011300     IF TEACHER-ON-STAFF
011400        PERFORM 2000-REASSIGN-SECTION
028900     MOVE WS-ERR-STATUS TO OE-STATUS.
029000     WRITE OPS-ERROR-RECORD.
029100     CLOSE OPS-ERROR-LOG.
029200
029300*----------------------------------------------------------------
029400* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
029500* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
029600* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
029700* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
029800* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
029900*----------------------------------------------------------------
030000 9800-CHECK-LAYOUTS.
030100     PERFORM 9810-LOAD-LAYOUT-CONTROL.
030200     OPEN EXTEND LAYOUT-USAGE-LOG.
030300     IF WS-LU-STATUS = "35"
030400        OPEN OUTPUT LAYOUT-USAGE-LOG
030500     END-IF.
030600     MOVE "ROSTERF" TO WS-LK-DATASET.
030700     MOVE 3 TO WS-LK-VERSION.
030800     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
030900     PERFORM 9820-CHECK-ONE-LAYOUT.
031000     CLOSE LAYOUT-USAGE-LOG.
031100
031200 9810-LOAD-LAYOUT-CONTROL.
031300     MOVE 0 TO WS-LC-COUNT.
031400     OPEN INPUT LAYOUT-CONTROL.
031500     IF WS-LC-STATUS NOT = "00"
031600        EXIT PARAGRAPH
031700     END-IF.
031800     PERFORM UNTIL WS-LC-STATUS NOT = "00"
031900        READ LAYOUT-CONTROL
032000            AT END MOVE "10" TO WS-LC-STATUS
032100        END-READ
032200        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
032300           ADD 1 TO WS-LC-COUNT
032400           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
032500           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
032600           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
032700        END-IF
032800     END-PERFORM.
032900     CLOSE LAYOUT-CONTROL.
033000
033100*----------------------------------------------------------------
033200* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
033300* AS NOCTL.
033400*----------------------------------------------------------------
033500 9820-CHECK-ONE-LAYOUT.
033600     MOVE "NOCTL" TO WS-LK-RESULT.
033700     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
033800             UNTIL WS-LC-INDX > WS-LC-COUNT
033900        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
034000           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
034100              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
034200              MOVE "CURRENT" TO WS-LK-RESULT
034300           ELSE
034400              MOVE "MISMATCH" TO WS-LK-RESULT
034500           END-IF
034600        END-IF
034700     END-PERFORM.
034800     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
034900     MOVE "GRADE-SCHOOL-REASSIGN" TO LU-PROGRAM.
035000     MOVE WS-LK-DATASET TO LU-DATASET.
035100     MOVE WS-LK-VERSION TO LU-VERSION.
035200     MOVE WS-LK-LENGTH TO LU-LENGTH.
035300     MOVE WS-LK-RESULT TO LU-RESULT.
035400     WRITE LAYOUT-USAGE-RECORD.
035500     IF WS-LK-RESULT NOT = "MISMATCH"
035600        EXIT PARAGRAPH
035700     END-IF.
035800     SET LAYOUT-MISMATCH TO TRUE.
035900     DISPLAY "GRADE-SCHOOL-REASSIGN HALTED: " WS-LK-DATASET
036000         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
036100         " DOES NOT MATCH LAYOUTCT".
036200     OPEN EXTEND OPS-ERROR-LOG.
036300     IF WS-OPS-LOG-STATUS = "35"
036400        OPEN OUTPUT OPS-ERROR-LOG
036500     END-IF.
036600     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
036700     MOVE "GRADE-SCHOOL-REASSIGN" TO OE-PROGRAM.
036800     MOVE WS-LK-DATASET TO OE-FILE-NAME.
036900     MOVE "LAYOUT" TO OE-OPERATION.
037000     MOVE "16" TO OE-STATUS.
037100     WRITE OPS-ERROR-RECORD.
037200     CLOSE OPS-ERROR-LOG.
