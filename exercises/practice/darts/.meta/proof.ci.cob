            SELECT ELIGIBILITY-FILE ASSIGN TO "ELIGFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EL-STATUS.
      *    the record-layout control file: one row per shared dataset
      *    giving its current layout version and record length.  the
      *    shared records below are checked against it before they
      *    are opened, and each check is logged to LAYOUTUS.
            SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LC-STATUS.
            SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LU-STATUS.
            SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-LOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DARTS-LOG.
            03 FR-IEP-FLAG     PIC X.
            03 FR-DOB          PIC 9(8).
            03 FR-SCHOOL-CODE  PIC 99.
      * trailing columns: federal reporting gender and race/ethnicity.
            03 FR-GENDER       PIC X.
            03 FR-RACE-ETH     PIC X.

        FD  SEASON-RPT.
        01  SEA-LINE           PIC X(132).
            03 EL-FLAG         PIC X.
            03 EL-REASON       PIC X(8).

      * layouts must match GRADE-SCHOOL's LAYOUT-CONTROL-RECORD,
      * LAYOUT-USAGE-RECORD and OPS-ERROR-RECORD.
        FD  LAYOUT-CONTROL.
        01  LAYOUT-CONTROL-RECORD.
            05 LC-DATASET            PIC X(8).
            05 LC-VERSION            PIC 9(3).
            05 LC-LENGTH             PIC 9(5).
            05 LC-EFFECTIVE-DATE     PIC 9(8).

        FD  LAYOUT-USAGE-LOG.
        01  LAYOUT-USAGE-RECORD.
            05 LU-TIMESTAMP          PIC 9(14).
            05 LU-PROGRAM            PIC X(24).
            05 LU-DATASET            PIC X(8).
            05 LU-VERSION            PIC 9(3).
            05 LU-LENGTH             PIC 9(5).
            05 LU-RESULT             PIC X(8).

        FD  OPS-ERROR-LOG.
        01  OPS-ERROR-RECORD.
            05 OE-TIMESTAMP          PIC 9(14).
            05 OE-PROGRAM            PIC X(20).
            05 OE-FILE-NAME          PIC X(8).
            05 OE-OPERATION          PIC X(8).
            05 OE-STATUS             PIC XX.

        WORKING-STORAGE SECTION.
        01 WS-POINT.
          03 WS-X  usage float-short.
               05 SEA-FIRST-THROW  PIC 99.
               05 SEA-LAST-THROW   PIC 99.

      * record-layout control.  The versions below are the layouts
      * this program's FDs were written to; a new column means a new
      * version here, in the LAYOUTCT row, and in every program that
      * carries the record.  The check runs once per run.
        01 WS-LC-STATUS             PIC XX.
        01 WS-LU-STATUS             PIC XX.
        01 WS-OPS-LOG-STATUS        PIC XX.
        01 WS-LAYOUT-SWITCH         PIC X VALUE "N".
            88 LAYOUT-MISMATCH                VALUE "Y".
        01 WS-LAYOUT-CHECKED-SWITCH PIC X VALUE "N".
            88 LAYOUTS-CHECKED                VALUE "Y".
        01 WS-LK-DATASET            PIC X(8).
        01 WS-LK-VERSION            PIC 9(3).
        01 WS-LK-LENGTH             PIC 9(5).
        01 WS-LK-RESULT             PIC X(8).
        01 WS-LC-COUNT              PIC 9(3) COMP VALUE 0.
        01 WS-LC-INDX               PIC 9(3) COMP.
        01 LAYOUT-CONTROL-TABLE.
           02 LCT-ROW OCCURS 50 TIMES.
              05 LCT-DATASET        PIC X(8).
              05 LCT-VERSION        PIC 9(3).
              05 LCT-LENGTH         PIC 9(5).

        PROCEDURE DIVISION.
        DARTS.
          COMPUTE WS-RADIUS = FUNCTION SQRT(WS-X * WS-X + WS-Y * WS-Y).
      * (grade/section from the roster).
      *----------------------------------------------------------------
        PRINT-SEASON-REPORT.
      *    a shared record layout behind LAYOUTCT would read every
      *    row at the wrong offsets -- stop here.
            PERFORM CHECK-RECORD-LAYOUTS.
            IF LAYOUT-MISMATCH
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE ZERO TO WS-SEA-COUNT.
            OPEN INPUT DARTS-LOG.
            IF WS-LOG-STATUS = "00"
                    SET PLAYER-IS-BENCHED TO TRUE
                END-IF
            END-PERFORM.

      * CHECK-RECORD-LAYOUTS compares each shared record this program
      * carries against its LAYOUTCT row, the same check GRADE-SCHOOL
      * makes, before the first shared file is opened.  A version or
      * length that does not match ends the run RC=16 with an OPSERRLG
      * entry; every check, match or not, goes to LAYOUTUS.
        CHECK-RECORD-LAYOUTS.
            IF LAYOUTS-CHECKED
               EXIT PARAGRAPH
            END-IF.
            SET LAYOUTS-CHECKED TO TRUE.
            PERFORM LOAD-LAYOUT-CONTROL.
            OPEN EXTEND LAYOUT-USAGE-LOG.
            IF WS-LU-STATUS = "35"
               OPEN OUTPUT LAYOUT-USAGE-LOG
            END-IF.
            MOVE "ROSTERF" TO WS-LK-DATASET.
            MOVE 3 TO WS-LK-VERSION.
            MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
            PERFORM CHECK-ONE-LAYOUT.
            CLOSE LAYOUT-USAGE-LOG.

        LOAD-LAYOUT-CONTROL.
            MOVE 0 TO WS-LC-COUNT.
            OPEN INPUT LAYOUT-CONTROL.
            IF WS-LC-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-LC-STATUS NOT = "00"
               READ LAYOUT-CONTROL
                   AT END MOVE "10" TO WS-LC-STATUS
               END-READ
               IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
                  ADD 1 TO WS-LC-COUNT
                  MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
                  MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
                  MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
               END-IF
            END-PERFORM.
            CLOSE LAYOUT-CONTROL.

      * a dataset with no LAYOUTCT row is not under control yet and
      * passes as NOCTL.
        CHECK-ONE-LAYOUT.
            MOVE "NOCTL" TO WS-LK-RESULT.
            PERFORM VARYING WS-LC-INDX FROM 1 BY 1
                    UNTIL WS-LC-INDX > WS-LC-COUNT
               IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
                  IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
                     AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
                     MOVE "CURRENT" TO WS-LK-RESULT
                  ELSE
                     MOVE "MISMATCH" TO WS-LK-RESULT
                  END-IF
               END-IF
            END-PERFORM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
            MOVE "DARTS" TO LU-PROGRAM.
            MOVE WS-LK-DATASET TO LU-DATASET.
            MOVE WS-LK-VERSION TO LU-VERSION.
            MOVE WS-LK-LENGTH TO LU-LENGTH.
            MOVE WS-LK-RESULT TO LU-RESULT.
            WRITE LAYOUT-USAGE-RECORD.
            IF WS-LK-RESULT = "MISMATCH"
               SET LAYOUT-MISMATCH TO TRUE
               DISPLAY "DARTS HALTED: " WS-LK-DATASET
                   " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
                   " DOES NOT MATCH LAYOUTCT"
               PERFORM LOG-LAYOUT-ERROR
            END-IF.

        LOG-LAYOUT-ERROR.
            OPEN EXTEND OPS-ERROR-LOG.
            IF WS-OPS-LOG-STATUS = "35"
               OPEN OUTPUT OPS-ERROR-LOG
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
            MOVE "DARTS" TO OE-PROGRAM.
            MOVE WS-LK-DATASET TO OE-FILE-NAME.
            MOVE "LAYOUT" TO OE-OPERATION.
            MOVE "16" TO OE-STATUS.
            WRITE OPS-ERROR-RECORD.
            CLOSE OPS-ERROR-LOG.
