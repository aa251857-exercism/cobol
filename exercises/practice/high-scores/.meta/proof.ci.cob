               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-ID-STATUS.

      *    families who opted out of directory information are not
      *    published on the printed roll.
           SELECT DIRECTORY-OPTOUT-FILE ASSIGN TO "DIROPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DO-STATUS.

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
      * layout must match GRADE-SCHOOL's RECORD-COURSE-GRADE output.
              10 CG-COURSE      PIC X(20).
              10 CG-TERM        PIC X(6).
           05 CG-GRADE-POINTS   PIC 9V99.
      * "T" marks credit carried in from another district on an
      * inbound transfer packet.  Blank is a grade earned here.
           05 CG-CREDIT-TYPE    PIC X.
              88 CG-TRANSFER-CREDIT          VALUE "T".

      * layout must match GRADE-SCHOOL's ROSTER-RECORD.
       FD  ROSTER-FILE.
           05 FR-IEP-FLAG       PIC X.
           05 FR-DOB            PIC 9(8).
           05 FR-SCHOOL-CODE    PIC 99.
      * trailing columns: federal reporting gender and race/ethnicity.
           05 FR-GENDER         PIC X.
           05 FR-RACE-ETH       PIC X.

       FD  HONOR-ROLL-RPT.
       01  HR-LINE              PIC X(100).
           05 HI-TERM           PIC X(6).
           05 HI-STUDENT-ID     PIC 9(9).

      * layout must match GRADE-SCHOOL's DIRECTORY-OPTOUT-RECORD.
       FD  DIRECTORY-OPTOUT-FILE.
       01  DIRECTORY-OPTOUT-RECORD.
           05 DO-STUDENT-ID     PIC 9(9).
           05 DO-DIRECTORY      PIC X.
           05 DO-PHOTO          PIC X.
           05 DO-RECRUITER      PIC X.
           05 DO-YEARBOOK       PIC X.
           05 DO-SIGNED-DATE    PIC 9(8).
           05 DO-SIGNED-BY      PIC X(30).

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
       01 WS-PROPERTY       PIC A(20).
       01 WS-SCORES.
              03 GPA-TOTAL      PIC 9(4)V99.
              03 GPA-COURSES    PIC 9(4) COMP.
              03 GPA-SCORE      PIC 999.
      * the students whose families opted out of directory
      * information, loaded once per printed roll.
       01 WS-DO-STATUS         PIC XX.
       01 WS-DO-COUNT          PIC 9(4) COMP.
       01 WS-DO-INDX           PIC 9(4) COMP.
       01 WS-HR-OPTOUT-SWITCH  PIC X.
           88 HR-STUDENT-OPTED-OUT         VALUE "Y".
           88 HR-STUDENT-PUBLISHED         VALUE "N".
       01 WS-HR-WITHHELD       PIC 99.
       01 DIRECTORY-OPTOUT-TABLE.
           02 DO-ROW           OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-DO-COUNT.
              03 DO-T-STUDENT-ID PIC 9(9).
       01 TEMP-HONOR-TABLE.
           02 TEMP-HONOR-ENTRY OCCURS 20 TIMES INDEXED BY HIDX.
      *        for sorting, we need a key
               03 TEMP-HONOR-VALUE      PIC X(3).
               03 TEMP-HONOR-STUDENT-ID PIC 9(9).

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
       HIGH-SCORES.
           EVALUATE WS-PROPERTY
      * GET-HONOR-ROLL has always ranked, and prints the roll with
      * names and grades from the roster -- no re-keying.
       BUILD-HONOR-ROLL-FROM-GRADES.
      *    a shared record layout behind LAYOUTCT would read every
      *    row at the wrong offsets -- stop here.
           PERFORM CHECK-RECORD-LAYOUTS.
           IF LAYOUT-MISMATCH
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO WS-GPA-COUNT.
           PERFORM LOAD-TERM-GRADE-POINTS.
           PERFORM VARYING WS-GPA-INDX FROM 1 BY 1
                   END-READ
                   IF WS-CG-FILE-STATUS = "00"
                      AND CG-TERM = WS-HR-TERM
                      AND NOT CG-TRANSFER-CREDIT
                       PERFORM TALLY-ONE-GRADE
                   END-IF
               END-PERFORM
           ADD 1 TO GPA-COURSES(WS-GPA-INDX).

      * the printed roll: rank, GPA, student ID, and the name and
      * grade pulled from the roster.  A student whose family opted
      * out of directory information keeps the rank but is not
      * printed; HONORIDS still carries the ID, since the voucher is
      * not a publication.
       PRINT-HONOR-ROLL.
           PERFORM LOAD-DIRECTORY-OPTOUTS.
           MOVE 0 TO WS-HR-WITHHELD.
           OPEN INPUT ROSTER-FILE.
           OPEN OUTPUT HONOR-ROLL-RPT.
           OPEN OUTPUT HONOR-ID-FILE.
           PERFORM VARYING WS-GPA-INDX FROM 1 BY 1
                   UNTIL WS-GPA-INDX > WS-GPA-COUNT
                      OR WS-GPA-INDX > WS-HONOR-ROLL-N
               PERFORM CHECK-HONOR-OPTOUT
               MOVE GPA-STUDENT-ID(WS-GPA-INDX) TO FR-STUDENT-ID
               READ ROSTER-FILE
                   INVALID KEY MOVE SPACES TO FR-NAME
                   FUNCTION TRIM(FR-NAME) DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
               IF HR-STUDENT-PUBLISHED
                   WRITE HR-LINE
               ELSE
                   ADD 1 TO WS-HR-WITHHELD
               END-IF
               MOVE WS-HR-TERM TO HI-TERM
               MOVE GPA-STUDENT-ID(WS-GPA-INDX) TO HI-STUDENT-ID
               WRITE HONOR-ID-RECORD
           END-PERFORM.
           IF WS-HR-WITHHELD > 0
               MOVE SPACES TO HR-LINE
               STRING "(" DELIMITED BY SIZE
                   WS-HR-WITHHELD DELIMITED BY SIZE
                   " NAME(S) WITHHELD AT THE FAMILY'S REQUEST)"
                       DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
               WRITE HR-LINE
           END-IF.
           CLOSE HONOR-ID-FILE.
           CLOSE HONOR-ROLL-RPT.
           CLOSE ROSTER-FILE.

       LOAD-DIRECTORY-OPTOUTS.
           MOVE 0 TO WS-DO-COUNT.
           OPEN INPUT DIRECTORY-OPTOUT-FILE.
           IF WS-DO-STATUS NOT = "00"
               MOVE "10" TO WS-DO-STATUS
           ELSE
               PERFORM UNTIL WS-DO-STATUS NOT = "00"
                   READ DIRECTORY-OPTOUT-FILE
                       AT END MOVE "10" TO WS-DO-STATUS
                   END-READ
                   IF WS-DO-STATUS = "00"
                      AND DO-DIRECTORY = "Y"
                      AND WS-DO-COUNT < 5000
                       ADD 1 TO WS-DO-COUNT
                       MOVE DO-STUDENT-ID
                           TO DO-T-STUDENT-ID(WS-DO-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DIRECTORY-OPTOUT-FILE
           END-IF.

       CHECK-HONOR-OPTOUT.
           SET HR-STUDENT-PUBLISHED TO TRUE.
           PERFORM VARYING WS-DO-INDX FROM 1 BY 1
                   UNTIL WS-DO-INDX > WS-DO-COUNT
               IF DO-T-STUDENT-ID(WS-DO-INDX)
                      = GPA-STUDENT-ID(WS-GPA-INDX)
                   SET HR-STUDENT-OPTED-OUT TO TRUE
               END-IF
           END-PERFORM.

       GET-HONOR-ROLL.
           MOVE SPACES TO WS-RESULT-STRING
           MOVE SPACES TO TEMP-HONOR-TABLE
                   INTO WS-RESULT-STRING
               END-STRING
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
           MOVE "CRSGRADE" TO WS-LK-DATASET.
           MOVE 2 TO WS-LK-VERSION.
           MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
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
           MOVE "HIGH-SCORES" TO LU-PROGRAM.
           MOVE WS-LK-DATASET TO LU-DATASET.
           MOVE WS-LK-VERSION TO LU-VERSION.
           MOVE WS-LK-LENGTH TO LU-LENGTH.
           MOVE WS-LK-RESULT TO LU-RESULT.
           WRITE LAYOUT-USAGE-RECORD.
           IF WS-LK-RESULT = "MISMATCH"
              SET LAYOUT-MISMATCH TO TRUE
              DISPLAY "HIGH-SCORES HALTED: " WS-LK-DATASET
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
           MOVE "HIGH-SCORES" TO OE-PROGRAM.
           MOVE WS-LK-DATASET TO OE-FILE-NAME.
           MOVE "LAYOUT" TO OE-OPERATION.
           MOVE "16" TO OE-STATUS.
           WRITE OPS-ERROR-RECORD.
           CLOSE OPS-ERROR-LOG.
