               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRC-TEMP-STATUS.

      *    the district interlibrary-loan queue GRADE-SCHOOL-ILL
      *    keeps: a borrowed book returned here queues its courier
      *    trip back to the building that owns it.
           SELECT ILL-QUEUE-FILE ASSIGN TO "ILLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ILLQ-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT INVENTORY-RPT ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CATALOG-FILE.
           05 CIR-CHECKOUT-DATE        PIC 9(8).
           05 CIR-DUE-DATE             PIC 9(8).
           05 CIR-RETURN-DATE          PIC 9(8).
      *    trailing columns: the building that owns the copy and the
      *    building that lent it out, so an interlibrary loan's
      *    overdue and lost-book charges say whose book it was.  Old
      *    files read back blank here -- a loan of our own copy.
           05 CIR-OWNING-SCHOOL        PIC 99.
           05 CIR-BORROWING-SCHOOL     PIC 99.

       FD  CIRCULATION-TEMP.
       01  CIRCULATION-TEMP-RECORD     PIC X(97).

      * layout must match GRADE-SCHOOL-ILL's ILL-QUEUE-RECORD: the
      * HOLDQ hold row, then the courier leg it asks for.
       FD  ILL-QUEUE-FILE.
       01  ILL-QUEUE-RECORD.
           05 IQ-PATRON-ID             PIC 9(9).
           05 IQ-REQUEST-DATE          PIC 9(8).
           05 IQ-TITLE                 PIC X(60).
           05 IQ-FROM-SCHOOL           PIC 99.
           05 IQ-TO-SCHOOL             PIC 99.
           05 IQ-LEG                   PIC X.
           05 IQ-STATUS                PIC X.
           05 IQ-SHIP-DATE             PIC 9(8).

      * layout must match GRADE-SCHOOL's ROSTER-RECORD, so overdue
      * notices can go home with the right homeroom teacher.
           05 FR-IEP-FLAG              PIC X.
           05 FR-DOB                   PIC 9(8).
           05 FR-SCHOOL-CODE           PIC 99.
      * trailing columns: federal reporting gender and race/ethnicity.
           05 FR-GENDER                PIC X.
           05 FR-RACE-ETH              PIC X.

       FD  OVERDUE-RPT.
       01  OVR-LINE                    PIC X(132).
           05 FL-REASON                PIC X(12).
           05 FL-SOURCE                PIC X(8).

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
       01 WS-ITEM                  PIC 9999.
       01 WS-RESULT                PIC 9999.
       01 WS-CIRC-OK               PIC 9.
       01 WS-CIRC-INDX             PIC 9(4).

      * interlibrary loans.  WS-HOME-SCHOOL is this building's code,
      * taken from the first patron's roster row (FR-SCHOOL-CODE)
      * unless the caller has set it.  The caller sets
      * WS-OWNING-SCHOOL before CHECK-OUT-BOOK when the copy came over
      * on the courier from another building (zero, or our own code,
      * is a loan of our own copy); every checkout clears it again.
       01 WS-ILLQ-STATUS           PIC XX.
       01 WS-HOME-SCHOOL           PIC 99 VALUE 0.
       01 WS-OWNING-SCHOOL         PIC 99 VALUE 0.
       01 WS-RETURN-OWNER          PIC 99 VALUE 0.
       01 WS-LIBRARY-SOURCE        PIC X(8).
       01 WS-ILL-NOTE              PIC X(26).
       01 WS-ILL-SWITCH            PIC X.
           88 ILL-LOAN                        VALUE "Y".
           88 HOME-LOAN                       VALUE "N".

      * same Luhn doubling sum GRADE-SCHOOL's
      * VALIDATE-STUDENT-ID-CHECK-DIGIT runs, so a mis-scanned badge
      * is caught at the circulation desk too.
              05 OV-NAME           PIC X(60).
              05 OV-TITLE          PIC X(60).
              05 OV-DUE-DATE       PIC 9(8).
              05 OV-OWNING-SCHOOL  PIC 99.
       01 WS-OVR-PRIOR-GRADE       PIC 99.
       01 WS-OVR-PRIOR-SECTION     PIC 9.
       01 WS-OVR-FIRST-SWITCH      PIC X.
           88 OVR-FIRST-GROUP                 VALUE "Y".
           88 OVR-NOT-FIRST-GROUP             VALUE "N".

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

       STR-LENGTH.
      * CHECK-OUT-BOOK lends the WS-TITLE found in the catalog to the
      * student whose badge scanned into WS-CIRC-STUDENT-ID.  The ID
      * must pass the same Luhn check GRADE-SCHOOL enforces and the
      * title must be in CARDCAT -- unless it is another building's
      * copy on interlibrary loan, found in the district catalog
      * instead; the due date is the loan policy's WS-LOAN-DAYS from
      * today.  WS-CIRC-OK reports success.
      *----------------------------------------------------------------
       CHECK-OUT-BOOK.
           MOVE 0 TO WS-CIRC-OK.
           PERFORM VALIDATE-CIRC-STUDENT-ID.
           IF ID-CHECK-DIGIT-INVALID
               MOVE 0 TO WS-OWNING-SCHOOL
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-HOME-SCHOOL.
           IF WS-OWNING-SCHOOL = 0
              OR WS-OWNING-SCHOOL = WS-HOME-SCHOOL
               MOVE WS-HOME-SCHOOL TO WS-OWNING-SCHOOL
               PERFORM CARD-CATALOG-SEARCH
               IF WS-CAT-FOUND = 0
                   MOVE 0 TO WS-OWNING-SCHOOL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DUE-NUMBER =
           COMPUTE CIR-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-NUMBER).
           MOVE 0 TO CIR-RETURN-DATE.
           MOVE WS-OWNING-SCHOOL TO CIR-OWNING-SCHOOL.
           MOVE WS-HOME-SCHOOL TO CIR-BORROWING-SCHOOL.
           WRITE CIRCULATION-RECORD.
           CLOSE CIRCULATION-FILE.
           MOVE 1 TO WS-CIRC-OK.
           MOVE 0 TO WS-OWNING-SCHOOL.

      * this building's code comes off the patron's roster row the
      * first time it is needed; a caller that has already set
      * WS-HOME-SCHOOL keeps its value, and a patron not on the
      * roster leaves it unset for the next one to fill in.
       LOAD-HOME-SCHOOL.
           IF WS-HOME-SCHOOL NOT = 0
               EXIT PARAGRAPH
           END-IF.
      *    a shared record layout behind LAYOUTCT would read every
      *    row at the wrong offsets -- stop here.
           PERFORM CHECK-RECORD-LAYOUTS.
           IF LAYOUT-MISMATCH
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE "00" TO WS-ROSTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CIRC-STUDENT-ID TO FR-STUDENT-ID.
           READ ROSTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ROSTER-STATUS = "00"
               MOVE FR-SCHOOL-CODE TO WS-HOME-SCHOOL
           END-IF.
           CLOSE ROSTER-FILE.
           MOVE "00" TO WS-ROSTER-STATUS.

      *----------------------------------------------------------------
      * RETURN-BOOK stamps today's date on the open checkout for
      *----------------------------------------------------------------
       RETURN-BOOK.
           MOVE 0 TO WS-CIRC-OK.
           MOVE 0 TO WS-RETURN-OWNER.
           PERFORM VALIDATE-CIRC-STUDENT-ID.
           IF ID-CHECK-DIGIT-INVALID
               EXIT PARAGRAPH
           CLOSE CIRCULATION-FILE.
           CLOSE CIRCULATION-TEMP.
           PERFORM COPY-CIRC-TEMP-BACK.
           IF WS-CIRC-OK = 1 AND WS-RETURN-OWNER NOT = 0
               PERFORM LOAD-HOME-SCHOOL
               PERFORM QUEUE-ILL-RETURN
           END-IF.

      * only the first matching open checkout is stamped -- a second
      * copy of the same title stays out.  An interlibrary loan
      * remembers its owner so the courier can take it home.
       RETURN-CHECK-ONE.
           IF WS-CIRC-OK = 0
              AND CIR-STUDENT-ID = WS-CIRC-STUDENT-ID
              AND CIR-RETURN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO CIR-RETURN-DATE
               MOVE 1 TO WS-CIRC-OK
               PERFORM SET-LIBRARY-SOURCE
               IF ILL-LOAN
                   MOVE CIR-OWNING-SCHOOL TO WS-RETURN-OWNER
               END-IF
           END-IF.
           MOVE CIRCULATION-RECORD TO CIRCULATION-TEMP-RECORD.
           WRITE CIRCULATION-TEMP-RECORD.
           CLOSE CIRCULATION-FILE.
           MOVE "00" TO WS-CIRC-TEMP-STATUS.

      *----------------------------------------------------------------
      * QUEUE-ILL-RETURN puts the returned loan on the district
      * interlibrary-loan queue as a return leg, held for tonight's
      * courier manifest, from this building back to its owner.
      *----------------------------------------------------------------
       QUEUE-ILL-RETURN.
           OPEN EXTEND ILL-QUEUE-FILE.
           IF WS-ILLQ-STATUS = "35"
               OPEN OUTPUT ILL-QUEUE-FILE
           END-IF.
           MOVE WS-CIRC-STUDENT-ID TO IQ-PATRON-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IQ-REQUEST-DATE.
           MOVE WS-TITLE TO IQ-TITLE.
           MOVE WS-HOME-SCHOOL TO IQ-FROM-SCHOOL.
           MOVE WS-RETURN-OWNER TO IQ-TO-SCHOOL.
           MOVE "R" TO IQ-LEG.
           MOVE "H" TO IQ-STATUS.
           MOVE 0 TO IQ-SHIP-DATE.
           WRITE ILL-QUEUE-RECORD.
           CLOSE ILL-QUEUE-FILE.

      *----------------------------------------------------------------
      * SET-LIBRARY-SOURCE marks the ledger source for the checkout in
      * CIRCULATION-RECORD: LIBRARY for our own copy, LIBILL and the
      * owning building's code for another building's, so the fees
      * office credits the library whose book it was.
      *----------------------------------------------------------------
       SET-LIBRARY-SOURCE.
           SET HOME-LOAN TO TRUE.
           MOVE "LIBRARY" TO WS-LIBRARY-SOURCE.
           IF CIR-OWNING-SCHOOL IS NUMERIC
              AND CIR-BORROWING-SCHOOL IS NUMERIC
              AND CIR-OWNING-SCHOOL NOT = 0
              AND CIR-OWNING-SCHOOL NOT = CIR-BORROWING-SCHOOL
               SET ILL-LOAN TO TRUE
               MOVE SPACES TO WS-LIBRARY-SOURCE
               STRING "LIBILL" DELIMITED BY SIZE
                   CIR-OWNING-SCHOOL DELIMITED BY SIZE
                   INTO WS-LIBRARY-SOURCE
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * PRINT-OVERDUE-REPORT lists every book still out past its due
      * date as of WS-AS-OF-DATE, grouped by the student's grade/
      * homeroom teacher.
      *----------------------------------------------------------------
       PRINT-OVERDUE-REPORT.
      *    a shared record layout behind LAYOUTCT would read every
      *    row at the wrong offsets -- stop here.
           PERFORM CHECK-RECORD-LAYOUTS.
           IF LAYOUT-MISMATCH
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO WS-OVR-COUNT.
           MOVE 0 TO WS-OVR-DROPPED.
           OPEN INPUT ROSTER-FILE.
           MOVE FR-NAME TO OV-NAME(WS-OVR-COUNT).
           MOVE CIR-TITLE TO OV-TITLE(WS-OVR-COUNT).
           MOVE CIR-DUE-DATE TO OV-DUE-DATE(WS-OVR-COUNT).
           PERFORM SET-LIBRARY-SOURCE.
           MOVE 0 TO OV-OWNING-SCHOOL(WS-OVR-COUNT).
           IF ILL-LOAN
               MOVE CIR-OWNING-SCHOOL TO OV-OWNING-SCHOOL(WS-OVR-COUNT)
           END-IF.

       PRINT-OVERDUE-LINE.
           MOVE SPACES TO WS-ILL-NOTE.
           IF OV-OWNING-SCHOOL(WS-CIRC-INDX) NOT = 0
               STRING "  (LOAN FROM BUILDING " DELIMITED BY SIZE
                   OV-OWNING-SCHOOL(WS-CIRC-INDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-ILL-NOTE
               END-STRING
           END-IF.
           IF OVR-FIRST-GROUP
              OR OV-GRADE(WS-CIRC-INDX) NOT = WS-OVR-PRIOR-GRADE
              OR OV-SECTION(WS-CIRC-INDX) NOT = WS-OVR-PRIOR-SECTION
                   DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               OV-DUE-DATE(WS-CIRC-INDX) DELIMITED BY SIZE
               WS-ILL-NOTE DELIMITED BY SIZE
               INTO OVR-LINE
           END-STRING.
           WRITE OVR-LINE.
           MOVE "C" TO FL-TYPE.
           MOVE WS-FINE-AMOUNT TO FL-AMOUNT.
           MOVE "OVERDUE" TO FL-REASON.
           PERFORM SET-LIBRARY-SOURCE.
           MOVE WS-LIBRARY-SOURCE TO FL-SOURCE.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO WS-CHARGE-COUNT.

           MOVE "C" TO FL-TYPE.
           MOVE WS-LOST-BOOK-CHARGE TO FL-AMOUNT.
           MOVE "LOSTBOOK" TO FL-REASON.
           PERFORM SET-LIBRARY-SOURCE.
           MOVE WS-LIBRARY-SOURCE TO FL-SOURCE.
           WRITE FEE-LEDGER-RECORD.
           MOVE SPACES TO INV-LINE.
           STRING "CONFIRMED LOSS, CHARGED: " DELIMITED BY SIZE
               INTO INV-LINE
           END-STRING.
           WRITE INV-LINE.

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
           MOVE "BINARY-SEARCH" TO LU-PROGRAM.
           MOVE WS-LK-DATASET TO LU-DATASET.
           MOVE WS-LK-VERSION TO LU-VERSION.
           MOVE WS-LK-LENGTH TO LU-LENGTH.
           MOVE WS-LK-RESULT TO LU-RESULT.
           WRITE LAYOUT-USAGE-RECORD.
           IF WS-LK-RESULT = "MISMATCH"
              SET LAYOUT-MISMATCH TO TRUE
              DISPLAY "BINARY-SEARCH HALTED: " WS-LK-DATASET
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
           MOVE "BINARY-SEARCH" TO OE-PROGRAM.
           MOVE WS-LK-DATASET TO OE-FILE-NAME.
           MOVE "LAYOUT" TO OE-OPERATION.
           MOVE "16" TO OE-STATUS.
           WRITE OPS-ERROR-RECORD.
           CLOSE OPS-ERROR-LOG.
