           SELECT PRE-EXCUSE-FILE ASSIGN TO "PREEXCUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREEXC-STATUS.
      *    the mass-notification dialer's result file, one row per
      *    number GRADE-SCHOOL-NOTIFY exported, fed back into the
      *    transcript so the disposition report counts the robocalls
      *    alongside the calls BOB answered.  A bad number goes to
      *    the front office's PHONEFIX cleanup worklist.
           SELECT DIALER-RESULT-FILE ASSIGN TO "DIALRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALRES-STATUS.
           SELECT PHONE-FIX-FILE ASSIGN TO "PHONEFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHONEFIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOB-CONVERSATION-FILE.
           05 PX-STUDENT-ID         PIC 9(9).
           05 PX-CODE               PIC X.

      * as the dialer vendor sends it back: the DIALEXP date, message
      * code, household and number, and what happened -- R reached a
      * person, V left on voicemail, B bad or disconnected number.
       FD  DIALER-RESULT-FILE.
       01  DIALER-RESULT-RECORD.
           05 DR-DATE               PIC 9(8).
           05 DR-MESSAGE            PIC X(8).
           05 DR-HOUSEHOLD-ID       PIC 9(9).
           05 DR-PHONE              PIC X(15).
           05 DR-RESULT             PIC X.
               88 DR-REACHED                  VALUE "R".
               88 DR-VOICEMAIL                VALUE "V".
               88 DR-BAD-NUMBER               VALUE "B".

      * the front office's worklist: a household number the dialer
      * could not ring, to be corrected through UPDATE-HOUSEHOLD or
      * the PICKUPAU contact.
       FD  PHONE-FIX-FILE.
       01  PHONE-FIX-RECORD.
           05 PF-DATE               PIC 9(8).
           05 PF-HOUSEHOLD-ID       PIC 9(9).
           05 PF-PHONE              PIC X(15).
           05 PF-MESSAGE            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CONVERSATION-STATUS   PIC XX.
       01 WS-TRANSCRIPT-STATUS     PIC XX.
       01 WS-ID-CHECK-SWITCH       PIC X VALUE "Y".
           88 ID-CHECK-DIGIT-VALID           VALUE "Y".
           88 ID-CHECK-DIGIT-INVALID         VALUE "N".

      * dialer import and its disposition counts.  Each result is a
      * "DIALER " line on the transcript; the result word starts in
      * column 8.
       01 WS-DIALRES-STATUS        PIC XX.
       01 WS-PHONEFIX-STATUS       PIC XX.
       01 WS-DIAL-RESULT-WORD      PIC X(9).
       01 WS-DIAL-REACHED          PIC 9(4).
       01 WS-DIAL-VOICEMAIL        PIC 9(4).
       01 WS-DIAL-BAD              PIC 9(4).
       01 WS-DIAL-OTHER            PIC 9(4).
       
       PROCEDURE DIVISION.
       BOB.
           MOVE 0 TO WS-CALL-COUNT.
           MOVE 0 TO WS-TOTAL-EXCHANGES.
           MOVE 0 TO WS-DEST-COUNT.
           MOVE 0 TO WS-DIAL-REACHED.
           MOVE 0 TO WS-DIAL-VOICEMAIL.
           MOVE 0 TO WS-DIAL-BAD.
           MOVE 0 TO WS-DIAL-OTHER.
           OPEN INPUT BOB-TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM UNTIL WS-TRANSCRIPT-STATUS NOT = "00"
               END-STRING
               WRITE DSP-LINE
           END-PERFORM.
           IF WS-DIAL-REACHED + WS-DIAL-VOICEMAIL + WS-DIAL-BAD
                   + WS-DIAL-OTHER > 0
               MOVE "DIALER RESULTS" TO DSP-LINE
               WRITE DSP-LINE
               MOVE WS-DIAL-REACHED TO WS-COUNT-DISP
               MOVE SPACES TO DSP-LINE
               STRING "  REACHED             " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO DSP-LINE
               END-STRING
               WRITE DSP-LINE
               MOVE WS-DIAL-VOICEMAIL TO WS-COUNT-DISP
               MOVE SPACES TO DSP-LINE
               STRING "  VOICEMAIL           " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO DSP-LINE
               END-STRING
               WRITE DSP-LINE
               MOVE WS-DIAL-BAD TO WS-COUNT-DISP
               MOVE SPACES TO DSP-LINE
               STRING "  BAD NUMBER          " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO DSP-LINE
               END-STRING
               WRITE DSP-LINE
               IF WS-DIAL-OTHER > 0
                   MOVE WS-DIAL-OTHER TO WS-COUNT-DISP
                   MOVE SPACES TO DSP-LINE
                   STRING "  UNKNOWN RESULT      " DELIMITED BY SIZE
                       WS-COUNT-DISP DELIMITED BY SIZE
                       INTO DSP-LINE
                   END-STRING
                   WRITE DSP-LINE
               END-IF
           END-IF.
           CLOSE DISPOSITION-RPT.

       TALLY-TRANSCRIPT-LINE.
                   ADD 1 TO DT-CALLS(WS-DEST-FOUND)
               END-IF
           END-IF.
           IF BOB-TRANSCRIPT-LINE(1:7) = "DIALER "
               EVALUATE BOB-TRANSCRIPT-LINE(8:9)
                   WHEN "REACHED"
                       ADD 1 TO WS-DIAL-REACHED
                   WHEN "VOICEMAIL"
                       ADD 1 TO WS-DIAL-VOICEMAIL
                   WHEN "BADNUMBER"
                       ADD 1 TO WS-DIAL-BAD
                   WHEN OTHER
                       ADD 1 TO WS-DIAL-OTHER
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * IMPORT-DIALER-RESULTS brings a mass notification's outcome
      * back through the phone tree: each DIALRES row becomes a
      * "DIALER" line on the day's transcript for
      * PRINT-DISPOSITION-REPORT to count, and every bad number is
      * put on PHONEFIX for the front office to chase down.
      *----------------------------------------------------------------
       IMPORT-DIALER-RESULTS.
           OPEN INPUT DIALER-RESULT-FILE.
           IF WS-DIALRES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND BOB-TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS = "35"
               OPEN OUTPUT BOB-TRANSCRIPT-FILE
           END-IF.
           OPEN EXTEND PHONE-FIX-FILE.
           IF WS-PHONEFIX-STATUS = "35"
               OPEN OUTPUT PHONE-FIX-FILE
           END-IF.
           PERFORM UNTIL WS-DIALRES-STATUS NOT = "00"
               READ DIALER-RESULT-FILE
                   AT END MOVE "10" TO WS-DIALRES-STATUS
                   NOT AT END PERFORM RECORD-ONE-DIAL-RESULT
               END-READ
           END-PERFORM.
           CLOSE PHONE-FIX-FILE.
           CLOSE BOB-TRANSCRIPT-FILE.
           CLOSE DIALER-RESULT-FILE.

       RECORD-ONE-DIAL-RESULT.
           EVALUATE TRUE
               WHEN DR-REACHED
                   MOVE "REACHED" TO WS-DIAL-RESULT-WORD
               WHEN DR-VOICEMAIL
                   MOVE "VOICEMAIL" TO WS-DIAL-RESULT-WORD
               WHEN DR-BAD-NUMBER
                   MOVE "BADNUMBER" TO WS-DIAL-RESULT-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-DIAL-RESULT-WORD
           END-EVALUATE.
           MOVE SPACES TO BOB-TRANSCRIPT-LINE.
           STRING "DIALER " DELIMITED BY SIZE
               WS-DIAL-RESULT-WORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DR-HOUSEHOLD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DR-PHONE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DR-MESSAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DR-DATE DELIMITED BY SIZE
               INTO BOB-TRANSCRIPT-LINE
           END-STRING.
           WRITE BOB-TRANSCRIPT-LINE.
           IF DR-BAD-NUMBER
               MOVE DR-DATE TO PF-DATE
               MOVE DR-HOUSEHOLD-ID TO PF-HOUSEHOLD-ID
               MOVE DR-PHONE TO PF-PHONE
               MOVE DR-MESSAGE TO PF-MESSAGE
               WRITE PHONE-FIX-RECORD
           END-IF.


      *----------------------------------------------------------------
