           SELECT MAKEUP-PROPOSALS ASSIGN TO "MAKEUPRP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    conference week: the days the district picked, the
      *    teachers who hold conferences (GRADE-SCHOOL-CONFER builds
      *    the list) and the open slots generated for each of them.
           SELECT CONFERENCE-DAYS ASSIGN TO "CONFDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT CONFERENCE-TEACHERS ASSIGN TO "CONFTCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT CONFERENCE-SLOTS ASSIGN TO "CONFSLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the school's machine-readable instructional calendar: one
       FD  MAKEUP-PROPOSALS.
       01  MKP-LINE                PIC X(60).

      * one record per conference day: the start of the first slot,
      * the time the last one must end by (both HHMM, 24-hour) and
      * the minutes per slot.
       FD  CONFERENCE-DAYS.
       01  CONFERENCE-DAY-RECORD.
           05 CD-DATE              PIC 9(8).
           05 CD-START-TIME        PIC 9(4).
           05 CD-END-TIME          PIC 9(4).
           05 CD-SLOT-MINUTES      PIC 99.

      * one record per teacher holding conferences, in teacher
      * order: H a homeroom teacher, S a section teacher (upper
      * grades, from SEC-TEACHER).
       FD  CONFERENCE-TEACHERS.
       01  CONFERENCE-TEACHER-RECORD.
           05 CT-TEACHER           PIC X(30).
           05 CT-SCHOOL-CODE       PIC 99.
           05 CT-KIND              PIC X.

      * one record per slot, by teacher, date and time.  A zero
      * household is an open slot; GRADE-SCHOOL-CONFER books them
      * and fills in the child and any interpreter language.
       FD  CONFERENCE-SLOTS.
       01  CONFERENCE-SLOT-RECORD.
           05 CS-TEACHER           PIC X(30).
           05 CS-SCHOOL-CODE       PIC 99.
           05 CS-DATE              PIC 9(8).
           05 CS-TIME              PIC 9(4).
           05 CS-HOUSEHOLD-ID      PIC 9(9).
           05 CS-STUDENT-ID        PIC 9(9).
           05 CS-INTERPRETER       PIC XX.

       WORKING-STORAGE SECTION.
       01 WS-YEAR                  PIC 9999.
       01 WS-MONTH                 PIC 99.
           88 CALENDAR-MEETS-MINIMUM       VALUE "N".
       01 WS-PROPOSED-COUNT        PIC 9(3).

      * conference-slot state.  WS-CONF-DAY holds the conference
      * days that passed the weekday and closure checks; the slot
      * clock runs in minutes past midnight.
       01 WS-CONF-STATUS           PIC XX.
       01 WS-CONF-EOF              PIC X.
       01 WS-CONF-DAY-COUNT        PIC 99 VALUE 0.
       01 WS-CONF-DAY-INDX         PIC 99.
       01 WS-CONF-REFUSED          PIC 99 VALUE 0.
       01 WS-CONF-SLOT-COUNT       PIC 9(6) VALUE 0.
       01 WS-SLOT-MINUTE           PIC 9(4).
       01 WS-END-MINUTE            PIC 9(4).
       01 WS-SLOT-HOUR             PIC 99.
       01 WS-SLOT-REM              PIC 99.
       01 WS-CONF-DAY-TABLE.
           02 WS-CONF-DAY          OCCURS 10 TIMES.
              05 WS-CONF-DATE      PIC 9(8).
              05 WS-CONF-START     PIC 9(4).
              05 WS-CONF-END       PIC 9(4).
              05 WS-CONF-MINUTES   PIC 99.

       01 WS-CAL-COUNT             PIC 9(4).
       01 CALENDAR-TABLE.
           02 CAL-ROW              OCCURS 1 TO 366 TIMES
              ADD 1 TO WS-DAY-NUMBER
           END-PERFORM.
           CLOSE SCHOOL-CALENDAR.


      * conference week: every teacher on CONFTCHR gets one open
      * slot per WS-CONF-MINUTES on every conference day, from the
      * start time until the last slot that still ends by the end
      * time.  A conference day that falls on a weekend (the same
      * GET-WEEKDAY arithmetic MEETUP runs on) or on a day SCHOOLCAL
      * has as a closure is refused, not slotted.
       GENERATE-CONFERENCE-SLOTS.
           MOVE 0 TO WS-CONF-DAY-COUNT.
           MOVE 0 TO WS-CONF-REFUSED.
           MOVE 0 TO WS-CONF-SLOT-COUNT.
           IF WS-CAL-COUNT = 0
              PERFORM LOAD-SCHOOL-CALENDAR
           END-IF.
           OPEN INPUT CONFERENCE-DAYS.
           IF WS-CONF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONF-EOF.
           PERFORM UNTIL WS-CONF-EOF = "Y"
              READ CONFERENCE-DAYS
                  AT END MOVE "Y" TO WS-CONF-EOF
              END-READ
              IF WS-CONF-EOF = "N"
                 PERFORM CHECK-CONFERENCE-DAY
              END-IF
           END-PERFORM.
           CLOSE CONFERENCE-DAYS.
           OPEN INPUT CONFERENCE-TEACHERS.
           IF WS-CONF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONFERENCE-SLOTS.
           MOVE "N" TO WS-CONF-EOF.
           PERFORM UNTIL WS-CONF-EOF = "Y"
              READ CONFERENCE-TEACHERS
                  AT END MOVE "Y" TO WS-CONF-EOF
              END-READ
              IF WS-CONF-EOF = "N"
                 PERFORM VARYING WS-CONF-DAY-INDX FROM 1 BY 1
                          UNTIL WS-CONF-DAY-INDX > WS-CONF-DAY-COUNT
                    PERFORM WRITE-CONFERENCE-DAY-SLOTS
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE CONFERENCE-TEACHERS.
           CLOSE CONFERENCE-SLOTS.


       CHECK-CONFERENCE-DAY.
           MOVE CD-DATE TO MY-DATE.
           PERFORM GET-WEEKDAY.
           IF WEEKDAY = 'Saturday' OR WEEKDAY = 'Sunday'
              ADD 1 TO WS-CONF-REFUSED
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CAL-INDX FROM 1 BY 1
                    UNTIL WS-CAL-INDX > WS-CAL-COUNT
              IF CAL-T-DATE(WS-CAL-INDX) = CD-DATE
                 AND CAL-T-DAY-TYPE(WS-CAL-INDX) = "C"
                 ADD 1 TO WS-CONF-REFUSED
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF CD-SLOT-MINUTES = 0 OR WS-CONF-DAY-COUNT >= 10
              ADD 1 TO WS-CONF-REFUSED
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONF-DAY-COUNT.
           MOVE CD-DATE TO WS-CONF-DATE(WS-CONF-DAY-COUNT).
           MOVE CD-START-TIME TO WS-CONF-START(WS-CONF-DAY-COUNT).
           MOVE CD-END-TIME TO WS-CONF-END(WS-CONF-DAY-COUNT).
           MOVE CD-SLOT-MINUTES TO WS-CONF-MINUTES(WS-CONF-DAY-COUNT).


       WRITE-CONFERENCE-DAY-SLOTS.
           DIVIDE WS-CONF-START(WS-CONF-DAY-INDX) BY 100
               GIVING WS-SLOT-HOUR REMAINDER WS-SLOT-REM.
           COMPUTE WS-SLOT-MINUTE = WS-SLOT-HOUR * 60 + WS-SLOT-REM.
           DIVIDE WS-CONF-END(WS-CONF-DAY-INDX) BY 100
               GIVING WS-SLOT-HOUR REMAINDER WS-SLOT-REM.
           COMPUTE WS-END-MINUTE = WS-SLOT-HOUR * 60 + WS-SLOT-REM.
           PERFORM UNTIL WS-SLOT-MINUTE
                    + WS-CONF-MINUTES(WS-CONF-DAY-INDX) > WS-END-MINUTE
              DIVIDE WS-SLOT-MINUTE BY 60
                  GIVING WS-SLOT-HOUR REMAINDER WS-SLOT-REM
              MOVE CT-TEACHER TO CS-TEACHER
              MOVE CT-SCHOOL-CODE TO CS-SCHOOL-CODE
              MOVE WS-CONF-DATE(WS-CONF-DAY-INDX) TO CS-DATE
              COMPUTE CS-TIME = WS-SLOT-HOUR * 100 + WS-SLOT-REM
              MOVE 0 TO CS-HOUSEHOLD-ID
              MOVE 0 TO CS-STUDENT-ID
              MOVE SPACES TO CS-INTERPRETER
              WRITE CONFERENCE-SLOT-RECORD
              ADD 1 TO WS-CONF-SLOT-COUNT
              ADD WS-CONF-MINUTES(WS-CONF-DAY-INDX) TO WS-SLOT-MINUTE
           END-PERFORM.
