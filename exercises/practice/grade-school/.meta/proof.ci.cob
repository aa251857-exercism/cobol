               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.

      *    the record-layout control file: one row per shared dataset
      *    giving its current layout version and record length.  every
      *    program checks the layouts it was compiled with against it
      *    before opening anything, and logs each check to LAYOUTUS.
           SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LU-STATUS.

      *    the report archive: every line of an archived report, and
      *    one index row per run, kept until RETNCTRL says otherwise
      *    so GRADE-SCHOOL-REPRINT can reproduce a report after its
      *    spool is purged.
           SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.

           SELECT ENQUEUE-CONTROL ASSIGN TO "ENQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT MAILING-LABELS ASSIGN TO "MAILLBL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ZIP-CITY-TABLE ASSIGN TO "ZIPCITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZC-STATUS.

           SELECT ZONE-BOUNDARY-FILE ASSIGN TO "ZONEBND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZB-STATUS.

           SELECT LOCKER-MASTER ASSIGN TO "LOCKMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.

           SELECT DIRECTORY-OPTOUT-FILE ASSIGN TO "DIROPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DO-STATUS.

           SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

           SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           05 FR-IEP-FLAG           PIC X.
           05 FR-DOB                PIC 9(8).
           05 FR-SCHOOL-CODE        PIC 99.
      * federal reporting categories -- see WS-GENDER/WS-RACE-ETH.
           05 FR-GENDER             PIC X.
           05 FR-RACE-ETH           PIC X.

       FD  CLASS-ROSTER-RPT.
       01  RPT-LINE                PIC X(80).
           05 SM-BUILDING           PIC 99.
           05 SM-CERT-CODES         PIC X(20).
           05 SM-ACTIVE             PIC X.
      *    trailing column: "Y" puts the row in the substitute
      *    pool GRADE-SCHOOL-SUBCOVER draws on each morning.  Rows
      *    written before the column existed read back blank -- a
      *    regular staff member.
           05 SM-SUB-POOL           PIC X.

      * who may run the update paths: one row per signed-on user
      * with a role code -- R registrar, P principal, C clerk,
              10 CG-COURSE          PIC X(20).
              10 CG-TERM            PIC X(6).
           05 CG-GRADE-POINTS       PIC 9V99.
      * "T" marks credit carried in from another district on an
      * inbound transfer packet -- it counts toward graduation but
      * not class rank.  Blank is a grade earned here.
           05 CG-CREDIT-TYPE        PIC X.
              88 CG-TRANSFER-CREDIT           VALUE "T".

      * daily attendance transaction: one row per student per day,
      * present/absent/tardy.  GRADE-SCHOOL never knew whether a
      *    or "R" is the regular year, "S" is the summer session.
      *    rows written before the column existed read back blank.
           05 CAT-SESSION           PIC X.
      *    trailing columns: the diploma subject area the course
      *    counts toward (ENGL, MATH, SCI, ...) and the credit it
      *    earns when passed -- GRADE-SCHOOL-CREDAUD totals them
      *    against the board's requirements.  Rows written before
      *    the columns existed read back blank and earn no credit
      *    until the office fills them in.
           05 CAT-SUBJECT           PIC X(4).
           05 CAT-CREDITS           PIC 9V99.
      *    trailing column: the certification area a teacher must
      *    hold to teach the course -- one of the four-character codes
      *    in SM-CERT-CODES.  GRADE-SCHOOL-CERTCHK checks every
      *    CRSSECTN teacher against it.  Blank means no particular
      *    certification is required.
           05 CAT-CERT-AREA         PIC X(4).
      *    trailing column: the lab, art or shop fee a student pays
      *    per term for the course -- GRADE-SCHOOL-CRSFEE assesses it
      *    to FEELEDGR from STUSCHED.  Zero or blank means no fee.
           05 CAT-FEE               PIC 9(3)V99.

      * the district letter-grade scale, off the laminated card: one
      * row per letter (plus/minus included in the letter column, so
           05 GS-LETTER             PIC X(2).
           05 GS-POINTS             PIC 9V99.
           05 GS-PASSING            PIC X.
      *    trailing column: the lowest term percentage that earns the
      *    letter, for GRADE-SCHOOL-GRDROLL's gradebook roll-up.  Rows
      *    written before the column existed read back blank and the
      *    roll-up posts points instead of a letter.
           05 GS-MIN-PERCENT        PIC 9(3).

      * which terms are still open for posting.  A term the file does
      * not list is open -- the lock is opt-in per term, so the office
           05 OE-OPERATION          PIC X(8).
           05 OE-STATUS             PIC XX.

      * one row per shared layout: ROSTERF, HSHLDMST, CRSGRADE and
      * ATTNDNCE today.  LC-VERSION goes up by one every time a
      * column is added, and every program's copy of the record goes
      * up with it; LC-EFFECTIVE-DATE is the day the new layout went
      * live.
       FD  LAYOUT-CONTROL.
       01  LAYOUT-CONTROL-RECORD.
           05 LC-DATASET            PIC X(8).
           05 LC-VERSION            PIC 9(3).
           05 LC-LENGTH             PIC 9(5).
           05 LC-EFFECTIVE-DATE     PIC 9(8).

      * one row per layout checked per run: which program, compiled
      * at which version and length, and whether it was CURRENT,
      * a MISMATCH, or NOCTL (no control row for the dataset).
       FD  LAYOUT-USAGE-LOG.
       01  LAYOUT-USAGE-RECORD.
           05 LU-TIMESTAMP          PIC 9(14).
           05 LU-PROGRAM            PIC X(24).
           05 LU-DATASET            PIC X(8).
           05 LU-VERSION            PIC 9(3).
           05 LU-LENGTH             PIC 9(5).
           05 LU-RESULT             PIC X(8).

      * one row per printed line of an archived report.  RA-RUN-STAMP
      * leads so the retention purge dates the row by its first eight
      * bytes like every other log; RA-PAGE and RA-STUDENT-ID say which
      * page and which student the line belongs to (zero on a report
      * heading), which is what lets one student's pages be reprinted.
       FD  REPORT-ARCHIVE.
       01  REPORT-ARCHIVE-RECORD.
           05 RA-RUN-STAMP          PIC 9(14).
           05 RA-REPORT             PIC X(8).
           05 RA-PAGE               PIC 9(5).
           05 RA-STUDENT-ID         PIC 9(9).
           05 RA-LINE               PIC X(132).

      * one row per archived report run: which job and program, which
      * report, and how many pages, students and lines it printed.
       FD  REPORT-INDEX.
       01  REPORT-INDEX-RECORD.
           05 RX-RUN-STAMP          PIC 9(14).
           05 RX-JOB                PIC X(8).
           05 RX-REPORT             PIC X(8).
           05 RX-PROGRAM            PIC X(24).
           05 RX-PAGES              PIC 9(5).
           05 RX-STUDENTS           PIC 9(7).
           05 RX-LINES              PIC 9(7).

      * the shop's enqueue control: one row per shared dataset.  a
      * writer holds the row (NQ-HOLDER, spaces when nobody) for the
      * life of its update, and NQ-UPDATE-STAMP moves every time a
           05 PR-IEP-FLAG           PIC X.
           05 PR-DOB                PIC 9(8).
           05 PR-SCHOOL-CODE        PIC 99.
           05 PR-GENDER             PIC X.
           05 PR-RACE-ETH           PIC X.

      * RESTRICTED -- STUDENT-PRIVACY STATUTE.  The statute requires
      * us to show WHO LOOKED: one record per GET-IEP-STATUS call,
      *    (EN, ES, ...).  Blank reads as English, so nothing mailed
      *    before the field existed changes.
           05 HM-LANGUAGE           PIC XX.
      *    trailing columns: returned mail.  GRADE-SCHOOL-RETMAIL
      *    marks the address bad and counts the returns; a corrected
      *    address clears the mark but keeps the count.  Blank reads
      *    as a good address.
           05 HM-ADDR-STATUS        PIC X.
              88 HM-ADDRESS-OK                VALUE " ".
              88 HM-ADDRESS-BAD               VALUE "B".
           05 HM-RETURN-COUNT       PIC 9(3).
           05 HM-LAST-RETURN-DATE   PIC 9(8).

      * household changes get their own trail, same shape as the
      * roster's: who was added or corrected, and when.
       FD  MAILING-LABELS.
       01  LBL-LINE                 PIC X(80).

      * the district's ZIP/city table: every ZIP the district mails
      * to, with each city name and the state the post office
      * accepts for it (a ZIP may carry more than one city row).
       FD  ZIP-CITY-TABLE.
       01  ZIP-CITY-RECORD.
           05 ZC-ZIP                PIC X(5).
           05 ZC-CITY               PIC X(25).
           05 ZC-STATE              PIC XX.

      * the attendance-zone boundaries, one row per street segment:
      * house numbers ZB-LOW-NUMBER thru ZB-HIGH-NUMBER on ZB-STREET
      * in ZB-ZIP, odd side (O), even side (E) or both (B), belong to
      * building ZB-SCHOOL-CODE.  ZB-STREET is spelled the way the
      * address is keyed after the house number ("N MAIN ST").
       FD  ZONE-BOUNDARY-FILE.
       01  ZONE-BOUNDARY-RECORD.
           05 ZB-STREET             PIC X(30).
           05 ZB-LOW-NUMBER         PIC 9(6).
           05 ZB-HIGH-NUMBER        PIC 9(6).
           05 ZB-PARITY             PIC X.
           05 ZB-ZIP                PIC X(5).
           05 ZB-SCHOOL-CODE        PIC 99.

      * the middle- and high-school lockers, kept by
      * GRADE-SCHOOL-LOCKER: one row per locker with the lock on it
      * and the student holding it (zero = free), plus a partner
      * when two students share.  a withdrawal frees the student's
      * locker here.
       FD  LOCKER-MASTER.
       01  LOCKER-RECORD.
           05 LM-SCHOOL-CODE        PIC 99.
           05 LM-HALL               PIC X(4).
           05 LM-LOCKER-NUMBER      PIC 9(4).
           05 LM-HALL-GRADE         PIC 99.
           05 LM-LOCK-SERIAL        PIC X(10).
           05 LM-COMBINATION        PIC 9(6).
           05 LM-CONDITION          PIC X.
           05 LM-STUDENT-ID         PIC 9(9).
           05 LM-PARTNER-ID         PIC 9(9).
           05 LM-ASSIGN-DATE        PIC 9(8).

      * the family's directory-information opt-out, one row per
      * student, "Y" in each category the family refused: the whole
      * directory (name, photo, grade), the photo vendor, the
      * military-recruiter list, the yearbook.  GRADE-SCHOOL-DIROPT
      * keeps it from the signed forms.
       FD  DIRECTORY-OPTOUT-FILE.
       01  DIRECTORY-OPTOUT-RECORD.
           05 DO-STUDENT-ID         PIC 9(9).
           05 DO-DIRECTORY          PIC X.
           05 DO-PHOTO              PIC X.
           05 DO-RECRUITER          PIC X.
           05 DO-YEARBOOK           PIC X.
           05 DO-SIGNED-DATE        PIC 9(8).
           05 DO-SIGNED-BY          PIC X(30).

      * the "call this family" list: one row for every notice that
      * was not mailed because the household's mail comes back.
      * Shared by every letter job so the office works one list.
       FD  CALL-FAMILY-FILE.
       01  CALL-FAMILY-RECORD.
           05 CF-DATE               PIC 9(8).
           05 CF-SOURCE             PIC X(8).
           05 CF-LETTER-TYPE        PIC X(8).
           05 CF-HOUSEHOLD-ID       PIC 9(9).
           05 CF-STUDENT-ID         PIC 9(9).
           05 CF-GUARDIAN           PIC X(60).
           05 CF-PHONE-1            PIC X(15).
           05 CF-PHONE-2            PIC X(15).
           05 CF-RETURN-COUNT       PIC 9(3).

      * the 2pm legal question, off the paper cards: may THIS person
      * take THIS child?  One row per named adult under the
      * household, ranked for emergency calling order.  PU-AUTH-FLAG
      * the field existed; the age edit leaves those alone rather
      * than rejecting half the school.
       01 WS-DOB                   PIC 9(8) VALUE ZERO.
      * the federal civil-rights collection categories.  Gender is
      * F, M or X (non-binary); race/ethnicity is the federal
      * seven-way rollup -- H Hispanic/Latino of any race, then for
      * non-Hispanic students I American Indian/Alaska Native,
      * A Asian, B Black/African American, P Native Hawaiian/Pacific
      * Islander, W White, T two or more races.  Blank means not yet
      * collected -- a record keyed before the fields existed -- and
      * is never rejected, the same way a zero DOB is not.
       01 WS-GENDER                PIC X VALUE SPACE.
           88 GENDER-CODE-VALID               VALUE " " "F" "M" "X".
       01 WS-RACE-ETH              PIC X VALUE SPACE.
           88 RACE-ETH-CODE-VALID             VALUE " " "H" "I" "A"
                                                    "B" "P" "W" "T".
       01 WS-AGE-CUTOFF            PIC 9(8).
       01 WS-STUDENT-AGE           PIC 9(4) COMP.
       01 WS-MIN-AGE               PIC 99 COMP.
       01 WS-ERR-OPERATION         PIC X(8).
       01 WS-ERR-STATUS            PIC XX.

      * record-layout control.  The versions below are the layouts
      * this program's FDs were written to; a new column means a new
      * version here, in the LAYOUTCT row, and in every program that
      * carries the record.
       01 WS-LC-STATUS             PIC XX.
       01 WS-LU-STATUS             PIC XX.
       01 WS-LAYOUT-SWITCH         PIC X VALUE "N".
           88 LAYOUT-MISMATCH                VALUE "Y".
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

      * report archive.  WS-ARCH-PAGE and WS-ARCH-STUDENT-ID are set
      * by the report as it goes and ride on every archived line.
       01 WS-RA-STATUS             PIC XX.
       01 WS-RX-STATUS             PIC XX.
       01 WS-ARCHIVE-SWITCH        PIC X VALUE "N".
           88 ARCHIVE-OPEN                   VALUE "Y".
           88 ARCHIVE-CLOSED                 VALUE "N".
       01 WS-ARCH-JOB              PIC X(8) VALUE "GRADESCH".
       01 WS-ARCH-REPORT           PIC X(8).
       01 WS-ARCH-RUN-STAMP        PIC 9(14).
       01 WS-ARCH-PAGE             PIC 9(5) COMP.
       01 WS-ARCH-STUDENT-ID       PIC 9(9).
       01 WS-ARCH-LAST-STUDENT     PIC 9(9).
       01 WS-ARCH-STUDENTS         PIC 9(7) COMP.
       01 WS-ARCH-LINES            PIC 9(7) COMP.
       01 WS-ARCH-LINE             PIC X(132).

      * an empty or missing calendar file means no school-day edit,
      * so the school can adopt the calendar at its own pace.
       01 WS-CAL-STATUS            PIC XX.
       01 WS-HM-DO-NOT-MAIL        PIC X VALUE "N".
       01 WS-HM-LANGUAGE           PIC XX VALUE "EN".
       01 WS-HM-AUDIT-ACTION       PIC X(8).
       01 WS-HM-ADDR-STATUS        PIC X VALUE SPACE.
       01 WS-HM-RETURN-COUNT       PIC 9(3) VALUE ZERO.
      * the address edit's answer for ADD-HOUSEHOLD/UPDATE-HOUSEHOLD:
      * WS-HM-ADDR-REASON says why a household was turned away
      * (BADZIP, ZIPUNKN, STATEMIS or CITYMIS).
       01 WS-HM-ADDR-SWITCH        PIC X VALUE "Y".
           88 ADDRESS-ACCEPTED                VALUE "Y".
           88 ADDRESS-REJECTED                VALUE "N".
       01 WS-HM-ADDR-REASON        PIC X(8).
       01 WS-HM-MOVED-SWITCH       PIC X.
           88 HOUSEHOLD-MOVED                 VALUE "Y".
           88 HOUSEHOLD-NOT-MOVED             VALUE "N".
       01 WS-ZC-STATUS             PIC XX.
       01 WS-ZC-COUNT              PIC 9(4) COMP.
       01 WS-ZC-INDX               PIC 9(4) COMP.
      * how far the best ZIP table row matched: not at all, the ZIP
      * only, ZIP and state, or ZIP, state and city.
       01 WS-ZIP-MATCH-SWITCH      PIC X.
           88 ZIP-NOT-ON-TABLE                VALUE "N".
           88 ZIP-ON-TABLE                    VALUE "Z".
           88 ZIP-STATE-MATCHED               VALUE "S".
           88 ZIP-CITY-MATCHED                VALUE "C".
       01 ZIP-CITY-LIST.
           02 ZC-ROW               OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON WS-ZC-COUNT.
              05 ZC-T-ZIP          PIC X(5).
              05 ZC-T-CITY         PIC X(25).
              05 ZC-T-STATE        PIC XX.
      * the zone lookup's answer for ADD-HOUSEHOLD/UPDATE-HOUSEHOLD:
      * WS-HM-RESIDENT-SCHOOL is the building the address is zoned
      * for (zero when no boundary segment holds it), and
      * WS-HM-OUT-OF-ZONE counts the household's students attending
      * some other building.  Neither turns the household away -- the
      * office warns the family and GRADE-SCHOOL-ZONE's yearly sweep
      * weighs each case against its zone exception.
       01 WS-HM-RESIDENT-SCHOOL    PIC 99 VALUE ZERO.
       01 WS-HM-OUT-OF-ZONE        PIC 9(4) COMP VALUE ZERO.
       01 WS-HM-ZONE-SWITCH        PIC X VALUE "N".
           88 RESIDENT-ZONE-FOUND             VALUE "Y".
           88 RESIDENT-ZONE-UNKNOWN           VALUE "N".
       01 WS-ZB-STATUS             PIC XX.
       01 WS-ZB-COUNT              PIC 9(4) COMP.
       01 WS-ZB-INDX               PIC 9(4) COMP.
       01 WS-ZB-POS                PIC 99 COMP.
       01 WS-ZB-LEN                PIC 99 COMP.
       01 WS-ZB-DIGIT              PIC 9.
       01 WS-ZB-HOUSE-NUMBER       PIC 9(6).
       01 WS-ZB-SIDE               PIC 9.
       01 WS-ZB-HALF               PIC 9(6).
       01 WS-ZB-STREET             PIC X(40).
       01 ZONE-BOUNDARY-LIST.
           02 ZB-ROW               OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON WS-ZB-COUNT.
              05 ZB-T-STREET       PIC X(30).
              05 ZB-T-STREET-LEN   PIC 99 COMP.
              05 ZB-T-LOW-NUMBER   PIC 9(6).
              05 ZB-T-HIGH-NUMBER  PIC 9(6).
              05 ZB-T-PARITY       PIC X.
              05 ZB-T-ZIP          PIC X(5).
              05 ZB-T-SCHOOL-CODE  PIC 99.
      * LOCKMAST as read for a withdrawal; only the holder fields
      * are touched, the rest of each row is carried through.
       01 WS-LM-STATUS             PIC XX.
       01 WS-LM-COUNT              PIC 9(4) COMP.
       01 WS-LM-SWITCH             PIC X.
           88 LOCKER-RELEASED                 VALUE "Y".
           88 NO-LOCKER-RELEASED              VALUE "N".
       01 LOCKER-LIST.
           02 LM-ROW               OCCURS 1 TO 9000 TIMES
                                      DEPENDING ON WS-LM-COUNT.
              05 LM-T-LOCKER-DATA  PIC X(29).
              05 LM-T-STUDENT-ID   PIC 9(9).
              05 LM-T-PARTNER-ID   PIC 9(9).
              05 LM-T-ASSIGN-DATE  PIC 9(8).
       01 WS-CF-STATUS             PIC XX.
       01 WS-CF-COUNT              PIC 9(4) COMP.
       01 WS-LBL-COUNT             PIC 9(4) COMP.
       01 WS-LBL-SEEN-SWITCH       PIC X.
           88 HOUSEHOLD-ALREADY-LABELED       VALUE "Y".
           88 HOUSEHOLD-NOT-LABELED           VALUE "N".
      * students whose family opted out of directory information;
      * their household gets no mailing label.
       01 WS-DO-STATUS             PIC XX.
       01 WS-DO-COUNT              PIC 9(4) COMP.
       01 WS-DO-INDX               PIC 9(4) COMP.
       01 WS-OPTOUT-SWITCH         PIC X.
           88 HOUSEHOLD-OPTED-OUT             VALUE "Y".
           88 HOUSEHOLD-NOT-OPTED-OUT         VALUE "N".
       01 DIRECTORY-OPTOUT-TABLE.
           02 DO-ROW               OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON WS-DO-COUNT.
              05 DO-T-STUDENT-ID   PIC 9(9).
       01 WAITLIST-TABLE.
           02 WL-ROW               OCCURS 1 TO 500 TIMES
                                      DEPENDING ON WS-WL-ENTRIES.
                 88 ST-NO-IEP                 VALUE "N".
              05 ST-DOB            PIC 9(8).
              05 ST-SCHOOL-CODE    PIC 99.
              05 ST-GENDER         PIC X.
              05 ST-RACE-ETH       PIC X.

       01 WS-REPORT-COUNT          PIC 9(4) COMP.
       01 GRADE-REPORT.
      * over empty on every run.  INIT-ROSTER now opens ROSTER-FILE
      * (keyed on the student ID) and loads it back into the table.
       INIT-ROSTER.
      *    a program whose record layouts are behind LAYOUTCT would
      *    read or write every row at the wrong offsets -- stop here.
           PERFORM CHECK-RECORD-LAYOUTS.
           IF LAYOUT-MISMATCH
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE STUDENTROSTER.
           MOVE 0 TO ENTRIES.
           SET INDX TO 0.
           PERFORM LOAD-IMMUNIZATION-FILE.
           MOVE 0 TO WS-XM-COUNT.
           PERFORM LOAD-EXEMPTIONS.
           MOVE 0 TO WS-ZC-COUNT.
           PERFORM LOAD-ZIP-TABLE.
           MOVE 0 TO WS-DO-COUNT.
           PERFORM LOAD-DIRECTORY-OPTOUTS.
           MOVE 0 TO WS-ZB-COUNT.
           PERFORM LOAD-ZONE-BOUNDARIES.


      * every grade starts out at the contract default of 24 per
                 MOVE FR-IEP-FLAG TO ST-IEP-FLAG(ENTRIES)
                 MOVE FR-DOB TO ST-DOB(ENTRIES)
                 MOVE FR-SCHOOL-CODE TO ST-SCHOOL-CODE(ENTRIES)
                 MOVE FR-GENDER TO ST-GENDER(ENTRIES)
                 MOVE FR-RACE-ETH TO ST-RACE-ETH(ENTRIES)
              END-IF
           END-PERFORM.
           PERFORM NOTE-ROSTER-LOAD-STAMP.
           MOVE WS-CG-COURSE TO CG-COURSE.
           MOVE WS-CG-TERM TO CG-TERM.
           MOVE WS-CG-GRADE-POINTS TO CG-GRADE-POINTS.
           MOVE SPACE TO CG-CREDIT-TYPE.
      * a second posting for the same student/course/term is refused
      * at the key -- correcting a grade is RECORD-GRADE-CHANGE's
      * job, with an approver on record.
           MOVE "00" TO WS-ATT-FILE-STATUS.
           SORT CALL-ROW ASCENDING CS-GRADE CS-SECTION CS-NAME.
           OPEN OUTPUT CALL-SHEET-RPT.
           MOVE "CALLSHT" TO WS-ARCH-REPORT.
           PERFORM OPEN-REPORT-ARCHIVE.
           MOVE SPACES TO CALL-LINE.
           STRING "ABSENCE CALL SHEET FOR " DELIMITED BY SIZE
               WS-CALL-DATE DELIMITED BY SIZE
               INTO CALL-LINE
           END-STRING.
           PERFORM WRITE-CALL-SHEET-LINE.
           MOVE 0 TO WS-PRIOR-GRADE.
           MOVE 0 TO WS-PRIOR-SECTION.
           SET RPT-FIRST-GRADE-OF-REPORT TO TRUE.
              END-IF
              PERFORM CALL-SHEET-STUDENT-LINE
           END-PERFORM.
           PERFORM CLOSE-REPORT-ARCHIVE.
           CLOSE CALL-SHEET-RPT.


           END-IF.


      * each grade/section group is a page of the archived sheet.
       CALL-SHEET-GROUP-HEADING.
           ADD 1 TO WS-ARCH-PAGE.
           MOVE 0 TO WS-ARCH-STUDENT-ID.
           MOVE SPACES TO CALL-LINE.
           STRING "GRADE " DELIMITED BY SIZE
               CS-GRADE(I) DELIMITED BY SIZE
               FUNCTION TRIM(CS-TEACHER(I)) DELIMITED BY SIZE
               INTO CALL-LINE
           END-STRING.
           PERFORM WRITE-CALL-SHEET-LINE.


      * a partial-day absence says which class was missed, so the
      * office call is "missed period 3", not "absent all day" to a
      * parent who drove the child in that morning.
       CALL-SHEET-STUDENT-LINE.
           MOVE CS-STUDENT-ID(I) TO WS-ARCH-STUDENT-ID.
           MOVE SPACES TO CALL-LINE.
           IF CS-PERIOD(I) > 0
              STRING "    " DELIMITED BY SIZE
                  INTO CALL-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-CALL-SHEET-LINE.


       WRITE-CALL-SHEET-LINE.
           MOVE CALL-LINE TO WS-ARCH-LINE.
           PERFORM ARCHIVE-REPORT-LINE.
           WRITE CALL-LINE.


           IF WS-DOB > 0
              PERFORM CHECK-AGE-ELIGIBILITY
           END-IF.
           IF NOT GENDER-CODE-VALID OR NOT RACE-ETH-CODE-VALID
              SET STUDENT-DATA-INVALID TO TRUE
           END-IF.
           PERFORM CHECK-TEACHER-ON-STAFF.
           IF TEACHER-NOT-ON-STAFF
              SET STUDENT-DATA-INVALID TO TRUE
           MOVE WS-IEP-FLAG TO ST-IEP-FLAG(ENTRIES).
           MOVE WS-DOB TO ST-DOB(ENTRIES).
           MOVE WS-SCHOOL-CODE TO ST-SCHOOL-CODE(ENTRIES).
           MOVE WS-GENDER TO ST-GENDER(ENTRIES).
           MOVE WS-RACE-ETH TO ST-RACE-ETH(ENTRIES).
           MOVE WS-STUDENT-ID TO FR-STUDENT-ID.
           MOVE WS-STUDENTNAME TO FR-NAME.
           MOVE WS-STUDENTGRADE TO FR-GRADE.
           MOVE WS-IEP-FLAG TO FR-IEP-FLAG.
           MOVE WS-DOB TO FR-DOB.
           MOVE WS-SCHOOL-CODE TO FR-SCHOOL-CODE.
           MOVE WS-GENDER TO FR-GENDER.
           MOVE WS-RACE-ETH TO FR-RACE-ETH.
           WRITE ROSTER-RECORD INVALID KEY CONTINUE END-WRITE.
           IF WS-FILE-STATUS = "00"
              MOVE "Y" TO WS-NQ-MARK-UPDATED
              MOVE 0 TO AUD-AFTER-GRADE
              PERFORM WRITE-AUDIT-RECORD
              PERFORM WRITE-EXIT-LOG-RECORD
              PERFORM RELEASE-STUDENT-LOCKER
              IF EXIT-TRANSFERRED
                 PERFORM WRITE-TRANSFER-PACKET
              END-IF

      * registers a new household from the WS-HM fields.  The keyed
      * file is created on first use the same way LOAD-ROSTER-FILE
      * creates ROSTERF.  An accepted address is also looked up on
      * the zone boundaries for WS-HM-RESIDENT-SCHOOL.
       ADD-HOUSEHOLD.
           MOVE "HSHADD" TO WS-AUTH-ACTION.
           PERFORM CHECK-UPDATE-AUTHORITY.
           IF UPDATE-DENIED
              EXIT PARAGRAPH
           END-IF.
           PERFORM EDIT-HOUSEHOLD-ADDRESS.
           IF ADDRESS-REJECTED
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RESIDENT-SCHOOL.
           PERFORM ACQUIRE-HOUSEHOLD-LOCK.
           IF LOCK-REFUSED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
           PERFORM MOVE-HM-FIELDS-TO-RECORD.
           SET HM-ADDRESS-OK TO TRUE.
           MOVE 0 TO HM-RETURN-COUNT.
           MOVE 0 TO HM-LAST-RETURN-DATE.
           WRITE HOUSEHOLD-RECORD INVALID KEY CONTINUE END-WRITE.
           IF WS-HM-STATUS NOT = "00" AND WS-HM-STATUS NOT = "22"
              MOVE "HSHLDMST" TO WS-ERR-FILE


      * corrects a household's guardians, address or phones in place.
      * A changed address must pass the same edit ADD-HOUSEHOLD uses
      * and clears any returned-mail mark -- the family has told us
      * where they live now.  A phone-only correction is never held
      * up by an old address the ZIP table does not like.  The
      * resident school is worked out from whatever address stands.
       UPDATE-HOUSEHOLD.
           MOVE "HSHUPD" TO WS-AUTH-ACTION.
           PERFORM CHECK-UPDATE-AUTHORITY.
           END-IF.
           MOVE WS-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
           READ HOUSEHOLD-MASTER INVALID KEY CONTINUE END-READ.
           SET ADDRESS-ACCEPTED TO TRUE.
           SET HOUSEHOLD-NOT-MOVED TO TRUE.
           IF WS-HM-STATUS = "00"
              IF WS-HM-ADDRESS NOT = HM-ADDRESS
                 OR WS-HM-CITY NOT = HM-CITY
                 OR WS-HM-STATE NOT = HM-STATE
                 OR WS-HM-ZIP NOT = HM-ZIP
                 SET HOUSEHOLD-MOVED TO TRUE
                 PERFORM EDIT-HOUSEHOLD-ADDRESS
              END-IF
           END-IF.
           IF WS-HM-STATUS = "00" AND ADDRESS-ACCEPTED
              PERFORM FIND-RESIDENT-SCHOOL
           END-IF.
           IF WS-HM-STATUS = "00" AND ADDRESS-ACCEPTED
              PERFORM MOVE-HM-FIELDS-TO-RECORD
              IF HOUSEHOLD-MOVED
                 SET HM-ADDRESS-OK TO TRUE
              END-IF
              REWRITE HOUSEHOLD-RECORD INVALID KEY CONTINUE
              END-REWRITE
              IF WS-HM-STATUS NOT = "00"
                 MOVE HM-PHONE-2 TO WS-HM-PHONE-2
                 MOVE HM-DO-NOT-MAIL TO WS-HM-DO-NOT-MAIL
                 MOVE HM-LANGUAGE TO WS-HM-LANGUAGE
                 MOVE HM-ADDR-STATUS TO WS-HM-ADDR-STATUS
                 MOVE 0 TO WS-HM-RETURN-COUNT
                 IF HM-RETURN-COUNT IS NUMERIC
                    MOVE HM-RETURN-COUNT TO WS-HM-RETURN-COUNT
                 END-IF
              END-IF
              CLOSE HOUSEHOLD-MASTER
           END-IF.
      * which households have students (first occurrence wins, the
      * same household-grouping GET-HOUSEHOLD-REPORT reports on) and
      * the master supplies the guardians and address.  Do-not-mail
      * households are skipped, not printed and thrown away, and so
      * are families that opted out of directory information.  A
      * household whose mail comes back gets no label either; it goes
      * on the CALLFAM list instead, so the office phones it.
       PRINT-MAILING-LABELS.
           MOVE 0 TO WS-LBL-COUNT.
           MOVE 0 TO WS-CF-COUNT.
           OPEN INPUT HOUSEHOLD-MASTER.
           IF WS-HM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MAILING-LABELS.
           OPEN EXTEND CALL-FAMILY-FILE.
           IF WS-CF-STATUS = "35"
              OPEN OUTPUT CALL-FAMILY-FILE
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENTRIES
              SET HOUSEHOLD-NOT-LABELED TO TRUE
              PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                    SET HOUSEHOLD-ALREADY-LABELED TO TRUE
                 END-IF
              END-PERFORM
              IF HOUSEHOLD-NOT-LABELED
                 PERFORM CHECK-HOUSEHOLD-OPTOUT
                 IF HOUSEHOLD-OPTED-OUT
                    SET HOUSEHOLD-ALREADY-LABELED TO TRUE
                 END-IF
              END-IF
              IF HOUSEHOLD-NOT-LABELED
                 MOVE ST-HOUSEHOLD-ID(I) TO HM-HOUSEHOLD-ID
                 READ HOUSEHOLD-MASTER INVALID KEY CONTINUE END-READ
                 IF WS-HM-STATUS = "00" AND HM-MAILABLE
                    IF HM-ADDRESS-BAD
                       PERFORM WRITE-CALL-FAMILY
                    ELSE
                       PERFORM PRINT-ONE-LABEL
                    END-IF
                 END-IF
                 MOVE "00" TO WS-HM-STATUS
              END-IF
           END-PERFORM.
           CLOSE CALL-FAMILY-FILE.
           CLOSE MAILING-LABELS.
           CLOSE HOUSEHOLD-MASTER.

           WRITE LBL-LINE.


      * the household in HOUSEHOLD-RECORD (student ST-ROW I) goes on
      * the call list in place of the label it would have had.
       WRITE-CALL-FAMILY.
           ADD 1 TO WS-CF-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
           MOVE "GRADESCH" TO CF-SOURCE.
           MOVE "LABEL" TO CF-LETTER-TYPE.
           MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
           MOVE ST-STUDENT-ID(I) TO CF-STUDENT-ID.
           MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
           MOVE HM-PHONE-1 TO CF-PHONE-1.
           MOVE HM-PHONE-2 TO CF-PHONE-2.
           MOVE 0 TO CF-RETURN-COUNT.
           IF HM-RETURN-COUNT IS NUMERIC
              MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
           END-IF.
           WRITE CALL-FAMILY-RECORD.


      * the ZIP/city table for the household address edit.  With no
      * table on file there is nothing to check against, the same as
      * CHECK-TEACHER-ON-STAFF with no staff master.
       LOAD-ZIP-TABLE.
           OPEN INPUT ZIP-CITY-TABLE.
           IF WS-ZC-STATUS NOT = "00"
              MOVE "10" TO WS-ZC-STATUS
           ELSE
              PERFORM UNTIL WS-ZC-STATUS NOT = "00"
                 READ ZIP-CITY-TABLE
                     AT END MOVE "10" TO WS-ZC-STATUS
                 END-READ
                 IF WS-ZC-STATUS = "00"
                    AND WS-ZC-COUNT < 3000
                    ADD 1 TO WS-ZC-COUNT
                    MOVE ZC-ZIP TO ZC-T-ZIP(WS-ZC-COUNT)
                    MOVE ZC-CITY TO ZC-T-CITY(WS-ZC-COUNT)
                    MOVE ZC-STATE TO ZC-T-STATE(WS-ZC-COUNT)
                 END-IF
              END-PERFORM
              CLOSE ZIP-CITY-TABLE
           END-IF.


      * the zone boundaries for FIND-RESIDENT-SCHOOL.  With no file
      * on hand every address comes back with no resident school,
      * the same as the address edit with no ZIP table.
       LOAD-ZONE-BOUNDARIES.
           OPEN INPUT ZONE-BOUNDARY-FILE.
           IF WS-ZB-STATUS NOT = "00"
              MOVE "10" TO WS-ZB-STATUS
           ELSE
              PERFORM UNTIL WS-ZB-STATUS NOT = "00"
                 READ ZONE-BOUNDARY-FILE
                     AT END MOVE "10" TO WS-ZB-STATUS
                 END-READ
                 IF WS-ZB-STATUS = "00"
                    AND ZB-LOW-NUMBER IS NUMERIC
                    AND ZB-HIGH-NUMBER IS NUMERIC
                    AND ZB-SCHOOL-CODE IS NUMERIC
                    AND ZB-STREET NOT = SPACES
                    AND WS-ZB-COUNT < 5000
                    ADD 1 TO WS-ZB-COUNT
                    MOVE FUNCTION UPPER-CASE(ZB-STREET)
                         TO ZB-T-STREET(WS-ZB-COUNT)
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(ZB-STREET))
                         TO ZB-T-STREET-LEN(WS-ZB-COUNT)
                    MOVE ZB-LOW-NUMBER TO ZB-T-LOW-NUMBER(WS-ZB-COUNT)
                    MOVE ZB-HIGH-NUMBER
                         TO ZB-T-HIGH-NUMBER(WS-ZB-COUNT)
                    MOVE ZB-PARITY TO ZB-T-PARITY(WS-ZB-COUNT)
                    MOVE ZB-ZIP TO ZB-T-ZIP(WS-ZB-COUNT)
                    MOVE ZB-SCHOOL-CODE
                         TO ZB-T-SCHOOL-CODE(WS-ZB-COUNT)
                 END-IF
              END-PERFORM
              CLOSE ZONE-BOUNDARY-FILE
           END-IF.


      * only the directory opt-outs matter here: the photo, recruiter
      * and yearbook categories are GRADE-SCHOOL-DIREXT's business.
      * No file on file means no family has opted out.
       LOAD-DIRECTORY-OPTOUTS.
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
                    MOVE DO-STUDENT-ID TO DO-T-STUDENT-ID(WS-DO-COUNT)
                 END-IF
              END-PERFORM
              CLOSE DIRECTORY-OPTOUT-FILE
           END-IF.


      * a household is left off the labels when the family opted any
      * of its students out of directory information -- the address
      * is the family's, not one child's.
       CHECK-HOUSEHOLD-OPTOUT.
           SET HOUSEHOLD-NOT-OPTED-OUT TO TRUE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ENTRIES
              IF ST-HOUSEHOLD-ID(J) = ST-HOUSEHOLD-ID(I)
                 PERFORM VARYING WS-DO-INDX FROM 1 BY 1
                          UNTIL WS-DO-INDX > WS-DO-COUNT
                    IF DO-T-STUDENT-ID(WS-DO-INDX) = ST-STUDENT-ID(J)
                       SET HOUSEHOLD-OPTED-OUT TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.


      * WS-HM-ZIP must be five digits (ZIP+4 written 12345-6789 is
      * fine), on the district table, with WS-HM-STATE the state the
      * table gives that ZIP and WS-HM-CITY one of its city names.
      * A blank city or state is a miss, not a pass.
       EDIT-HOUSEHOLD-ADDRESS.
           SET ADDRESS-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-HM-ADDR-REASON.
           IF WS-ZC-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-HM-ZIP(1:5) IS NOT NUMERIC
              OR (WS-HM-ZIP(6:5) NOT = SPACES
                  AND (WS-HM-ZIP(6:1) NOT = "-"
                       OR WS-HM-ZIP(7:4) IS NOT NUMERIC))
              SET ADDRESS-REJECTED TO TRUE
              MOVE "BADZIP" TO WS-HM-ADDR-REASON
              EXIT PARAGRAPH
           END-IF.
           SET ZIP-NOT-ON-TABLE TO TRUE.
           PERFORM VARYING WS-ZC-INDX FROM 1 BY 1
                    UNTIL WS-ZC-INDX > WS-ZC-COUNT
                       OR ZIP-CITY-MATCHED
              IF ZC-T-ZIP(WS-ZC-INDX) = WS-HM-ZIP(1:5)
                 IF ZC-T-STATE(WS-ZC-INDX) NOT = WS-HM-STATE
                    IF ZIP-NOT-ON-TABLE
                       SET ZIP-ON-TABLE TO TRUE
                    END-IF
                 ELSE
                    IF ZC-T-CITY(WS-ZC-INDX) = WS-HM-CITY
                       SET ZIP-CITY-MATCHED TO TRUE
                    ELSE
                       SET ZIP-STATE-MATCHED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ZIP-CITY-MATCHED
                   CONTINUE
               WHEN ZIP-NOT-ON-TABLE
                   SET ADDRESS-REJECTED TO TRUE
                   MOVE "ZIPUNKN" TO WS-HM-ADDR-REASON
               WHEN ZIP-ON-TABLE
                   SET ADDRESS-REJECTED TO TRUE
                   MOVE "STATEMIS" TO WS-HM-ADDR-REASON
               WHEN OTHER
                   SET ADDRESS-REJECTED TO TRUE
                   MOVE "CITYMIS" TO WS-HM-ADDR-REASON
           END-EVALUATE.


      * WS-HM-ADDRESS is a house number, a space, then the street as
      * the boundary file spells it; anything after the street (an
      * apartment, a unit) is ignored.  The segment must also be on
      * the right side of the street and in WS-HM-ZIP.  A household
      * with no number in front ("PO BOX 12", "12B ELM") has no
      * resident school.  GRADE-SCHOOL-ZONE's sweep works the same
      * way.
       FIND-RESIDENT-SCHOOL.
           SET RESIDENT-ZONE-UNKNOWN TO TRUE.
           MOVE 0 TO WS-HM-RESIDENT-SCHOOL.
           MOVE 0 TO WS-HM-OUT-OF-ZONE.
           MOVE 0 TO WS-ZB-HOUSE-NUMBER.
           PERFORM VARYING WS-ZB-POS FROM 1 BY 1
                    UNTIL WS-ZB-POS > 6
                       OR WS-HM-ADDRESS(WS-ZB-POS:1) IS NOT NUMERIC
              MOVE WS-HM-ADDRESS(WS-ZB-POS:1) TO WS-ZB-DIGIT
              COMPUTE WS-ZB-HOUSE-NUMBER =
                      WS-ZB-HOUSE-NUMBER * 10 + WS-ZB-DIGIT
           END-PERFORM.
           IF WS-ZB-POS = 1 OR WS-ZB-POS > 6
              OR WS-HM-ADDRESS(WS-ZB-POS:1) NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                WS-HM-ADDRESS(WS-ZB-POS:) LEADING)) TO WS-ZB-STREET.
           DIVIDE WS-ZB-HOUSE-NUMBER BY 2 GIVING WS-ZB-HALF
                  REMAINDER WS-ZB-SIDE.
           PERFORM VARYING WS-ZB-INDX FROM 1 BY 1
                    UNTIL WS-ZB-INDX > WS-ZB-COUNT
                       OR RESIDENT-ZONE-FOUND
              MOVE ZB-T-STREET-LEN(WS-ZB-INDX) TO WS-ZB-LEN
              IF ZB-T-ZIP(WS-ZB-INDX) = WS-HM-ZIP(1:5)
                 AND WS-ZB-HOUSE-NUMBER >= ZB-T-LOW-NUMBER(WS-ZB-INDX)
                 AND WS-ZB-HOUSE-NUMBER <= ZB-T-HIGH-NUMBER(WS-ZB-INDX)
                 AND WS-ZB-STREET(1:WS-ZB-LEN)
                     = ZB-T-STREET(WS-ZB-INDX)(1:WS-ZB-LEN)
                 AND WS-ZB-STREET(WS-ZB-LEN + 1:1) = SPACE
                 AND (ZB-T-PARITY(WS-ZB-INDX) = "B"
                      OR (ZB-T-PARITY(WS-ZB-INDX) = "O"
                          AND WS-ZB-SIDE = 1)
                      OR (ZB-T-PARITY(WS-ZB-INDX) = "E"
                          AND WS-ZB-SIDE = 0))
                 SET RESIDENT-ZONE-FOUND TO TRUE
                 MOVE ZB-T-SCHOOL-CODE(WS-ZB-INDX)
                      TO WS-HM-RESIDENT-SCHOOL
              END-IF
           END-PERFORM.
           IF RESIDENT-ZONE-FOUND
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > ENTRIES
                 IF ST-HOUSEHOLD-ID(J) = WS-HOUSEHOLD-ID
                    AND ST-SCHOOL-CODE(J) NOT = WS-HM-RESIDENT-SCHOOL
                    ADD 1 TO WS-HM-OUT-OF-ZONE
                 END-IF
              END-PERFORM
           END-IF.


      * registers one authorized-pickup or emergency contact under
      * WS-HOUSEHOLD-ID.  The household must exist on the master --
      * a contact under a mistyped household would answer the desk's
           CLOSE EXIT-LOG-FILE.


      * a withdrawn student gives up their locker the same day, so
      * the custodian is not cutting locks on a locker nobody holds.
      * on a shared locker the partner keeps it.  LOCKMAST is read
      * whole and written back only when a row changed.
       RELEASE-STUDENT-LOCKER.
           SET NO-LOCKER-RELEASED TO TRUE.
           MOVE 0 TO WS-LM-COUNT.
           OPEN INPUT LOCKER-MASTER.
           IF WS-LM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LM-STATUS NOT = "00"
              READ LOCKER-MASTER
                  AT END MOVE "10" TO WS-LM-STATUS
              END-READ
              IF WS-LM-STATUS = "00"
                 AND WS-LM-COUNT < 9000
                 ADD 1 TO WS-LM-COUNT
                 MOVE LOCKER-RECORD(1:29)
                     TO LM-T-LOCKER-DATA(WS-LM-COUNT)
                 MOVE LM-STUDENT-ID TO LM-T-STUDENT-ID(WS-LM-COUNT)
                 MOVE LM-PARTNER-ID TO LM-T-PARTNER-ID(WS-LM-COUNT)
                 MOVE LM-ASSIGN-DATE
                     TO LM-T-ASSIGN-DATE(WS-LM-COUNT)
              END-IF
           END-PERFORM.
           CLOSE LOCKER-MASTER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LM-COUNT
              IF LM-T-PARTNER-ID(I) = WS-STUDENT-ID
                 MOVE 0 TO LM-T-PARTNER-ID(I)
                 SET LOCKER-RELEASED TO TRUE
              END-IF
              IF LM-T-STUDENT-ID(I) = WS-STUDENT-ID
                 MOVE LM-T-PARTNER-ID(I) TO LM-T-STUDENT-ID(I)
                 MOVE 0 TO LM-T-PARTNER-ID(I)
                 IF LM-T-STUDENT-ID(I) = 0
                    MOVE 0 TO LM-T-ASSIGN-DATE(I)
                 END-IF
                 SET LOCKER-RELEASED TO TRUE
              END-IF
           END-PERFORM.
           IF NO-LOCKER-RELEASED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOCKER-MASTER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LM-COUNT
              MOVE LM-T-LOCKER-DATA(I) TO LOCKER-RECORD(1:29)
              MOVE LM-T-STUDENT-ID(I) TO LM-STUDENT-ID
              MOVE LM-T-PARTNER-ID(I) TO LM-PARTNER-ID
              MOVE LM-T-ASSIGN-DATE(I) TO LM-ASSIGN-DATE
              WRITE LOCKER-RECORD
           END-PERFORM.
           CLOSE LOCKER-MASTER.


      * a transfer-type exit sends the receiving district everything
      * we hold: the roster fields as an "S" record and every course
      * grade as "C" records, in a fixed layout their load job can
              MOVE ST-IEP-FLAG(J) TO ST-IEP-FLAG(I)
              MOVE ST-DOB(J) TO ST-DOB(I)
              MOVE ST-SCHOOL-CODE(J) TO ST-SCHOOL-CODE(I)
              MOVE ST-GENDER(J) TO ST-GENDER(I)
              MOVE ST-RACE-ETH(J) TO ST-RACE-ETH(I)
           END-PERFORM.
           SUBTRACT 1 FROM ENTRIES.

              MOVE WS-IEP-FLAG TO PR-IEP-FLAG
              MOVE WS-DOB TO PR-DOB
              MOVE WS-SCHOOL-CODE TO PR-SCHOOL-CODE
              MOVE WS-GENDER TO PR-GENDER
              MOVE WS-RACE-ETH TO PR-RACE-ETH
              WRITE PREREG-RECORD
              CLOSE PREREG-FILE
           END-IF.
           IF UPDATE-DENIED
              EXIT PARAGRAPH
           END-IF.
           IF NOT GENDER-CODE-VALID OR NOT RACE-ETH-CODE-VALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TEACHER-ON-STAFF.
           IF TEACHER-NOT-ON-STAFF
              EXIT PARAGRAPH
              MOVE WS-IEP-FLAG TO ST-IEP-FLAG(WS-FOUND-INDX)
              MOVE WS-DOB TO ST-DOB(WS-FOUND-INDX)
              MOVE WS-SCHOOL-CODE TO ST-SCHOOL-CODE(WS-FOUND-INDX)
              MOVE WS-GENDER TO ST-GENDER(WS-FOUND-INDX)
              MOVE WS-RACE-ETH TO ST-RACE-ETH(WS-FOUND-INDX)
              SORT ROSTER ASCENDING ST-GRADE ST-NAME
              MOVE WS-STUDENT-ID TO FR-STUDENT-ID
              MOVE WS-STUDENTNAME TO FR-NAME
              MOVE WS-IEP-FLAG TO FR-IEP-FLAG
              MOVE WS-DOB TO FR-DOB
              MOVE WS-SCHOOL-CODE TO FR-SCHOOL-CODE
              MOVE WS-GENDER TO FR-GENDER
              MOVE WS-RACE-ETH TO FR-RACE-ETH
              REWRITE ROSTER-RECORD INVALID KEY CONTINUE END-REWRITE
              IF WS-FILE-STATUS = "00"
                 MOVE "Y" TO WS-NQ-MARK-UPDATED
           CLOSE OPS-ERROR-LOG.


      * CHECK-RECORD-LAYOUTS compares each shared record this program
      * carries against its LAYOUTCT row before any file is opened.
      * A version or length that does not match ends the run RC=16
      * with an OPSERRLG entry; every check, match or not, goes to
      * LAYOUTUS so the layout-version report can say which program
      * was last run at which version.  The batch programs carry the
      * same paragraphs as 9800/9810/9820.
       CHECK-RECORD-LAYOUTS.
           PERFORM LOAD-LAYOUT-CONTROL.
           OPEN EXTEND LAYOUT-USAGE-LOG.
           IF WS-LU-STATUS = "35"
              OPEN OUTPUT LAYOUT-USAGE-LOG
           END-IF.
           MOVE "ROSTERF" TO WS-LK-DATASET.
           MOVE 3 TO WS-LK-VERSION.
           MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
           PERFORM CHECK-ONE-LAYOUT.
           MOVE "HSHLDMST" TO WS-LK-DATASET.
           MOVE 3 TO WS-LK-VERSION.
           MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
           PERFORM CHECK-ONE-LAYOUT.
           MOVE "CRSGRADE" TO WS-LK-DATASET.
           MOVE 2 TO WS-LK-VERSION.
           MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
           PERFORM CHECK-ONE-LAYOUT.
           MOVE "ATTNDNCE" TO WS-LK-DATASET.
           MOVE 2 TO WS-LK-VERSION.
           MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
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
           MOVE "GRADE-SCHOOL" TO LU-PROGRAM.
           MOVE WS-LK-DATASET TO LU-DATASET.
           MOVE WS-LK-VERSION TO LU-VERSION.
           MOVE WS-LK-LENGTH TO LU-LENGTH.
           MOVE WS-LK-RESULT TO LU-RESULT.
           WRITE LAYOUT-USAGE-RECORD.
           IF WS-LK-RESULT = "MISMATCH"
              SET LAYOUT-MISMATCH TO TRUE
              DISPLAY "GRADE-SCHOOL HALTED: " WS-LK-DATASET
                  " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
                  " DOES NOT MATCH LAYOUTCT"
              MOVE WS-LK-DATASET TO WS-ERR-FILE
              MOVE "LAYOUT" TO WS-ERR-OPERATION
              MOVE "16" TO WS-ERR-STATUS
              PERFORM LOG-FILE-ERROR
           END-IF.


      * OPEN-REPORT-ARCHIVE, ARCHIVE-REPORT-LINE and
      * CLOSE-REPORT-ARCHIVE keep a copy of an archived report: every
      * line the report prints goes to RPTARCH as well, tagged with
      * the run, page and student, and the run is indexed on RPTINDEX
      * at close.  GRADE-SCHOOL-REPRINT reads them back.  An archive
      * that will not open does not stop the report -- the parent
      * still needs the call -- but it goes to OPSERRLG and the run
      * ends RC=4.  The batch report jobs carry the same paragraphs
      * as 9700/9710/9720.
       OPEN-REPORT-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCH-RUN-STAMP.
           MOVE 0 TO WS-ARCH-PAGE.
           MOVE 0 TO WS-ARCH-STUDENT-ID.
           MOVE 0 TO WS-ARCH-LAST-STUDENT.
           MOVE 0 TO WS-ARCH-STUDENTS.
           MOVE 0 TO WS-ARCH-LINES.
           SET ARCHIVE-CLOSED TO TRUE.
           OPEN EXTEND REPORT-ARCHIVE.
           IF WS-RA-STATUS = "35"
              OPEN OUTPUT REPORT-ARCHIVE
           END-IF.
           IF WS-RA-STATUS = "00"
              SET ARCHIVE-OPEN TO TRUE
           ELSE
              DISPLAY "GRADE-SCHOOL RPTARCH STATUS " WS-RA-STATUS
                  " -- " WS-ARCH-REPORT " NOT ARCHIVED"
              MOVE 4 TO RETURN-CODE
              MOVE "RPTARCH" TO WS-ERR-FILE
              MOVE "ARCHIVE" TO WS-ERR-OPERATION
              MOVE WS-RA-STATUS TO WS-ERR-STATUS
              PERFORM LOG-FILE-ERROR
           END-IF.


      * a student is counted once however many lines they run to.
       ARCHIVE-REPORT-LINE.
           IF ARCHIVE-OPEN
              MOVE WS-ARCH-RUN-STAMP TO RA-RUN-STAMP
              MOVE WS-ARCH-REPORT TO RA-REPORT
              MOVE WS-ARCH-PAGE TO RA-PAGE
              MOVE WS-ARCH-STUDENT-ID TO RA-STUDENT-ID
              MOVE WS-ARCH-LINE TO RA-LINE
              WRITE REPORT-ARCHIVE-RECORD
              ADD 1 TO WS-ARCH-LINES
              IF WS-ARCH-STUDENT-ID NOT = 0
                 AND WS-ARCH-STUDENT-ID NOT = WS-ARCH-LAST-STUDENT
                 ADD 1 TO WS-ARCH-STUDENTS
                 MOVE WS-ARCH-STUDENT-ID TO WS-ARCH-LAST-STUDENT
              END-IF
           END-IF.


       CLOSE-REPORT-ARCHIVE.
           IF ARCHIVE-OPEN
              CLOSE REPORT-ARCHIVE
              SET ARCHIVE-CLOSED TO TRUE
              OPEN EXTEND REPORT-INDEX
              IF WS-RX-STATUS = "35"
                 OPEN OUTPUT REPORT-INDEX
              END-IF
              MOVE WS-ARCH-RUN-STAMP TO RX-RUN-STAMP
              MOVE WS-ARCH-JOB TO RX-JOB
              MOVE WS-ARCH-REPORT TO RX-REPORT
              MOVE "GRADE-SCHOOL" TO RX-PROGRAM
              MOVE WS-ARCH-PAGE TO RX-PAGES
              MOVE WS-ARCH-STUDENTS TO RX-STUDENTS
              MOVE WS-ARCH-LINES TO RX-LINES
              WRITE REPORT-INDEX-RECORD
              CLOSE REPORT-INDEX
           END-IF.


      * every ADD-STUDENT/WITHDRAW-STUDENT/UPDATE-STUDENT call drops
      * a dated before/after record here, so "prove student X was
      * added on this date" is an AUDIT-FILE read, not a shrug.
