000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-CERTCHK.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  TEACHER CERTIFICATION CHECK -- THE OCTOBER
001100*                 REPORT HR AND THE STATE ASK FOR, BUILT BY HAND
001200*                 FROM THE MASTER SCHEDULE PRINTOUT UNTIL NOW.
001300*                 EVERY CRSSECTN SECTION'S TEACHER IS MATCHED BY
001400*                 NAME AGAINST STAFFMST THE WAY GRADE-SCHOOL'S
001500*                 CHECK-TEACHER-ON-STAFF DOES, AND THE COURSE'S
001600*                 CRSCATLG CERTIFICATION AREA AGAINST THE FIVE
001700*                 CODES IN SM-CERT-CODES.  LISTS SECTIONS TAUGHT
001800*                 WITHOUT THE CERTIFICATION, SECTIONS WHOSE
001900*                 TEACHER IS NOT ACTIVE ON STAFFMST, AND ACTIVE
002000*                 CERTIFIED STAFF WITH NO SECTIONS.
002020* 2026-10-15 KAP  POOL SUBSTITUTES ON STAFFMST ARE NOT LISTED AS
002040*                 CERTIFIED STAFF WITH NO SECTIONS.
002060* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE NOW; SAME ROWS,
002080*                 THE NEW COLUMN IS UNUSED HERE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT COURSE-CATALOG ASSIGN TO "CRSCATLG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CAT-STATUS.
003100
003200     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SEC-STATUS.
003500
003600     SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SM-STATUS.
003900
004000     SELECT CERT-REPORT ASSIGN TO "CERTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  COURSE-CATALOG.
004600*----------------------------------------------------------------
004700* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD.  ONLY THE
004800* CODE, TITLE AND THE TRAILING CERTIFICATION AREA MATTER HERE.
004900*----------------------------------------------------------------
005000 01  CATALOG-RECORD.
005100     05 CAT-COURSE-CODE       PIC X(20).
005200     05 CAT-TITLE             PIC X(40).
005300     05 CAT-MIN-GRADE         PIC 9(02).
005400     05 CAT-MAX-GRADE         PIC 9(02).
005500     05 CAT-WEIGHT            PIC 9V99.
005600     05 CAT-SESSION           PIC X(01).
005700     05 CAT-SUBJECT           PIC X(04).
005800     05 CAT-CREDITS           PIC 9V99.
005900     05 CAT-CERT-AREA         PIC X(04).
005950     05 CAT-FEE               PIC 9(03)V99.
006000
006100 FD  SECTION-MASTER.
006200*----------------------------------------------------------------
006300* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
006400*----------------------------------------------------------------
006500 01  SECTION-RECORD.
006600     05 SEC-COURSE-CODE       PIC X(20).
006700     05 SEC-PERIOD            PIC 9(01).
006800     05 SEC-ROOM              PIC X(05).
006900     05 SEC-TEACHER           PIC X(30).
007000     05 SEC-SEAT-CAP          PIC 9(02).
007100
007200 FD  STAFF-MASTER.
007300*----------------------------------------------------------------
007400* LAYOUT MUST MATCH GRADE-SCHOOL'S STAFF-MASTER-RECORD.  THE
007500* CERTIFICATION CODES ARE FIVE FOUR-CHARACTER AREAS, LEFT-
007600* JUSTIFIED, UNUSED ONES BLANK.
007700*----------------------------------------------------------------
007800 01  STAFF-MASTER-RECORD.
007900     05 SM-STAFF-ID           PIC 9(05).
008000     05 SM-NAME               PIC X(30).
008100     05 SM-BUILDING           PIC 9(02).
008200     05 SM-CERT-CODES         PIC X(20).
008300     05 SM-CERT-TABLE REDEFINES SM-CERT-CODES.
008400        10 SM-CERT-AREA       PIC X(04) OCCURS 5 TIMES.
008500     05 SM-ACTIVE             PIC X(01).
008550     05 SM-SUB-POOL           PIC X(01).
008600
008700 FD  CERT-REPORT.
008800 01  RPT-LINE                 PIC X(110).
008900
009000 WORKING-STORAGE SECTION.
009100 01 WS-CAT-STATUS              PIC XX.
009200 01 WS-SEC-STATUS              PIC XX.
009300 01 WS-SM-STATUS               PIC XX.
009400 01 WS-TODAY                   PIC 9(08).
009500 01 WS-CAT-FOUND               PIC 9(05) COMP.
009600 01 WS-STAFF-FOUND             PIC 9(05) COMP.
009700 01 WS-CERT-SWITCH             PIC X(01).
009800     88 TEACHER-CERTIFIED               VALUE "Y".
009900     88 TEACHER-NOT-CERTIFIED           VALUE "N".
010000 01 WS-SECTIONS-CHECKED        PIC 9(05) COMP VALUE ZERO.
010100 01 WS-UNCERTIFIED-COUNT       PIC 9(05) COMP VALUE ZERO.
010200 01 WS-INACTIVE-COUNT          PIC 9(05) COMP VALUE ZERO.
010300 01 WS-IDLE-COUNT              PIC 9(05) COMP VALUE ZERO.
010400 01 WS-NO-CATALOG-COUNT        PIC 9(05) COMP VALUE ZERO.
010500 01 WS-ED-COUNT                PIC ZZZZ9.
010600 01 WS-ED-DATE                 PIC 9999/99/99.
010700 01 I                          PIC 9(05) COMP.
010800 01 J                          PIC 9(05) COMP.
010900
011000 01 WS-CAT-COUNT               PIC 9(05) COMP VALUE ZERO.
011100 01 CATALOG-TABLE.
011200     02 CT-ROW                OCCURS 1 TO 2000 TIMES
011300                                 DEPENDING ON WS-CAT-COUNT.
011400        05 CT-COURSE-CODE     PIC X(20).
011500        05 CT-TITLE           PIC X(40).
011600        05 CT-CERT-AREA       PIC X(04).
011700
011800 01 WS-STAFF-COUNT             PIC 9(05) COMP VALUE ZERO.
011900 01 STAFF-TABLE.
012000     02 ST-ROW                OCCURS 1 TO 3000 TIMES
012100                                 DEPENDING ON WS-STAFF-COUNT.
012200        05 ST-NAME            PIC X(30).
012300        05 ST-STAFF-ID        PIC 9(05).
012400        05 ST-BUILDING        PIC 9(02).
012500        05 ST-CERT-CODES      PIC X(20).
012600        05 ST-CERT-TABLE REDEFINES ST-CERT-CODES.
012700           10 ST-CERT-AREA    PIC X(04) OCCURS 5 TIMES.
012800        05 ST-ACTIVE          PIC X(01).
012850        05 ST-SUB-POOL        PIC X(01).
012900        05 ST-SECTION-COUNT   PIC 9(03) COMP.
013000
013100* ONE ROW PER SECTION, SORTED BY TEACHER SO EACH LIST READS
013200* THE WAY HR WORKS IT -- ONE PERSON AT A TIME.
013300 01 WS-SECT-COUNT              PIC 9(05) COMP VALUE ZERO.
013400 01 SECTION-TABLE.
013500     02 SX-ROW                OCCURS 1 TO 5000 TIMES
013600                                 DEPENDING ON WS-SECT-COUNT.
013700        05 SX-TEACHER         PIC X(30).
013800        05 SX-COURSE-CODE     PIC X(20).
013900        05 SX-PERIOD          PIC 9(01).
014000        05 SX-ROOM            PIC X(05).
014100
014200 PROCEDURE DIVISION.
014300
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE
014600     PERFORM 2000-LOAD-CATALOG
014700     PERFORM 2100-LOAD-STAFF
014800     PERFORM 2200-LOAD-SECTIONS
014900     PERFORM 3000-CHECK-SECTIONS
015000     PERFORM 4000-LIST-IDLE-STAFF
015100     PERFORM 5000-TERMINATE
015200     GOBACK.
015300
015400 1000-INITIALIZE.
015500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
015600     MOVE WS-TODAY TO WS-ED-DATE.
015700     OPEN OUTPUT CERT-REPORT.
015800     MOVE SPACES TO RPT-LINE.
015900     STRING "TEACHER CERTIFICATION CHECK -- AS OF "
016000         DELIMITED BY SIZE
016100         WS-ED-DATE DELIMITED BY SIZE
016200         INTO RPT-LINE
016300     END-STRING.
016400     WRITE RPT-LINE.
016500
016600 2000-LOAD-CATALOG.
016700     OPEN INPUT COURSE-CATALOG.
016800     IF WS-CAT-STATUS NOT = "00"
016900        MOVE "10" TO WS-CAT-STATUS
017000        EXIT PARAGRAPH
017100     END-IF.
017200     PERFORM UNTIL WS-CAT-STATUS NOT = "00"
017300        READ COURSE-CATALOG
017400            AT END MOVE "10" TO WS-CAT-STATUS
017500        END-READ
017600        IF WS-CAT-STATUS = "00"
017700           AND WS-CAT-COUNT < 2000
017800           ADD 1 TO WS-CAT-COUNT
017900           MOVE CAT-COURSE-CODE TO CT-COURSE-CODE(WS-CAT-COUNT)
018000           MOVE CAT-TITLE TO CT-TITLE(WS-CAT-COUNT)
018100           MOVE CAT-CERT-AREA TO CT-CERT-AREA(WS-CAT-COUNT)
018200        END-IF
018300     END-PERFORM.
018400     CLOSE COURSE-CATALOG.
018500
018600 2100-LOAD-STAFF.
018700     OPEN INPUT STAFF-MASTER.
018800     IF WS-SM-STATUS NOT = "00"
018900        MOVE "10" TO WS-SM-STATUS
019000        EXIT PARAGRAPH
019100     END-IF.
019200     PERFORM UNTIL WS-SM-STATUS NOT = "00"
019300        READ STAFF-MASTER
019400            AT END MOVE "10" TO WS-SM-STATUS
019500        END-READ
019600        IF WS-SM-STATUS = "00"
019700           AND WS-STAFF-COUNT < 3000
019800           ADD 1 TO WS-STAFF-COUNT
019900           MOVE SM-NAME TO ST-NAME(WS-STAFF-COUNT)
020000           MOVE SM-STAFF-ID TO ST-STAFF-ID(WS-STAFF-COUNT)
020100           MOVE SM-BUILDING TO ST-BUILDING(WS-STAFF-COUNT)
020200           MOVE SM-CERT-CODES TO ST-CERT-CODES(WS-STAFF-COUNT)
020300           MOVE SM-ACTIVE TO ST-ACTIVE(WS-STAFF-COUNT)
020350           MOVE SM-SUB-POOL TO ST-SUB-POOL(WS-STAFF-COUNT)
020400           MOVE 0 TO ST-SECTION-COUNT(WS-STAFF-COUNT)
020500        END-IF
020600     END-PERFORM.
020700     CLOSE STAFF-MASTER.
020800     IF WS-STAFF-COUNT > 1
020900        SORT ST-ROW ASCENDING ST-NAME ST-STAFF-ID
021000     END-IF.
021100
021200 2200-LOAD-SECTIONS.
021300     OPEN INPUT SECTION-MASTER.
021400     IF WS-SEC-STATUS NOT = "00"
021500        MOVE "10" TO WS-SEC-STATUS
021600        EXIT PARAGRAPH
021700     END-IF.
021800     PERFORM UNTIL WS-SEC-STATUS NOT = "00"
021900        READ SECTION-MASTER
022000            AT END MOVE "10" TO WS-SEC-STATUS
022100        END-READ
022200        IF WS-SEC-STATUS = "00"
022300           AND WS-SECT-COUNT < 5000
022400           ADD 1 TO WS-SECT-COUNT
022500           MOVE SEC-TEACHER TO SX-TEACHER(WS-SECT-COUNT)
022600           MOVE SEC-COURSE-CODE TO SX-COURSE-CODE(WS-SECT-COUNT)
022700           MOVE SEC-PERIOD TO SX-PERIOD(WS-SECT-COUNT)
022800           MOVE SEC-ROOM TO SX-ROOM(WS-SECT-COUNT)
022900        END-IF
023000     END-PERFORM.
023100     CLOSE SECTION-MASTER.
023200     IF WS-SECT-COUNT > 1
023300        SORT SX-ROW ASCENDING SX-TEACHER SX-PERIOD SX-COURSE-CODE
023400     END-IF.
023500
023600*----------------------------------------------------------------
023700* TWO PASSES OVER THE SORTED SECTIONS SO EACH LIST PRINTS WHOLE:
023800* FIRST THE TEACHERS NOT ACTIVE ON STAFFMST, THEN THE ACTIVE ONES
023900* WITHOUT THE COURSE'S CERTIFICATION.  A COURSE WITH NO
024000* CERTIFICATION AREA ON CRSCATLG NEEDS NONE.  A COURSE NOT ON
024100* CRSCATLG AT ALL IS LISTED WITH THE UNCERTIFIED SECTIONS --
024200* NO ONE CAN SAY WHAT IT REQUIRES UNTIL THE OFFICE CATALOGS IT.
024300*----------------------------------------------------------------
024400 3000-CHECK-SECTIONS.
024500     MOVE SPACES TO RPT-LINE.
024600     WRITE RPT-LINE.
024700     MOVE "SECTIONS WHOSE TEACHER IS NOT ACTIVE ON STAFFMST"
024800         TO RPT-LINE.
024900     WRITE RPT-LINE.
025000     PERFORM 3900-SECTION-HEADINGS.
025100     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SECT-COUNT
025200        ADD 1 TO WS-SECTIONS-CHECKED
025300        PERFORM 3500-FIND-STAFF
025400        IF WS-STAFF-FOUND = 0
025500           ADD 1 TO WS-INACTIVE-COUNT
025600           PERFORM 3800-SECTION-LINE
025700           MOVE "NOT ON STAFFMST" TO RPT-LINE(79:)
025800           WRITE RPT-LINE
025900        ELSE
026000           ADD 1 TO ST-SECTION-COUNT(WS-STAFF-FOUND)
026100           IF ST-ACTIVE(WS-STAFF-FOUND) NOT = "Y"
026200              ADD 1 TO WS-INACTIVE-COUNT
026300              PERFORM 3800-SECTION-LINE
026400              MOVE "INACTIVE" TO RPT-LINE(79:)
026500              WRITE RPT-LINE
026600           END-IF
026700        END-IF
026800     END-PERFORM.
026900     IF WS-INACTIVE-COUNT = 0
027000        MOVE "  (NONE)" TO RPT-LINE
027100        WRITE RPT-LINE
027200     END-IF.
027300     MOVE SPACES TO RPT-LINE.
027400     WRITE RPT-LINE.
027500     MOVE "SECTIONS TAUGHT WITHOUT THE COURSE CERTIFICATION"
027600         TO RPT-LINE.
027700     WRITE RPT-LINE.
027800     PERFORM 3900-SECTION-HEADINGS.
027900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SECT-COUNT
028000        PERFORM 3500-FIND-STAFF
028100        IF WS-STAFF-FOUND > 0
028200           IF ST-ACTIVE(WS-STAFF-FOUND) = "Y"
028300              PERFORM 3100-CHECK-ONE-CERT
028400           END-IF
028500        END-IF
028600     END-PERFORM.
028700     IF WS-UNCERTIFIED-COUNT = 0
028800        MOVE "  (NONE)" TO RPT-LINE
028900        WRITE RPT-LINE
029000     END-IF.
029100
029200 3100-CHECK-ONE-CERT.
029300     PERFORM 3600-FIND-COURSE.
029400     IF WS-CAT-FOUND = 0
029500        ADD 1 TO WS-NO-CATALOG-COUNT
029600        ADD 1 TO WS-UNCERTIFIED-COUNT
029700        PERFORM 3800-SECTION-LINE
029800        MOVE "NOT CATALOGED" TO RPT-LINE(79:)
029900        WRITE RPT-LINE
030000        EXIT PARAGRAPH
030100     END-IF.
030200     IF CT-CERT-AREA(WS-CAT-FOUND) = SPACES
030300        EXIT PARAGRAPH
030400     END-IF.
030500     SET TEACHER-NOT-CERTIFIED TO TRUE.
030600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
030700        IF ST-CERT-AREA(WS-STAFF-FOUND, J)
030800           = CT-CERT-AREA(WS-CAT-FOUND)
030900           SET TEACHER-CERTIFIED TO TRUE
031000        END-IF
031100     END-PERFORM.
031200     IF TEACHER-NOT-CERTIFIED
031300        ADD 1 TO WS-UNCERTIFIED-COUNT
031400        PERFORM 3800-SECTION-LINE
031500        STRING "NEEDS " DELIMITED BY SIZE
031600            CT-CERT-AREA(WS-CAT-FOUND) DELIMITED BY SIZE
031700            " HAS " DELIMITED BY SIZE
031800            ST-CERT-CODES(WS-STAFF-FOUND) DELIMITED BY SIZE
031900            INTO RPT-LINE(79:)
032000        END-STRING
032100        WRITE RPT-LINE
032200     END-IF.
032300
032400* SAME MATCH AS CHECK-TEACHER-ON-STAFF: THE NAME EXACTLY AS THE
032500* MASTER SPELLS IT.  A NAME ON THE MASTER TWICE (A TEACHER WHO
032600* LEFT AND CAME BACK) MATCHES THE ACTIVE ROW.
032700 3500-FIND-STAFF.
032800     MOVE 0 TO WS-STAFF-FOUND.
032900     IF SX-TEACHER(I) = SPACES
033000        EXIT PARAGRAPH
033100     END-IF.
033200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
033300        IF ST-NAME(J) = SX-TEACHER(I)
033400           IF WS-STAFF-FOUND = 0 OR ST-ACTIVE(J) = "Y"
033500              MOVE J TO WS-STAFF-FOUND
033600           END-IF
033700        END-IF
033800     END-PERFORM.
033900
034000 3600-FIND-COURSE.
034100     MOVE 0 TO WS-CAT-FOUND.
034200     PERFORM VARYING J FROM 1 BY 1
034300              UNTIL J > WS-CAT-COUNT OR WS-CAT-FOUND > 0
034400        IF CT-COURSE-CODE(J) = SX-COURSE-CODE(I)
034500           MOVE J TO WS-CAT-FOUND
034600        END-IF
034700     END-PERFORM.
034800
034900 3800-SECTION-LINE.
035000     MOVE SPACES TO RPT-LINE.
035100     MOVE SX-TEACHER(I) TO RPT-LINE(3:30).
035200     MOVE SX-COURSE-CODE(I) TO RPT-LINE(34:20).
035300     MOVE SX-PERIOD(I) TO RPT-LINE(56:1).
035400     MOVE SX-ROOM(I) TO RPT-LINE(60:5).
035500     PERFORM 3600-FIND-COURSE.
035600     IF WS-CAT-FOUND > 0
035700        MOVE CT-CERT-AREA(WS-CAT-FOUND) TO RPT-LINE(67:4)
035800     END-IF.
035900
036000 3900-SECTION-HEADINGS.
036100     MOVE SPACES TO RPT-LINE.
036200     MOVE "TEACHER" TO RPT-LINE(3:7).
036300     MOVE "COURSE" TO RPT-LINE(34:6).
036400     MOVE "PER" TO RPT-LINE(55:3).
036500     MOVE "ROOM" TO RPT-LINE(60:4).
036600     MOVE "CERT" TO RPT-LINE(67:4).
036700     MOVE "EXCEPTION" TO RPT-LINE(79:9).
036800     WRITE RPT-LINE.
036900
037000*----------------------------------------------------------------
037100* ACTIVE STAFF WHO HOLD AT LEAST ONE CERTIFICATION BUT TEACH NO
037200* SECTION.  STAFF WITH NO CODES (OFFICE, NURSING, CUSTODIAL) ARE
037300* NOT TEACHERS AND ARE NOT LISTED, NOR ARE THE POOL SUBSTITUTES.
037400*----------------------------------------------------------------
037500 4000-LIST-IDLE-STAFF.
037600     MOVE SPACES TO RPT-LINE.
037700     WRITE RPT-LINE.
037800     MOVE "ACTIVE CERTIFIED STAFF WITH NO SECTIONS" TO RPT-LINE.
037900     WRITE RPT-LINE.
038000     MOVE SPACES TO RPT-LINE.
038100     MOVE "TEACHER" TO RPT-LINE(3:7).
038200     MOVE "STAFF" TO RPT-LINE(34:5).
038300     MOVE "BLDG" TO RPT-LINE(41:4).
038400     MOVE "CERTIFICATIONS" TO RPT-LINE(47:14).
038500     WRITE RPT-LINE.
038600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STAFF-COUNT
038700        IF ST-ACTIVE(I) = "Y"
038800           AND ST-CERT-CODES(I) NOT = SPACES
038850           AND ST-SUB-POOL(I) NOT = "Y"
038900           AND ST-SECTION-COUNT(I) = 0
039000           ADD 1 TO WS-IDLE-COUNT
039100           MOVE SPACES TO RPT-LINE
039200           MOVE ST-NAME(I) TO RPT-LINE(3:30)
039300           MOVE ST-STAFF-ID(I) TO RPT-LINE(34:5)
039400           MOVE ST-BUILDING(I) TO RPT-LINE(42:2)
039500           MOVE ST-CERT-CODES(I) TO RPT-LINE(47:20)
039600           WRITE RPT-LINE
039700        END-IF
039800     END-PERFORM.
039900     IF WS-IDLE-COUNT = 0
040000        MOVE "  (NONE)" TO RPT-LINE
040100        WRITE RPT-LINE
040200     END-IF.
040300
040400 5000-TERMINATE.
040500     MOVE SPACES TO RPT-LINE.
040600     WRITE RPT-LINE.
040700     MOVE WS-SECTIONS-CHECKED TO WS-ED-COUNT.
040800     MOVE SPACES TO RPT-LINE.
040900     STRING "SECTIONS CHECKED:           " DELIMITED BY SIZE
041000         WS-ED-COUNT DELIMITED BY SIZE
041100         INTO RPT-LINE
041200     END-STRING.
041300     WRITE RPT-LINE.
041400     MOVE WS-INACTIVE-COUNT TO WS-ED-COUNT.
041500     MOVE SPACES TO RPT-LINE.
041600     STRING "TEACHER NOT ACTIVE:         " DELIMITED BY SIZE
041700         WS-ED-COUNT DELIMITED BY SIZE
041800         INTO RPT-LINE
041900     END-STRING.
042000     WRITE RPT-LINE.
042100     MOVE WS-UNCERTIFIED-COUNT TO WS-ED-COUNT.
042200     MOVE SPACES TO RPT-LINE.
042300     STRING "TAUGHT WITHOUT CERTIFICATE: " DELIMITED BY SIZE
042400         WS-ED-COUNT DELIMITED BY SIZE
042500         INTO RPT-LINE
042600     END-STRING.
042700     WRITE RPT-LINE.
042800     MOVE WS-IDLE-COUNT TO WS-ED-COUNT.
042900     MOVE SPACES TO RPT-LINE.
043000     STRING "CERTIFIED, NO SECTIONS:     " DELIMITED BY SIZE
043100         WS-ED-COUNT DELIMITED BY SIZE
043200         INTO RPT-LINE
043300     END-STRING.
043400     WRITE RPT-LINE.
043500     CLOSE CERT-REPORT.
043600     DISPLAY "GRADE-SCHOOL-CERTCHK SECTIONS CHECKED: "
043700         WS-SECTIONS-CHECKED.
043800     DISPLAY "  TEACHER NOT ACTIVE:     " WS-INACTIVE-COUNT.
043900     DISPLAY "  NOT CERTIFIED:          " WS-UNCERTIFIED-COUNT.
044000     DISPLAY "  NOT CATALOGED:          " WS-NO-CATALOG-COUNT.
044100     DISPLAY "  CERTIFIED, NO SECTIONS: " WS-IDLE-COUNT.
044200     IF WS-INACTIVE-COUNT > 0
044300        OR WS-UNCERTIFIED-COUNT > 0
044400        MOVE 4 TO RETURN-CODE
044500     END-IF.
