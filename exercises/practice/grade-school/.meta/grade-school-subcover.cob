000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-SUBCOVER.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  SUBSTITUTE COVERAGE -- WHEN A TEACHER CALLED OUT
001100*                 THE SECRETARY WORKED OUT BY HAND WHICH SECTIONS
001200*                 AND WHICH HOMEROOM NEEDED A SUB, AND THE SUB
001300*                 WALKED IN WITH NO CLASS LIST.  MODE COVER, EACH
001400*                 MORNING: POSTS THE ABSTX CALL-OUTS TO STFABSNC,
001500*                 THEN FOR EVERY STAFF MEMBER OUT ON THE RUN DATE
001600*                 LISTS EACH CRSSECTN SECTION, HOMEROOM AND
001700*                 DUTYSCHD DUTY LEFT UNCOVERED AND ASSIGNS A POOL
001800*                 SUBSTITUTE (SM-SUB-POOL) -- OR, FOR A SINGLE
001900*                 PERIOD, A TEACHER IN THE SAME BUILDING WITH THAT
002000*                 PERIOD FREE.  EACH COVERER GETS A PACKET ON
002100*                 SUBPKT WITH THE ROOMS, THE CLASS LISTS AND THE
002200*                 DUTIES INHERITED; RESTRICTED IEP/504 NOTES ARE
002300*                 NEVER PRINTED.  MODE SUMMARY PRINTS THE MONTH'S
002400*                 ABSENCES PER STAFF MEMBER FOR HR.
002420* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002440*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002460*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002480*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002500*                 OPSERRLG ENTRY.
002505* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002510*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002515*                 LAYOUT VERSION 3.
002520*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PARM-FILE ASSIGN TO "SCPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500
003600     SELECT ABSENCE-TRANSACTIONS ASSIGN TO "ABSTX"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TX-STATUS.
003900
004000     SELECT ABSENCE-MASTER ASSIGN TO "STFABSNC"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AB-STATUS.
004300
004400     SELECT ABSENCE-REJECTS ASSIGN TO "ABSREJ"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REJECT-STATUS.
004700
004800     SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SM-STATUS.
005100
005200     SELECT SECTION-MASTER ASSIGN TO "CRSSECTN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SEC-STATUS.
005500
005600     SELECT STUDENT-SCHEDULE ASSIGN TO "STUSCHED"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SCH-STATUS.
005900
006000     SELECT DUTY-SCHEDULE ASSIGN TO "DUTYSCHD"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-DU-STATUS.
006300
006400     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS FR-STUDENT-ID
006800         FILE STATUS IS WS-FILE-STATUS.
006900
007000     SELECT COVERAGE-REPORT ASSIGN TO "COVRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT SUB-PACKETS ASSIGN TO "SUBPKT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT ABSENCE-SUMMARY ASSIGN TO "ABSSUMRY"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007807     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007815         ORGANIZATION IS LINE SEQUENTIAL
007823         FILE STATUS IS WS-LC-STATUS.
007830
007838     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007846         ORGANIZATION IS LINE SEQUENTIAL
007853         FILE STATUS IS WS-LU-STATUS.
007861
007869     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007876         ORGANIZATION IS LINE SEQUENTIAL
007884         FILE STATUS IS WS-OPS-LOG-STATUS.
007892
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARM-FILE.
008200*----------------------------------------------------------------
008300* "COVER" WITH THE RUN DATE (CCYYMMDD, ZERO MEANS TODAY), OR
008400* "SUMMARY" WITH THE MONTH IN THE FIRST SIX DIGITS (CCYYMM, ZERO
008500* MEANS LAST MONTH).
008600*----------------------------------------------------------------
008700 01  PARM-RECORD.
008800     05 PARM-MODE             PIC X(07).
008900     05 FILLER                PIC X(01).
009000     05 PARM-DATE             PIC 9(08).
009100
009200*----------------------------------------------------------------
009300* ONE CALL-OUT AS THE SECRETARY KEYS IT.  A FULL DAY ("F") IS
009400* PERIODS 0 (HOMEROOM) THROUGH 9; A PARTIAL DAY ("P") NAMES ITS
009500* FIRST AND LAST PERIOD.  REASONS: SK SICK, PL PERSONAL, PD
009600* PROFESSIONAL DEVELOPMENT, FM FAMILY, JD JURY OR LEGAL, OT OTHER.
009700*----------------------------------------------------------------
009800 FD  ABSENCE-TRANSACTIONS.
009900 01  ABSENCE-TX-RECORD.
010000     05 ATX-STAFF-ID          PIC 9(05).
010100     05 ATX-DATE              PIC 9(08).
010200     05 ATX-DAY-TYPE          PIC X(01).
010300     05 ATX-FROM-PERIOD       PIC 9(01).
010400     05 ATX-TO-PERIOD         PIC 9(01).
010500     05 ATX-REASON            PIC X(02).
010600     05 ATX-USER              PIC X(08).
010700
010800* ONE ROW PER STAFF MEMBER PER DAY OUT -- HR'S RECORD.
010900 FD  ABSENCE-MASTER.
011000 01  ABSENCE-RECORD.
011100     05 AB-STAFF-ID           PIC 9(05).
011200     05 AB-DATE               PIC 9(08).
011300     05 AB-DAY-TYPE           PIC X(01).
011400     05 AB-FROM-PERIOD        PIC 9(01).
011500     05 AB-TO-PERIOD          PIC 9(01).
011600     05 AB-REASON             PIC X(02).
011700     05 AB-USER               PIC X(08).
011800     05 AB-POSTED-DATE        PIC 9(08).
011900
012000*----------------------------------------------------------------
012100* TX IMAGE LEADING, REASON TRAILING -- A CORRECTED ABSREJ RUNS
012200* BACK IN AS THE NEXT ABSTX.
012300*----------------------------------------------------------------
012400 FD  ABSENCE-REJECTS.
012500 01  REJ-RECORD.
012600     05 REJ-TX-IMAGE          PIC X(26).
012700     05 FILLER                PIC X(01).
012800     05 REJ-REASON            PIC X(08).
012900
013000 FD  STAFF-MASTER.
013100*----------------------------------------------------------------
013200* LAYOUT MUST MATCH GRADE-SCHOOL'S STAFF-MASTER-RECORD.
013300*----------------------------------------------------------------
013400 01  STAFF-MASTER-RECORD.
013500     05 SM-STAFF-ID           PIC 9(05).
013600     05 SM-NAME               PIC X(30).
013700     05 SM-BUILDING           PIC 9(02).
013800     05 SM-CERT-CODES         PIC X(20).
013900     05 SM-ACTIVE             PIC X(01).
014000     05 SM-SUB-POOL           PIC X(01).
014100
014200 FD  SECTION-MASTER.
014300*----------------------------------------------------------------
014400* LAYOUT MUST MATCH GRADE-SCHOOL'S SECTION-RECORD.
014500*----------------------------------------------------------------
014600 01  SECTION-RECORD.
014700     05 SEC-COURSE-CODE       PIC X(20).
014800     05 SEC-PERIOD            PIC 9(01).
014900     05 SEC-ROOM              PIC X(05).
015000     05 SEC-TEACHER           PIC X(30).
015100     05 SEC-SEAT-CAP          PIC 9(02).
015200
015300 FD  STUDENT-SCHEDULE.
015400*----------------------------------------------------------------
015500* LAYOUT MUST MATCH GRADE-SCHOOL'S SCHEDULE-RECORD.
015600*----------------------------------------------------------------
015700 01  SCHEDULE-RECORD.
015800     05 SCH-STUDENT-ID        PIC 9(09).
015900     05 SCH-COURSE-CODE       PIC X(20).
016000     05 SCH-PERIOD            PIC 9(01).
016100
016200*----------------------------------------------------------------
016300* THE BUILDING DUTY ROSTER THE OFFICE KEEPS: ONE ROW PER STAFF
016400* MEMBER PER STANDING DUTY, WITH THE PERIOD IT FALLS IN (0 FOR
016500* MORNING BUS, 9 FOR AFTERNOON BUS) SO AN ABSENCE KNOWS WHICH
016600* DUTIES IT LEAVES BEHIND.
016700*----------------------------------------------------------------
016800 FD  DUTY-SCHEDULE.
016900 01  DUTY-RECORD.
017000     05 DU-STAFF-ID           PIC 9(05).
017100     05 DU-PERIOD             PIC 9(01).
017200     05 DU-DUTY               PIC X(10).
017300     05 DU-LOCATION           PIC X(20).
017400     05 DU-TIMES              PIC X(11).
017500
017600 FD  ROSTER-FILE.
017700*----------------------------------------------------------------
017800* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
017900*----------------------------------------------------------------
018000 01  ROSTER-RECORD.
018100     05 FR-STUDENT-ID         PIC 9(09).
018200     05 FR-NAME               PIC X(60).
018300     05 FR-GRADE              PIC 9(02).
018400     05 FR-TEACHER            PIC X(30).
018500     05 FR-SECTION            PIC 9(01).
018600     05 FR-HOUSEHOLD-ID       PIC 9(09).
018700*    RESTRICTED -- STUDENT-PRIVACY STATUTE.  NEVER PRINTED HERE.
018800     05 FR-IEP-FLAG           PIC X(01).
018900     05 FR-DOB                PIC 9(08).
019000     05 FR-SCHOOL-CODE        PIC 9(02).
019033     05 FR-GENDER             PIC X(01).
019066     05 FR-RACE-ETH           PIC X(01).
019100
019200 FD  COVERAGE-REPORT.
019300 01  RPT-LINE                 PIC X(100).
019400
019500 FD  SUB-PACKETS.
019600 01  PKT-LINE                 PIC X(100).
019700
019800 FD  ABSENCE-SUMMARY.
019900 01  SUM-LINE                 PIC X(100).
020000
020002 FD  LAYOUT-CONTROL.
020005*----------------------------------------------------------------
020008* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
020010* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
020013*----------------------------------------------------------------
020016 01  LAYOUT-CONTROL-RECORD.
020018     05 LC-DATASET            PIC X(08).
020021     05 LC-VERSION            PIC 9(03).
020024     05 LC-LENGTH             PIC 9(05).
020027     05 LC-EFFECTIVE-DATE     PIC 9(08).
020029
020032 FD  LAYOUT-USAGE-LOG.
020035*----------------------------------------------------------------
020037* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
020040* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
020043*----------------------------------------------------------------
020045 01  LAYOUT-USAGE-RECORD.
020048     05 LU-TIMESTAMP          PIC 9(14).
020051     05 LU-PROGRAM            PIC X(24).
020054     05 LU-DATASET            PIC X(08).
020056     05 LU-VERSION            PIC 9(03).
020059     05 LU-LENGTH             PIC 9(05).
020062     05 LU-RESULT             PIC X(08).
020064
020067 FD  OPS-ERROR-LOG.
020070*----------------------------------------------------------------
020072* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
020075* SHARED SHOP-WIDE ERROR LOG.
020078*----------------------------------------------------------------
020081 01  OPS-ERROR-RECORD.
020083     05 OE-TIMESTAMP          PIC 9(14).
020086     05 OE-PROGRAM            PIC X(20).
020089     05 OE-FILE-NAME          PIC X(08).
020091     05 OE-OPERATION          PIC X(08).
020094     05 OE-STATUS             PIC XX.
020097
020100 WORKING-STORAGE SECTION.
020200 01 WS-PARM-STATUS             PIC XX.
020300 01 WS-TX-STATUS               PIC XX.
020400 01 WS-AB-STATUS               PIC XX.
020500 01 WS-REJECT-STATUS           PIC XX.
020600 01 WS-SM-STATUS               PIC XX.
020700 01 WS-SEC-STATUS              PIC XX.
020800 01 WS-SCH-STATUS              PIC XX.
020900 01 WS-DU-STATUS               PIC XX.
021000 01 WS-FILE-STATUS             PIC XX.
021100 01 WS-MODE                    PIC X(07).
021200 01 WS-TODAY                   PIC 9(08).
021300 01 WS-RUN-DATE                PIC 9(08).
021400 01 WS-RUN-MONTH               PIC 9(06).
021500 01 WS-ELEM-MAX-GRADE          PIC 99 COMP VALUE 5.
021600 01 WS-REJECT-REASON           PIC X(08).
021700 01 WS-FROM-PERIOD             PIC 9(01).
021800 01 WS-TO-PERIOD               PIC 9(01).
021900 01 WS-PERIOD                  PIC 9(01).
022000 01 WS-BUILDING                PIC 9(02).
022100 01 WS-FOUND                   PIC 9(05) COMP.
022200 01 WS-COVER                   PIC 9(05) COMP.
022300 01 WS-BEST-COUNT              PIC 9(05) COMP.
022400 01 WS-ABSENT-IX               PIC 9(05) COMP.
022500 01 WS-FIRST-ITEM              PIC 9(05) COMP.
022600 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
022700 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
022800 01 WS-COVERED-COUNT           PIC 9(05) COMP VALUE ZERO.
022900 01 WS-UNCOVERED-COUNT         PIC 9(05) COMP VALUE ZERO.
023000 01 WS-PACKET-COUNT            PIC 9(05) COMP VALUE ZERO.
023100 01 WS-LIST-COUNT              PIC 9(05) COMP.
023200 01 WS-PRIOR-COVER             PIC X(30).
023300 01 WS-ITEM-TEXT               PIC X(40).
023400 01 WS-ED-COUNT                PIC ZZZZ9.
023500 01 WS-ED-DATE                 PIC 9999/99/99.
023600 01 WS-ED-GRADE                PIC Z9.
023700 01 WS-FREE-SWITCH             PIC X(01).
023800     88 FREE-ALL-RANGE                  VALUE "Y".
023900     88 BUSY-IN-RANGE                   VALUE "N".
024000 01 WS-ELEM-SWITCH             PIC X(01).
024100     88 ABSENCE-HAS-ELEM-HOMEROOM       VALUE "Y".
024200     88 ABSENCE-NO-ELEM-HOMEROOM        VALUE "N".
024300 01 I                          PIC 9(05) COMP.
024400 01 J                          PIC 9(05) COMP.
024500 01 K                          PIC 9(05) COMP.
024600 01 P                          PIC 9(02) COMP.
024700
024800* EVERY (STAFF, DATE) ALREADY ON STFABSNC, FOR THE DUPLICATE EDIT.
024900 01 WS-ON-FILE-COUNT           PIC 9(05) COMP VALUE ZERO.
025000 01 ON-FILE-TABLE.
025100     02 OF-ROW                OCCURS 1 TO 30000 TIMES
025200                                 DEPENDING ON WS-ON-FILE-COUNT.
025300        05 OF-STAFF-ID        PIC 9(05).
025400        05 OF-DATE            PIC 9(08).
025500
025600* TODAY'S ABSENCES, ONE ROW PER STAFF MEMBER OUT.
025700 01 WS-ABS-COUNT               PIC 9(05) COMP VALUE ZERO.
025800 01 ABSENCE-TABLE.
025900     02 AT-ROW                OCCURS 1 TO 500 TIMES
026000                                 DEPENDING ON WS-ABS-COUNT.
026100        05 AT-STAFF-ID        PIC 9(05).
026200        05 AT-DAY-TYPE        PIC X(01).
026300        05 AT-FROM-PERIOD     PIC 9(01).
026400        05 AT-TO-PERIOD       PIC 9(01).
026500        05 AT-REASON          PIC X(02).
026600
026700*----------------------------------------------------------------
026800* ST-BUSY IS THE STAFF MEMBER'S DAY, PERIODS 0-9 AT SUBSCRIPTS
026900* 1-10: "Y" WHILE TEACHING, ON DUTY, OUT, OR ALREADY COVERING.
027000*----------------------------------------------------------------
027100 01 WS-STAFF-COUNT             PIC 9(05) COMP VALUE ZERO.
027200 01 STAFF-TABLE.
027300     02 ST-ROW                OCCURS 1 TO 3000 TIMES
027400                                 DEPENDING ON WS-STAFF-COUNT.
027500        05 ST-NAME            PIC X(30).
027600        05 ST-STAFF-ID        PIC 9(05).
027700        05 ST-BUILDING        PIC 9(02).
027800        05 ST-ACTIVE          PIC X(01).
027900        05 ST-SUB-POOL        PIC X(01).
028000        05 ST-ABSENT          PIC X(01).
028100        05 ST-SECTION-COUNT   PIC 9(03) COMP.
028200        05 ST-COVER-COUNT     PIC 9(03) COMP.
028300        05 ST-BUSY            PIC X(01) OCCURS 10 TIMES.
028400
028500 01 WS-SEC-COUNT               PIC 9(05) COMP VALUE ZERO.
028600 01 SECTION-TABLE.
028700     02 SX-ROW                OCCURS 1 TO 5000 TIMES
028800                                 DEPENDING ON WS-SEC-COUNT.
028900        05 SX-COURSE-CODE     PIC X(20).
029000        05 SX-PERIOD          PIC 9(01).
029100        05 SX-ROOM            PIC X(05).
029200        05 SX-TEACHER         PIC X(30).
029300
029400 01 WS-DUTY-COUNT              PIC 9(05) COMP VALUE ZERO.
029500 01 DUTY-TABLE.
029600     02 DT-ROW                OCCURS 1 TO 2000 TIMES
029700                                 DEPENDING ON WS-DUTY-COUNT.
029800        05 DT-STAFF-ID        PIC 9(05).
029900        05 DT-PERIOD          PIC 9(01).
030000        05 DT-DUTY            PIC X(10).
030100        05 DT-LOCATION        PIC X(20).
030200        05 DT-TIMES           PIC X(11).
030300
030400* ONE ROW PER HOMEROOM (TEACHER / GRADE / SECTION) ON ROSTERF.
030500 01 WS-HR-COUNT                PIC 9(05) COMP VALUE ZERO.
030600 01 HOMEROOM-TABLE.
030700     02 HM-ROW                OCCURS 1 TO 1000 TIMES
030800                                 DEPENDING ON WS-HR-COUNT.
030900        05 HM-TEACHER         PIC X(30).
031000        05 HM-GRADE           PIC 9(02).
031100        05 HM-SECTION         PIC 9(01).
031200
031300*----------------------------------------------------------------
031400* ONE ROW PER THING TO COVER: "S" SECTION, "H" HOMEROOM, "D"
031500* DUTY.  CV-COVER-NAME STAYS BLANK WHILE UNCOVERED.  BUILT IN
031600* ABSENCE ORDER FOR COVRPT, RESORTED BY COVERER FOR SUBPKT.
031700*----------------------------------------------------------------
031800 01 WS-CV-COUNT                PIC 9(05) COMP VALUE ZERO.
031900 01 COVERAGE-TABLE.
032000     02 CV-ROW                OCCURS 1 TO 3000 TIMES
032100                                 DEPENDING ON WS-CV-COUNT.
032200        05 CV-COVER-NAME      PIC X(30).
032300        05 CV-PERIOD          PIC 9(01).
032400        05 CV-KIND            PIC X(01).
032500        05 CV-ABSENT-NAME     PIC X(30).
032600        05 CV-ABSENT-IX       PIC 9(05) COMP.
032700        05 CV-COURSE-CODE     PIC X(20).
032800        05 CV-ROOM            PIC X(05).
032900        05 CV-GRADE           PIC 9(02).
033000        05 CV-SECTION         PIC 9(01).
033100        05 CV-ELEM            PIC X(01).
033200        05 CV-DUTY            PIC X(10).
033300        05 CV-LOCATION        PIC X(20).
033400        05 CV-TIMES           PIC X(11).
033500
033600* THE MONTH'S ABSENCES PER STAFF MEMBER, FOR HR.
033700 01 WS-SUM-COUNT               PIC 9(05) COMP VALUE ZERO.
033800 01 SUMMARY-TABLE.
033900     02 SU-ROW                OCCURS 1 TO 3000 TIMES
034000                                 DEPENDING ON WS-SUM-COUNT.
034100        05 SU-NAME            PIC X(30).
034200        05 SU-STAFF-ID        PIC 9(05).
034300        05 SU-FULL-DAYS       PIC 9(03) COMP.
034400        05 SU-PARTIAL-DAYS    PIC 9(03) COMP.
034500        05 SU-REASON-COUNT    PIC 9(03) COMP OCCURS 6 TIMES.
034600
034700 01 REASON-CODE-VALUES.
034800     05 FILLER                PIC X(12) VALUE "SKPLPDFMJDOT".
034900 01 REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
035000     05 RC-CODE               PIC X(02) OCCURS 6 TIMES.
035100
035104*----------------------------------------------------------------
035109* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
035113* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
035118*----------------------------------------------------------------
035122 01 WS-LC-STATUS               PIC XX.
035127 01 WS-LU-STATUS               PIC XX.
035131 01 WS-OPS-LOG-STATUS          PIC XX.
035136 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
035140     88 LAYOUT-MISMATCH                  VALUE "Y".
035145 01 WS-LK-DATASET              PIC X(08).
035150 01 WS-LK-VERSION              PIC 9(03).
035154 01 WS-LK-LENGTH               PIC 9(05).
035159 01 WS-LK-RESULT               PIC X(08).
035163 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
035168 01 WS-LC-INDX                 PIC 9(03) COMP.
035172 01 LAYOUT-CONTROL-TABLE.
035177     02 LCT-ROW               OCCURS 50 TIMES.
035181        05 LCT-DATASET        PIC X(08).
035186        05 LCT-VERSION        PIC 9(03).
035190        05 LCT-LENGTH         PIC 9(05).
035195
035200 PROCEDURE DIVISION.
035300
035400 0000-MAINLINE.
035410     PERFORM 9800-CHECK-LAYOUTS
035420     IF LAYOUT-MISMATCH
035430        MOVE 16 TO RETURN-CODE
035440        GOBACK
035450     END-IF
035500     PERFORM 1000-INITIALIZE
035600     EVALUATE WS-MODE
035700         WHEN "COVER"
035800             PERFORM 2000-POST-ABSENCES
035900             PERFORM 3000-BUILD-COVERAGE
036000             PERFORM 4000-PRINT-COVERAGE
036100             PERFORM 5000-PRINT-PACKETS
036200             PERFORM 5900-COVER-TOTALS
036300         WHEN "SUMMARY"
036400             PERFORM 6000-MONTHLY-SUMMARY
036500         WHEN OTHER
036600             DISPLAY "GRADE-SCHOOL-SUBCOVER UNKNOWN MODE "
036700                 WS-MODE
036800             MOVE 8 TO RETURN-CODE
036900     END-EVALUATE
037000     GOBACK.
037100
037200 1000-INITIALIZE.
037300     MOVE SPACES TO WS-MODE.
037400     MOVE 0 TO WS-RUN-DATE.
037500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
037600     OPEN INPUT PARM-FILE.
037700     IF WS-PARM-STATUS = "00"
037800        READ PARM-FILE
037900            AT END CONTINUE
038000        END-READ
038100        IF WS-PARM-STATUS = "00"
038200           MOVE PARM-MODE TO WS-MODE
038300           IF PARM-DATE IS NUMERIC
038400              MOVE PARM-DATE TO WS-RUN-DATE
038500           END-IF
038600        END-IF
038700        CLOSE PARM-FILE
038800     END-IF.
038900     MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
039000     IF WS-RUN-DATE = 0
039100        MOVE WS-TODAY TO WS-RUN-DATE
039200        MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
039300        IF WS-RUN-MONTH(5:2) = "01"
039400           SUBTRACT 89 FROM WS-RUN-MONTH
039500        ELSE
039600           SUBTRACT 1 FROM WS-RUN-MONTH
039700        END-IF
039800     END-IF.
039900
040000*----------------------------------------------------------------
040100* THE MORNING'S CALL-OUTS.  AN ID NOT ON STAFFMST, A BAD DATE,
040200* DAY TYPE, PERIOD RANGE OR REASON, OR A SECOND ABSENCE FOR THE
040300* SAME STAFF MEMBER AND DAY GOES TO ABSREJ.  STFABSNC IS READ
040400* FIRST FOR THE DUPLICATE EDIT AND FOR ANY ABSENCE KEYED AHEAD
040500* FOR THE RUN DATE.
040600*----------------------------------------------------------------
040700 2000-POST-ABSENCES.
040800     PERFORM 3100-LOAD-STAFF.
040900     PERFORM 2100-LOAD-ABSENCES.
041000     OPEN EXTEND ABSENCE-MASTER.
041100     IF WS-AB-STATUS = "35"
041200        OPEN OUTPUT ABSENCE-MASTER
041300     END-IF.
041400     OPEN EXTEND ABSENCE-REJECTS.
041500     IF WS-REJECT-STATUS = "35"
041600        OPEN OUTPUT ABSENCE-REJECTS
041700     END-IF.
041800     OPEN INPUT ABSENCE-TRANSACTIONS.
041900     IF WS-TX-STATUS NOT = "00"
042000        MOVE "10" TO WS-TX-STATUS
042100     ELSE
042200        PERFORM UNTIL WS-TX-STATUS NOT = "00"
042300           READ ABSENCE-TRANSACTIONS
042400               AT END MOVE "10" TO WS-TX-STATUS
042500               NOT AT END PERFORM 2200-POST-ONE-ABSENCE
042600           END-READ
042700        END-PERFORM
042800        CLOSE ABSENCE-TRANSACTIONS
042900     END-IF.
043000     CLOSE ABSENCE-REJECTS.
043100     CLOSE ABSENCE-MASTER.
043200
043300 2100-LOAD-ABSENCES.
043400     OPEN INPUT ABSENCE-MASTER.
043500     IF WS-AB-STATUS NOT = "00"
043600        MOVE "10" TO WS-AB-STATUS
043700        EXIT PARAGRAPH
043800     END-IF.
043900     PERFORM UNTIL WS-AB-STATUS NOT = "00"
044000        READ ABSENCE-MASTER
044100            AT END MOVE "10" TO WS-AB-STATUS
044200        END-READ
044300        IF WS-AB-STATUS = "00"
044400           IF WS-ON-FILE-COUNT < 30000
044500              ADD 1 TO WS-ON-FILE-COUNT
044600              MOVE AB-STAFF-ID TO OF-STAFF-ID(WS-ON-FILE-COUNT)
044700              MOVE AB-DATE TO OF-DATE(WS-ON-FILE-COUNT)
044800           END-IF
044900           IF AB-DATE = WS-RUN-DATE
045000              PERFORM 2300-ADD-TODAYS-ABSENCE
045100           END-IF
045200        END-IF
045300     END-PERFORM.
045400     CLOSE ABSENCE-MASTER.
045500
045600 2200-POST-ONE-ABSENCE.
045700     MOVE ATX-STAFF-ID TO AB-STAFF-ID.
045800     PERFORM 3700-FIND-STAFF-BY-ID.
045900     IF WS-FOUND = 0
046000        MOVE "NOTFOUND" TO WS-REJECT-REASON
046100        PERFORM 2900-REJECT-ABSENCE
046200        EXIT PARAGRAPH
046300     END-IF.
046400     IF ATX-DATE IS NOT NUMERIC OR ATX-DATE = 0
046500        MOVE "BADDATE" TO WS-REJECT-REASON
046600        PERFORM 2900-REJECT-ABSENCE
046700        EXIT PARAGRAPH
046800     END-IF.
046900     EVALUATE ATX-DAY-TYPE
047000         WHEN "F"
047100             MOVE 0 TO WS-FROM-PERIOD
047200             MOVE 9 TO WS-TO-PERIOD
047300         WHEN "P"
047400             IF ATX-FROM-PERIOD IS NOT NUMERIC
047500                OR ATX-TO-PERIOD IS NOT NUMERIC
047600                OR ATX-FROM-PERIOD > ATX-TO-PERIOD
047700                MOVE "BADPERD" TO WS-REJECT-REASON
047800                PERFORM 2900-REJECT-ABSENCE
047900                EXIT PARAGRAPH
048000             END-IF
048100             MOVE ATX-FROM-PERIOD TO WS-FROM-PERIOD
048200             MOVE ATX-TO-PERIOD TO WS-TO-PERIOD
048300         WHEN OTHER
048400             MOVE "BADTYPE" TO WS-REJECT-REASON
048500             PERFORM 2900-REJECT-ABSENCE
048600             EXIT PARAGRAPH
048700     END-EVALUATE.
048800     MOVE 0 TO K.
048900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
049000        IF RC-CODE(J) = ATX-REASON
049100           MOVE J TO K
049200        END-IF
049300     END-PERFORM.
049400     IF K = 0
049500        MOVE "BADREASN" TO WS-REJECT-REASON
049600        PERFORM 2900-REJECT-ABSENCE
049700        EXIT PARAGRAPH
049800     END-IF.
049900     MOVE 0 TO K.
050000     PERFORM VARYING J FROM 1 BY 1
050100              UNTIL J > WS-ON-FILE-COUNT OR K > 0
050200        IF OF-STAFF-ID(J) = ATX-STAFF-ID
050300           AND OF-DATE(J) = ATX-DATE
050400           MOVE J TO K
050500        END-IF
050600     END-PERFORM.
050700     IF K > 0
050800        MOVE "DUPABSNC" TO WS-REJECT-REASON
050900        PERFORM 2900-REJECT-ABSENCE
051000        EXIT PARAGRAPH
051100     END-IF.
051200     MOVE ATX-STAFF-ID TO AB-STAFF-ID.
051300     MOVE ATX-DATE TO AB-DATE.
051400     MOVE ATX-DAY-TYPE TO AB-DAY-TYPE.
051500     MOVE WS-FROM-PERIOD TO AB-FROM-PERIOD.
051600     MOVE WS-TO-PERIOD TO AB-TO-PERIOD.
051700     MOVE ATX-REASON TO AB-REASON.
051800     MOVE ATX-USER TO AB-USER.
051900     MOVE WS-TODAY TO AB-POSTED-DATE.
052000     WRITE ABSENCE-RECORD.
052100     ADD 1 TO WS-POSTED-COUNT.
052200     IF WS-ON-FILE-COUNT < 30000
052300        ADD 1 TO WS-ON-FILE-COUNT
052400        MOVE AB-STAFF-ID TO OF-STAFF-ID(WS-ON-FILE-COUNT)
052500        MOVE AB-DATE TO OF-DATE(WS-ON-FILE-COUNT)
052600     END-IF.
052700     IF AB-DATE = WS-RUN-DATE
052800        PERFORM 2300-ADD-TODAYS-ABSENCE
052900     END-IF.
053000
053100 2300-ADD-TODAYS-ABSENCE.
053200     IF WS-ABS-COUNT >= 500
053300        EXIT PARAGRAPH
053400     END-IF.
053500     ADD 1 TO WS-ABS-COUNT.
053600     MOVE AB-STAFF-ID TO AT-STAFF-ID(WS-ABS-COUNT).
053700     MOVE AB-DAY-TYPE TO AT-DAY-TYPE(WS-ABS-COUNT).
053800     MOVE AB-FROM-PERIOD TO AT-FROM-PERIOD(WS-ABS-COUNT).
053900     MOVE AB-TO-PERIOD TO AT-TO-PERIOD(WS-ABS-COUNT).
054000     MOVE AB-REASON TO AT-REASON(WS-ABS-COUNT).
054100
054200 2900-REJECT-ABSENCE.
054300     MOVE SPACES TO REJ-RECORD.
054400     MOVE ABSENCE-TX-RECORD TO REJ-TX-IMAGE.
054500     MOVE WS-REJECT-REASON TO REJ-REASON.
054600     WRITE REJ-RECORD.
054700     ADD 1 TO WS-REJECT-COUNT.
054800
054900*----------------------------------------------------------------
055000* BUILD EVERY STAFF MEMBER'S DAY (SECTIONS, HOMEROOM, DUTIES,
055100* ABSENCE), THEN WORK THE ABSENCES IN STAFF-NAME ORDER.
055200*----------------------------------------------------------------
055300 3000-BUILD-COVERAGE.
055400     PERFORM 3200-LOAD-SECTIONS.
055500     PERFORM 3300-LOAD-DUTIES.
055600     OPEN INPUT ROSTER-FILE.
055700     PERFORM 3400-LOAD-HOMEROOMS.
055800     PERFORM 3450-MARK-ABSENT.
055900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STAFF-COUNT
056000        IF ST-ABSENT(I) = "Y"
056100           PERFORM 3500-COVER-ONE-ABSENCE
056200        END-IF
056300     END-PERFORM.
056400
056500 3100-LOAD-STAFF.
056600     OPEN INPUT STAFF-MASTER.
056700     IF WS-SM-STATUS NOT = "00"
056800        MOVE "10" TO WS-SM-STATUS
056900        EXIT PARAGRAPH
057000     END-IF.
057100     PERFORM UNTIL WS-SM-STATUS NOT = "00"
057200        READ STAFF-MASTER
057300            AT END MOVE "10" TO WS-SM-STATUS
057400        END-READ
057500        IF WS-SM-STATUS = "00"
057600           AND WS-STAFF-COUNT < 3000
057700           ADD 1 TO WS-STAFF-COUNT
057800           MOVE SM-NAME TO ST-NAME(WS-STAFF-COUNT)
057900           MOVE SM-STAFF-ID TO ST-STAFF-ID(WS-STAFF-COUNT)
058000           MOVE SM-BUILDING TO ST-BUILDING(WS-STAFF-COUNT)
058100           MOVE SM-ACTIVE TO ST-ACTIVE(WS-STAFF-COUNT)
058200           MOVE SM-SUB-POOL TO ST-SUB-POOL(WS-STAFF-COUNT)
058300           MOVE "N" TO ST-ABSENT(WS-STAFF-COUNT)
058400           MOVE 0 TO ST-SECTION-COUNT(WS-STAFF-COUNT)
058500           MOVE 0 TO ST-COVER-COUNT(WS-STAFF-COUNT)
058600           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 10
058700              MOVE "N" TO ST-BUSY(WS-STAFF-COUNT, P)
058800           END-PERFORM
058900        END-IF
059000     END-PERFORM.
059100     CLOSE STAFF-MASTER.
059200     IF WS-STAFF-COUNT > 1
059300        SORT ST-ROW ASCENDING ST-NAME ST-STAFF-ID
059400     END-IF.
059500
059600 3200-LOAD-SECTIONS.
059700     OPEN INPUT SECTION-MASTER.
059800     IF WS-SEC-STATUS NOT = "00"
059900        MOVE "10" TO WS-SEC-STATUS
060000        EXIT PARAGRAPH
060100     END-IF.
060200     PERFORM UNTIL WS-SEC-STATUS NOT = "00"
060300        READ SECTION-MASTER
060400            AT END MOVE "10" TO WS-SEC-STATUS
060500        END-READ
060600        IF WS-SEC-STATUS = "00"
060700           AND WS-SEC-COUNT < 5000
060800           ADD 1 TO WS-SEC-COUNT
060900           MOVE SEC-COURSE-CODE TO SX-COURSE-CODE(WS-SEC-COUNT)
061000           MOVE SEC-PERIOD TO SX-PERIOD(WS-SEC-COUNT)
061100           MOVE SEC-ROOM TO SX-ROOM(WS-SEC-COUNT)
061200           MOVE SEC-TEACHER TO SX-TEACHER(WS-SEC-COUNT)
061300           MOVE SEC-TEACHER TO WS-ITEM-TEXT
061400           PERFORM 3750-FIND-STAFF-BY-NAME
061500           IF WS-FOUND > 0
061600              ADD 1 TO ST-SECTION-COUNT(WS-FOUND)
061700              COMPUTE P = SEC-PERIOD + 1
061800              MOVE "Y" TO ST-BUSY(WS-FOUND, P)
061900           END-IF
062000        END-IF
062100     END-PERFORM.
062200     CLOSE SECTION-MASTER.
062300     IF WS-SEC-COUNT > 1
062400        SORT SX-ROW ASCENDING SX-TEACHER SX-PERIOD
062500     END-IF.
062600
062700 3300-LOAD-DUTIES.
062800     OPEN INPUT DUTY-SCHEDULE.
062900     IF WS-DU-STATUS NOT = "00"
063000        MOVE "10" TO WS-DU-STATUS
063100        EXIT PARAGRAPH
063200     END-IF.
063300     PERFORM UNTIL WS-DU-STATUS NOT = "00"
063400        READ DUTY-SCHEDULE
063500            AT END MOVE "10" TO WS-DU-STATUS
063600        END-READ
063700        IF WS-DU-STATUS = "00"
063800           AND WS-DUTY-COUNT < 2000
063900           ADD 1 TO WS-DUTY-COUNT
064000           MOVE DU-STAFF-ID TO DT-STAFF-ID(WS-DUTY-COUNT)
064100           MOVE DU-PERIOD TO DT-PERIOD(WS-DUTY-COUNT)
064200           MOVE DU-DUTY TO DT-DUTY(WS-DUTY-COUNT)
064300           MOVE DU-LOCATION TO DT-LOCATION(WS-DUTY-COUNT)
064400           MOVE DU-TIMES TO DT-TIMES(WS-DUTY-COUNT)
064500           MOVE DU-STAFF-ID TO AB-STAFF-ID
064600           PERFORM 3700-FIND-STAFF-BY-ID
064700           IF WS-FOUND > 0
064800              COMPUTE P = DU-PERIOD + 1
064900              MOVE "Y" TO ST-BUSY(WS-FOUND, P)
065000           END-IF
065100        END-IF
065200     END-PERFORM.
065300     CLOSE DUTY-SCHEDULE.
065400
065500*----------------------------------------------------------------
065600* A HOMEROOM IS PERIOD 0.  AN ELEMENTARY HOMEROOM (GRADE 5 AND
065700* UNDER, AS IN GRADE-SCHOOL-EVAC) IS THE TEACHER'S WHOLE DAY.
065800*----------------------------------------------------------------
065900 3400-LOAD-HOMEROOMS.
066000     MOVE LOW-VALUES TO FR-STUDENT-ID.
066100     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
066200         INVALID KEY MOVE "10" TO WS-FILE-STATUS
066300     END-START.
066400     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
066500        READ ROSTER-FILE NEXT RECORD
066600            AT END MOVE "10" TO WS-FILE-STATUS
066700        END-READ
066800        IF WS-FILE-STATUS = "00"
066900           AND FR-TEACHER NOT = SPACES
067000           PERFORM 3410-NOTE-HOMEROOM
067100        END-IF
067200     END-PERFORM.
067300     MOVE "00" TO WS-FILE-STATUS.
067400
067500 3410-NOTE-HOMEROOM.
067600     MOVE 0 TO K.
067700     PERFORM VARYING J FROM 1 BY 1
067800              UNTIL J > WS-HR-COUNT OR K > 0
067900        IF HM-TEACHER(J) = FR-TEACHER
068000           AND HM-GRADE(J) = FR-GRADE
068100           AND HM-SECTION(J) = FR-SECTION
068200           MOVE J TO K
068300        END-IF
068400     END-PERFORM.
068500     IF K > 0 OR WS-HR-COUNT >= 1000
068600        EXIT PARAGRAPH
068700     END-IF.
068800     ADD 1 TO WS-HR-COUNT.
068900     MOVE FR-TEACHER TO HM-TEACHER(WS-HR-COUNT).
069000     MOVE FR-GRADE TO HM-GRADE(WS-HR-COUNT).
069100     MOVE FR-SECTION TO HM-SECTION(WS-HR-COUNT).
069200     MOVE FR-TEACHER TO WS-ITEM-TEXT.
069300     PERFORM 3750-FIND-STAFF-BY-NAME.
069400     IF WS-FOUND > 0
069500        MOVE "Y" TO ST-BUSY(WS-FOUND, 1)
069600     END-IF.
069700
069800 3450-MARK-ABSENT.
069900     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ABS-COUNT
070000        MOVE AT-STAFF-ID(K) TO AB-STAFF-ID
070100        PERFORM 3700-FIND-STAFF-BY-ID
070200        IF WS-FOUND > 0
070300           MOVE "Y" TO ST-ABSENT(WS-FOUND)
070400           PERFORM VARYING P FROM AT-FROM-PERIOD(K) BY 1
070500                    UNTIL P > AT-TO-PERIOD(K)
070600              MOVE "Y" TO ST-BUSY(WS-FOUND, P + 1)
070700           END-PERFORM
070800        END-IF
070900     END-PERFORM.
071000
071100*----------------------------------------------------------------
071200* ONE ABSENT STAFF MEMBER (STAFF ROW I).  EVERY SECTION, DUTY
071300* AND HOMEROOM INSIDE THE ABSENCE GOES ON THE COVERAGE TABLE.  A
071400* MULTI-PERIOD ABSENCE, OR ANY ABSENCE FROM AN ELEMENTARY
071500* HOMEROOM, TAKES ONE POOL SUBSTITUTE FREE FOR THE WHOLE SPAN.
071600* A SINGLE PERIOD -- OR ANYTHING LEFT WHEN THE POOL RUNS DRY --
071700* GOES ITEM BY ITEM TO A SAME-BUILDING TEACHER WITH THAT PERIOD
071800* FREE, THEN TO ANY POOL SUBSTITUTE FREE THAT PERIOD.
071900*----------------------------------------------------------------
072000 3500-COVER-ONE-ABSENCE.
072100     MOVE ST-STAFF-ID(I) TO AB-STAFF-ID.
072200     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ABS-COUNT
072300        IF AT-STAFF-ID(K) = AB-STAFF-ID
072400           MOVE K TO WS-ABSENT-IX
072500        END-IF
072600     END-PERFORM.
072700     MOVE AT-FROM-PERIOD(WS-ABSENT-IX) TO WS-FROM-PERIOD.
072800     MOVE AT-TO-PERIOD(WS-ABSENT-IX) TO WS-TO-PERIOD.
072900     MOVE ST-BUILDING(I) TO WS-BUILDING.
073000     SET ABSENCE-NO-ELEM-HOMEROOM TO TRUE.
073100     COMPUTE WS-FIRST-ITEM = WS-CV-COUNT + 1.
073200     PERFORM 3510-COLLECT-ITEMS.
073300     IF WS-FIRST-ITEM > WS-CV-COUNT
073400        EXIT PARAGRAPH
073500     END-IF.
073600     IF WS-TO-PERIOD > WS-FROM-PERIOD
073700        OR ABSENCE-HAS-ELEM-HOMEROOM
073800        PERFORM 3600-FIND-SUB-FOR-SPAN
073900        IF WS-COVER > 0
074000           PERFORM VARYING P FROM WS-FROM-PERIOD BY 1
074100                    UNTIL P > WS-TO-PERIOD
074200              MOVE "Y" TO ST-BUSY(WS-COVER, P + 1)
074300           END-PERFORM
074400           PERFORM VARYING K FROM WS-FIRST-ITEM BY 1
074500                    UNTIL K > WS-CV-COUNT
074600              MOVE ST-NAME(WS-COVER) TO CV-COVER-NAME(K)
074700              ADD 1 TO ST-COVER-COUNT(WS-COVER)
074800           END-PERFORM
074900           EXIT PARAGRAPH
075000        END-IF
075100     END-IF.
075200     PERFORM VARYING K FROM WS-FIRST-ITEM BY 1
075300              UNTIL K > WS-CV-COUNT
075400        IF CV-ELEM(K) NOT = "Y"
075500           PERFORM 3550-COVER-ONE-ITEM
075600        END-IF
075700     END-PERFORM.
075800
075900 3510-COLLECT-ITEMS.
076000     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HR-COUNT
076100        IF HM-TEACHER(J) = ST-NAME(I)
076200           AND (HM-GRADE(J) <= WS-ELEM-MAX-GRADE
076300                OR WS-FROM-PERIOD = 0)
076400           PERFORM 3520-NEW-ITEM
076500           MOVE "H" TO CV-KIND(WS-CV-COUNT)
076600           MOVE 0 TO CV-PERIOD(WS-CV-COUNT)
076700           MOVE HM-GRADE(J) TO CV-GRADE(WS-CV-COUNT)
076800           MOVE HM-SECTION(J) TO CV-SECTION(WS-CV-COUNT)
076900           IF HM-GRADE(J) <= WS-ELEM-MAX-GRADE
077000              MOVE "Y" TO CV-ELEM(WS-CV-COUNT)
077100              SET ABSENCE-HAS-ELEM-HOMEROOM TO TRUE
077200           END-IF
077300        END-IF
077400     END-PERFORM.
077500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEC-COUNT
077600        IF SX-TEACHER(J) = ST-NAME(I)
077700           AND SX-PERIOD(J) >= WS-FROM-PERIOD
077800           AND SX-PERIOD(J) <= WS-TO-PERIOD
077900           PERFORM 3520-NEW-ITEM
078000           MOVE "S" TO CV-KIND(WS-CV-COUNT)
078100           MOVE SX-PERIOD(J) TO CV-PERIOD(WS-CV-COUNT)
078200           MOVE SX-COURSE-CODE(J) TO CV-COURSE-CODE(WS-CV-COUNT)
078300           MOVE SX-ROOM(J) TO CV-ROOM(WS-CV-COUNT)
078400        END-IF
078500     END-PERFORM.
078600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DUTY-COUNT
078700        IF DT-STAFF-ID(J) = ST-STAFF-ID(I)
078800           AND DT-PERIOD(J) >= WS-FROM-PERIOD
078900           AND DT-PERIOD(J) <= WS-TO-PERIOD
079000           PERFORM 3520-NEW-ITEM
079100           MOVE "D" TO CV-KIND(WS-CV-COUNT)
079200           MOVE DT-PERIOD(J) TO CV-PERIOD(WS-CV-COUNT)
079300           MOVE DT-DUTY(J) TO CV-DUTY(WS-CV-COUNT)
079400           MOVE DT-LOCATION(J) TO CV-LOCATION(WS-CV-COUNT)
079500           MOVE DT-TIMES(J) TO CV-TIMES(WS-CV-COUNT)
079600        END-IF
079700     END-PERFORM.
079800
079900 3520-NEW-ITEM.
080000     IF WS-CV-COUNT >= 3000
080100        EXIT PARAGRAPH
080200     END-IF.
080300     ADD 1 TO WS-CV-COUNT.
080400     MOVE SPACES TO CV-ROW(WS-CV-COUNT).
080500     MOVE 0 TO CV-GRADE(WS-CV-COUNT).
080600     MOVE 0 TO CV-SECTION(WS-CV-COUNT).
080700     MOVE 0 TO CV-PERIOD(WS-CV-COUNT).
080800     MOVE ST-NAME(I) TO CV-ABSENT-NAME(WS-CV-COUNT).
080900     MOVE WS-ABSENT-IX TO CV-ABSENT-IX(WS-CV-COUNT).
081000     MOVE "N" TO CV-ELEM(WS-CV-COUNT).
081100
081200 3550-COVER-ONE-ITEM.
081300     MOVE CV-PERIOD(K) TO WS-PERIOD.
081400     COMPUTE P = WS-PERIOD + 1.
081500     PERFORM 3620-FIND-FREE-TEACHER.
081600     IF WS-COVER = 0
081700        PERFORM 3630-FIND-SUB-FOR-PERIOD
081800     END-IF.
081900     IF WS-COVER > 0
082000        MOVE "Y" TO ST-BUSY(WS-COVER, P)
082100        ADD 1 TO ST-COVER-COUNT(WS-COVER)
082200        MOVE ST-NAME(WS-COVER) TO CV-COVER-NAME(K)
082300     END-IF.
082400
082500*----------------------------------------------------------------
082600* THE POOL SUBSTITUTE WITH THE FEWEST ASSIGNMENTS SO FAR TODAY
082700* WHO IS ACTIVE, NOT OUT, AND FREE FOR EVERY PERIOD OF THE SPAN.
082800*----------------------------------------------------------------
082900 3600-FIND-SUB-FOR-SPAN.
083000     MOVE 0 TO WS-COVER.
083100     MOVE 99999 TO WS-BEST-COUNT.
083200     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
083300        IF ST-SUB-POOL(J) = "Y"
083400           AND ST-ACTIVE(J) = "Y"
083500           AND ST-ABSENT(J) NOT = "Y"
083600           AND ST-COVER-COUNT(J) < WS-BEST-COUNT
083700           SET FREE-ALL-RANGE TO TRUE
083800           PERFORM VARYING P FROM WS-FROM-PERIOD BY 1
083900                    UNTIL P > WS-TO-PERIOD
084000              IF ST-BUSY(J, P + 1) = "Y"
084100                 SET BUSY-IN-RANGE TO TRUE
084200              END-IF
084300           END-PERFORM
084400           IF FREE-ALL-RANGE
084500              MOVE J TO WS-COVER
084600              MOVE ST-COVER-COUNT(J) TO WS-BEST-COUNT
084700           END-IF
084800        END-IF
084900     END-PERFORM.
085000
085100* A CLASSROOM TEACHER IN THE ABSENT TEACHER'S BUILDING WITH THE
085200* PERIOD FREE, FEWEST COVERAGES TODAY FIRST.
085300 3620-FIND-FREE-TEACHER.
085400     MOVE 0 TO WS-COVER.
085500     MOVE 99999 TO WS-BEST-COUNT.
085600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
085700        IF ST-SUB-POOL(J) NOT = "Y"
085800           AND ST-ACTIVE(J) = "Y"
085900           AND ST-SECTION-COUNT(J) > 0
086000           AND ST-BUILDING(J) = WS-BUILDING
086100           AND ST-BUSY(J, P) NOT = "Y"
086200           AND ST-COVER-COUNT(J) < WS-BEST-COUNT
086300           MOVE J TO WS-COVER
086400           MOVE ST-COVER-COUNT(J) TO WS-BEST-COUNT
086500        END-IF
086600     END-PERFORM.
086700
086800 3630-FIND-SUB-FOR-PERIOD.
086900     MOVE 0 TO WS-COVER.
087000     MOVE 99999 TO WS-BEST-COUNT.
087100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
087200        IF ST-SUB-POOL(J) = "Y"
087300           AND ST-ACTIVE(J) = "Y"
087400           AND ST-ABSENT(J) NOT = "Y"
087500           AND ST-BUSY(J, P) NOT = "Y"
087600           AND ST-COVER-COUNT(J) < WS-BEST-COUNT
087700           MOVE J TO WS-COVER
087800           MOVE ST-COVER-COUNT(J) TO WS-BEST-COUNT
087900        END-IF
088000     END-PERFORM.
088100
088200 3700-FIND-STAFF-BY-ID.
088300     MOVE 0 TO WS-FOUND.
088400     PERFORM VARYING J FROM 1 BY 1
088500              UNTIL J > WS-STAFF-COUNT OR WS-FOUND > 0
088600        IF ST-STAFF-ID(J) = AB-STAFF-ID
088700           MOVE J TO WS-FOUND
088800        END-IF
088900     END-PERFORM.
089000
089100* THE NAME EXACTLY AS THE MASTER SPELLS IT, ACTIVE ROW FIRST.
089200 3750-FIND-STAFF-BY-NAME.
089300     MOVE 0 TO WS-FOUND.
089400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
089500        IF ST-NAME(J) = WS-ITEM-TEXT(1:30)
089600           IF WS-FOUND = 0 OR ST-ACTIVE(J) = "Y"
089700              MOVE J TO WS-FOUND
089800           END-IF
089900        END-IF
090000     END-PERFORM.
090100
090200*----------------------------------------------------------------
090300* THE SECRETARY'S SHEET: EVERY ABSENCE AND WHAT IT LEFT BEHIND,
090400* WITH THE COVERER OR "*** UNCOVERED ***".
090500*----------------------------------------------------------------
090600 4000-PRINT-COVERAGE.
090700     OPEN OUTPUT COVERAGE-REPORT.
090800     MOVE WS-RUN-DATE TO WS-ED-DATE.
090900     MOVE SPACES TO RPT-LINE.
091000     STRING "SUBSTITUTE COVERAGE FOR " DELIMITED BY SIZE
091100         WS-ED-DATE DELIMITED BY SIZE
091200         INTO RPT-LINE
091300     END-STRING.
091400     WRITE RPT-LINE.
091500     MOVE SPACES TO WS-PRIOR-COVER.
091600     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STAFF-COUNT
091700        IF ST-ABSENT(I) = "Y"
091800           PERFORM 4100-PRINT-ONE-ABSENCE
091900        END-IF
092000     END-PERFORM.
092100     IF WS-UNCOVERED-COUNT > 0
092200        MOVE 4 TO RETURN-CODE
092300     END-IF.
092400
092500 4100-PRINT-ONE-ABSENCE.
092600     MOVE ST-STAFF-ID(I) TO AB-STAFF-ID.
092700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ABS-COUNT
092800        IF AT-STAFF-ID(K) = AB-STAFF-ID
092900           MOVE K TO WS-ABSENT-IX
093000        END-IF
093100     END-PERFORM.
093200     MOVE SPACES TO RPT-LINE.
093300     WRITE RPT-LINE.
093400     MOVE SPACES TO RPT-LINE.
093500     MOVE "OUT:" TO RPT-LINE(1:4).
093600     MOVE ST-NAME(I) TO RPT-LINE(6:30).
093700     MOVE ST-STAFF-ID(I) TO RPT-LINE(37:5).
093800     IF AT-DAY-TYPE(WS-ABSENT-IX) = "F"
093900        MOVE "FULL DAY" TO RPT-LINE(44:8)
094000     ELSE
094100        STRING "PERIODS " DELIMITED BY SIZE
094200            AT-FROM-PERIOD(WS-ABSENT-IX) DELIMITED BY SIZE
094300            "-" DELIMITED BY SIZE
094400            AT-TO-PERIOD(WS-ABSENT-IX) DELIMITED BY SIZE
094500            INTO RPT-LINE(44:11)
094600        END-STRING
094700     END-IF.
094800     MOVE "REASON" TO RPT-LINE(57:6).
094900     MOVE AT-REASON(WS-ABSENT-IX) TO RPT-LINE(64:2).
095000     WRITE RPT-LINE.
095100     MOVE 0 TO WS-LIST-COUNT.
095200     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CV-COUNT
095300        IF CV-ABSENT-NAME(K) = ST-NAME(I)
095400           ADD 1 TO WS-LIST-COUNT
095500           PERFORM 4200-ITEM-TEXT
095600           MOVE SPACES TO RPT-LINE
095700           MOVE WS-ITEM-TEXT TO RPT-LINE(3:40)
095800           IF CV-COVER-NAME(K) = SPACES
095900              MOVE "*** UNCOVERED ***" TO RPT-LINE(45:17)
096000              ADD 1 TO WS-UNCOVERED-COUNT
096100           ELSE
096200              MOVE "COVER:" TO RPT-LINE(45:6)
096300              MOVE CV-COVER-NAME(K) TO RPT-LINE(52:30)
096400              ADD 1 TO WS-COVERED-COUNT
096500           END-IF
096600           WRITE RPT-LINE
096700        END-IF
096800     END-PERFORM.
096900     IF WS-LIST-COUNT = 0
097000        MOVE "  NO SECTIONS, HOMEROOM OR DUTIES TO COVER"
097100            TO RPT-LINE
097200        WRITE RPT-LINE
097300     END-IF.
097400
097500 4200-ITEM-TEXT.
097600     MOVE SPACES TO WS-ITEM-TEXT.
097700     EVALUATE CV-KIND(K)
097800         WHEN "S"
097900             STRING "PER " DELIMITED BY SIZE
098000                 CV-PERIOD(K) DELIMITED BY SIZE
098100                 "  " DELIMITED BY SIZE
098200                 CV-COURSE-CODE(K) DELIMITED BY SIZE
098300                 " RM " DELIMITED BY SIZE
098400                 CV-ROOM(K) DELIMITED BY SIZE
098500                 INTO WS-ITEM-TEXT
098600             END-STRING
098700         WHEN "H"
098800             MOVE CV-GRADE(K) TO WS-ED-GRADE
098900             IF CV-ELEM(K) = "Y"
099000                STRING "ALL DAY  HOMEROOM GRADE "
099100                    DELIMITED BY SIZE
099200                    WS-ED-GRADE DELIMITED BY SIZE
099300                    " SECTION " DELIMITED BY SIZE
099400                    CV-SECTION(K) DELIMITED BY SIZE
099500                    INTO WS-ITEM-TEXT
099600                END-STRING
099700             ELSE
099800                STRING "PER 0  HOMEROOM GRADE " DELIMITED BY SIZE
099900                    WS-ED-GRADE DELIMITED BY SIZE
100000                    " SECTION " DELIMITED BY SIZE
100100                    CV-SECTION(K) DELIMITED BY SIZE
100200                    INTO WS-ITEM-TEXT
100300                END-STRING
100400             END-IF
100500         WHEN "D"
100600             STRING "PER " DELIMITED BY SIZE
100700                 CV-PERIOD(K) DELIMITED BY SIZE
100800                 "  DUTY " DELIMITED BY SIZE
100900                 CV-DUTY(K) DELIMITED BY SIZE
101000                 " " DELIMITED BY SIZE
101100                 CV-TIMES(K) DELIMITED BY SIZE
101200                 INTO WS-ITEM-TEXT
101300             END-STRING
101400     END-EVALUATE.
101500
101600*----------------------------------------------------------------
101700* ONE PACKET PER COVERER: EACH ROOM AND ITS CLASS LIST, EACH
101800* HOMEROOM LIST, EACH DUTY.  STUDENT NAMES AND GRADES ONLY -- THE
101900* IEP/504 FLAG AND EVERY ACCOMMODATION NOTE ARE RESTRICTED AND
102000* STAY OFF THE PACKET; THE CASE MANAGER BRIEFS THE SUB IN PERSON.
102100*----------------------------------------------------------------
102200 5000-PRINT-PACKETS.
102300     OPEN OUTPUT SUB-PACKETS.
102400     IF WS-CV-COUNT > 1
102500        SORT CV-ROW ASCENDING CV-COVER-NAME CV-PERIOD CV-KIND
102600     END-IF.
102700     MOVE SPACES TO WS-PRIOR-COVER.
102800     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CV-COUNT
102900        IF CV-COVER-NAME(K) NOT = SPACES
103000           IF CV-COVER-NAME(K) NOT = WS-PRIOR-COVER
103100              IF WS-PRIOR-COVER NOT = SPACES
103200                 PERFORM 5800-PACKET-FOOTER
103300              END-IF
103400              PERFORM 5100-PACKET-HEADER
103500              MOVE CV-COVER-NAME(K) TO WS-PRIOR-COVER
103600           END-IF
103700           PERFORM 5200-PACKET-ITEM
103800        END-IF
103900     END-PERFORM.
104000     IF WS-PRIOR-COVER NOT = SPACES
104100        PERFORM 5800-PACKET-FOOTER
104200     END-IF.
104300     CLOSE SUB-PACKETS.
104400     CLOSE ROSTER-FILE.
104500
104600 5100-PACKET-HEADER.
104700     ADD 1 TO WS-PACKET-COUNT.
104800     MOVE WS-RUN-DATE TO WS-ED-DATE.
104900     MOVE SPACES TO PKT-LINE.
105000     STRING "COVERAGE PACKET -- " DELIMITED BY SIZE
105100         WS-ED-DATE DELIMITED BY SIZE
105200         INTO PKT-LINE
105300     END-STRING.
105400     WRITE PKT-LINE.
105500     MOVE SPACES TO PKT-LINE.
105600     MOVE "COVERING TEACHER:" TO PKT-LINE(1:17).
105700     MOVE CV-COVER-NAME(K) TO PKT-LINE(19:30).
105800     WRITE PKT-LINE.
105900
106000 5200-PACKET-ITEM.
106100     PERFORM 4200-ITEM-TEXT.
106200     MOVE SPACES TO PKT-LINE.
106300     WRITE PKT-LINE.
106400     MOVE SPACES TO PKT-LINE.
106500     MOVE WS-ITEM-TEXT TO PKT-LINE(1:40).
106600     MOVE "FOR" TO PKT-LINE(42:3).
106700     MOVE CV-ABSENT-NAME(K) TO PKT-LINE(46:30).
106800     WRITE PKT-LINE.
106900     EVALUATE CV-KIND(K)
107000         WHEN "S"
107100             PERFORM 5300-SECTION-LIST
107200         WHEN "H"
107300             PERFORM 5400-HOMEROOM-LIST
107400         WHEN "D"
107500             MOVE SPACES TO PKT-LINE
107600             MOVE "LOCATION:" TO PKT-LINE(5:9)
107700             MOVE CV-LOCATION(K) TO PKT-LINE(15:20)
107800             WRITE PKT-LINE
107900     END-EVALUATE.
108000
108100 5300-SECTION-LIST.
108200     MOVE 0 TO WS-LIST-COUNT.
108300     OPEN INPUT STUDENT-SCHEDULE.
108400     IF WS-SCH-STATUS NOT = "00"
108500        MOVE "10" TO WS-SCH-STATUS
108600     ELSE
108700        PERFORM UNTIL WS-SCH-STATUS NOT = "00"
108800           READ STUDENT-SCHEDULE
108900               AT END MOVE "10" TO WS-SCH-STATUS
109000           END-READ
109100           IF WS-SCH-STATUS = "00"
109200              AND SCH-COURSE-CODE = CV-COURSE-CODE(K)
109300              AND SCH-PERIOD = CV-PERIOD(K)
109400              MOVE SCH-STUDENT-ID TO FR-STUDENT-ID
109500              READ ROSTER-FILE
109600                  INVALID KEY CONTINUE
109700              END-READ
109800              IF WS-FILE-STATUS = "00"
109900                 PERFORM 5500-STUDENT-LINE
110000              ELSE
110100                 MOVE "00" TO WS-FILE-STATUS
110200              END-IF
110300           END-IF
110400        END-PERFORM
110500        CLOSE STUDENT-SCHEDULE
110600     END-IF.
110700     PERFORM 5600-LIST-COUNT.
110800
110900 5400-HOMEROOM-LIST.
111000     MOVE 0 TO WS-LIST-COUNT.
111100     MOVE LOW-VALUES TO FR-STUDENT-ID.
111200     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
111300         INVALID KEY MOVE "10" TO WS-FILE-STATUS
111400     END-START.
111500     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
111600        READ ROSTER-FILE NEXT RECORD
111700            AT END MOVE "10" TO WS-FILE-STATUS
111800        END-READ
111900        IF WS-FILE-STATUS = "00"
112000           AND FR-TEACHER = CV-ABSENT-NAME(K)
112100           AND FR-GRADE = CV-GRADE(K)
112200           AND FR-SECTION = CV-SECTION(K)
112300           PERFORM 5500-STUDENT-LINE
112400        END-IF
112500     END-PERFORM.
112600     MOVE "00" TO WS-FILE-STATUS.
112700     PERFORM 5600-LIST-COUNT.
112800
112900 5500-STUDENT-LINE.
113000     ADD 1 TO WS-LIST-COUNT.
113100     MOVE FR-GRADE TO WS-ED-GRADE.
113200     MOVE SPACES TO PKT-LINE.
113300     MOVE FR-STUDENT-ID TO PKT-LINE(5:9).
113400     MOVE FR-NAME(1:40) TO PKT-LINE(16:40).
113500     MOVE "GR" TO PKT-LINE(58:2).
113600     MOVE WS-ED-GRADE TO PKT-LINE(61:2).
113700     WRITE PKT-LINE.
113800
113900 5600-LIST-COUNT.
114000     MOVE WS-LIST-COUNT TO WS-ED-COUNT.
114100     MOVE SPACES TO PKT-LINE.
114200     STRING "    STUDENTS: " DELIMITED BY SIZE
114300         WS-ED-COUNT DELIMITED BY SIZE
114400         INTO PKT-LINE
114500     END-STRING.
114600     WRITE PKT-LINE.
114700
114800 5800-PACKET-FOOTER.
114900     MOVE SPACES TO PKT-LINE.
115000     WRITE PKT-LINE.
115100     MOVE "IEP/504 ACCOMMODATION NOTES ARE RESTRICTED AND"
115200         TO PKT-LINE.
115300     WRITE PKT-LINE.
115400     MOVE "WITHHELD FROM THIS PACKET -- SEE THE OFFICE OR THE"
115500         TO PKT-LINE.
115600     WRITE PKT-LINE.
115700     MOVE "CASE MANAGER." TO PKT-LINE.
115800     WRITE PKT-LINE.
115900     MOVE ALL "=" TO PKT-LINE(1:72).
116000     WRITE PKT-LINE.
116100
116200 5900-COVER-TOTALS.
116300     MOVE SPACES TO RPT-LINE.
116400     WRITE RPT-LINE.
116500     MOVE WS-COVERED-COUNT TO WS-ED-COUNT.
116600     MOVE SPACES TO RPT-LINE.
116700     STRING "ASSIGNMENTS COVERED:   " DELIMITED BY SIZE
116800         WS-ED-COUNT DELIMITED BY SIZE
116900         INTO RPT-LINE
117000     END-STRING.
117100     WRITE RPT-LINE.
117200     MOVE WS-UNCOVERED-COUNT TO WS-ED-COUNT.
117300     MOVE SPACES TO RPT-LINE.
117400     STRING "LEFT UNCOVERED:        " DELIMITED BY SIZE
117500         WS-ED-COUNT DELIMITED BY SIZE
117600         INTO RPT-LINE
117700     END-STRING.
117800     WRITE RPT-LINE.
117900     MOVE WS-PACKET-COUNT TO WS-ED-COUNT.
118000     MOVE SPACES TO RPT-LINE.
118100     STRING "PACKETS PRINTED:       " DELIMITED BY SIZE
118200         WS-ED-COUNT DELIMITED BY SIZE
118300         INTO RPT-LINE
118400     END-STRING.
118500     WRITE RPT-LINE.
118600     CLOSE COVERAGE-REPORT.
118700     DISPLAY "GRADE-SCHOOL-SUBCOVER ABSENCES POSTED: "
118800         WS-POSTED-COUNT.
118900     DISPLAY "  REJECTED:         " WS-REJECT-COUNT.
119000     DISPLAY "  OUT TODAY:        " WS-ABS-COUNT.
119100     DISPLAY "  COVERED:          " WS-COVERED-COUNT.
119200     DISPLAY "  UNCOVERED:        " WS-UNCOVERED-COUNT.
119300     IF WS-REJECT-COUNT > 0
119400        MOVE 4 TO RETURN-CODE
119500     END-IF.
119600
119700*----------------------------------------------------------------
119800* MONTHLY, FOR HR: EVERY STAFF MEMBER WITH AN ABSENCE IN THE
119900* MONTH, FULL AND PARTIAL DAYS, AND THE COUNT BY REASON.
120000*----------------------------------------------------------------
120100 6000-MONTHLY-SUMMARY.
120200     PERFORM 3100-LOAD-STAFF.
120300     OPEN INPUT ABSENCE-MASTER.
120400     IF WS-AB-STATUS NOT = "00"
120500        MOVE "10" TO WS-AB-STATUS
120600     ELSE
120700        PERFORM UNTIL WS-AB-STATUS NOT = "00"
120800           READ ABSENCE-MASTER
120900               AT END MOVE "10" TO WS-AB-STATUS
121000           END-READ
121100           IF WS-AB-STATUS = "00"
121200              AND AB-DATE(1:6) = WS-RUN-MONTH
121300              PERFORM 6100-COUNT-ONE-ABSENCE
121400           END-IF
121500        END-PERFORM
121600        CLOSE ABSENCE-MASTER
121700     END-IF.
121800     IF WS-SUM-COUNT > 1
121900        SORT SU-ROW ASCENDING SU-NAME SU-STAFF-ID
122000     END-IF.
122100     PERFORM 6200-PRINT-SUMMARY.
122200
122300 6100-COUNT-ONE-ABSENCE.
122400     MOVE 0 TO K.
122500     PERFORM VARYING J FROM 1 BY 1
122600              UNTIL J > WS-SUM-COUNT OR K > 0
122700        IF SU-STAFF-ID(J) = AB-STAFF-ID
122800           MOVE J TO K
122900        END-IF
123000     END-PERFORM.
123100     IF K = 0
123200        IF WS-SUM-COUNT >= 3000
123300           EXIT PARAGRAPH
123400        END-IF
123500        ADD 1 TO WS-SUM-COUNT
123600        MOVE WS-SUM-COUNT TO K
123700        MOVE AB-STAFF-ID TO SU-STAFF-ID(K)
123800        MOVE "(NOT ON STAFFMST)" TO SU-NAME(K)
123900        PERFORM 3700-FIND-STAFF-BY-ID
124000        IF WS-FOUND > 0
124100           MOVE ST-NAME(WS-FOUND) TO SU-NAME(K)
124200        END-IF
124300        MOVE 0 TO SU-FULL-DAYS(K)
124400        MOVE 0 TO SU-PARTIAL-DAYS(K)
124500        PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
124600           MOVE 0 TO SU-REASON-COUNT(K, J)
124700        END-PERFORM
124800     END-IF.
124900     IF AB-DAY-TYPE = "F"
125000        ADD 1 TO SU-FULL-DAYS(K)
125100     ELSE
125200        ADD 1 TO SU-PARTIAL-DAYS(K)
125300     END-IF.
125400     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
125500        IF RC-CODE(J) = AB-REASON
125600           ADD 1 TO SU-REASON-COUNT(K, J)
125700        END-IF
125800     END-PERFORM.
125900
126000 6200-PRINT-SUMMARY.
126100     OPEN OUTPUT ABSENCE-SUMMARY.
126200     MOVE SPACES TO SUM-LINE.
126300     STRING "STAFF ABSENCE SUMMARY -- MONTH " DELIMITED BY SIZE
126400         WS-RUN-MONTH(1:4) DELIMITED BY SIZE
126500         "-" DELIMITED BY SIZE
126600         WS-RUN-MONTH(5:2) DELIMITED BY SIZE
126700         INTO SUM-LINE
126800     END-STRING.
126900     WRITE SUM-LINE.
127000     MOVE SPACES TO SUM-LINE.
127100     WRITE SUM-LINE.
127200     MOVE SPACES TO SUM-LINE.
127300     MOVE "STAFF MEMBER" TO SUM-LINE(1:12).
127400     MOVE "ID" TO SUM-LINE(32:2).
127500     MOVE "FULL PART   SK  PL  PD  FM  JD  OT" TO SUM-LINE(39:34).
127600     WRITE SUM-LINE.
127700     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SUM-COUNT
127800        MOVE SPACES TO SUM-LINE
127900        MOVE SU-NAME(K) TO SUM-LINE(1:30)
128000        MOVE SU-STAFF-ID(K) TO SUM-LINE(32:5)
128100        MOVE SU-FULL-DAYS(K) TO WS-ED-GRADE
128200        MOVE WS-ED-GRADE TO SUM-LINE(41:2)
128300        MOVE SU-PARTIAL-DAYS(K) TO WS-ED-GRADE
128400        MOVE WS-ED-GRADE TO SUM-LINE(46:2)
128500        PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
128600           MOVE SU-REASON-COUNT(K, J) TO WS-ED-GRADE
128700           COMPUTE P = 47 + J * 4
128800           MOVE WS-ED-GRADE TO SUM-LINE(P:2)
128900        END-PERFORM
129000        WRITE SUM-LINE
129100     END-PERFORM.
129200     MOVE SPACES TO SUM-LINE.
129300     WRITE SUM-LINE.
129400     MOVE WS-SUM-COUNT TO WS-ED-COUNT.
129500     MOVE SPACES TO SUM-LINE.
129600     STRING "STAFF WITH ABSENCES: " DELIMITED BY SIZE
129700         WS-ED-COUNT DELIMITED BY SIZE
129800         INTO SUM-LINE
129900     END-STRING.
130000     WRITE SUM-LINE.
130100     CLOSE ABSENCE-SUMMARY.
130200     DISPLAY "GRADE-SCHOOL-SUBCOVER MONTH " WS-RUN-MONTH
130300         " STAFF WITH ABSENCES: " WS-SUM-COUNT.
130400
130500*----------------------------------------------------------------
130600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
130700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
130800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
130900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
131000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
131100*----------------------------------------------------------------
131200 9800-CHECK-LAYOUTS.
131300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
131400     OPEN EXTEND LAYOUT-USAGE-LOG.
131500     IF WS-LU-STATUS = "35"
131600        OPEN OUTPUT LAYOUT-USAGE-LOG
131700     END-IF.
131800     MOVE "ROSTERF" TO WS-LK-DATASET.
131900     MOVE 3 TO WS-LK-VERSION.
132000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
132100     PERFORM 9820-CHECK-ONE-LAYOUT.
132200     CLOSE LAYOUT-USAGE-LOG.
132300
132400 9810-LOAD-LAYOUT-CONTROL.
132500     MOVE 0 TO WS-LC-COUNT.
132600     OPEN INPUT LAYOUT-CONTROL.
132700     IF WS-LC-STATUS NOT = "00"
132800        EXIT PARAGRAPH
132900     END-IF.
133000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
133100        READ LAYOUT-CONTROL
133200            AT END MOVE "10" TO WS-LC-STATUS
133300        END-READ
133400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
133500           ADD 1 TO WS-LC-COUNT
133600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
133700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
133800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
133900        END-IF
134000     END-PERFORM.
134100     CLOSE LAYOUT-CONTROL.
134200
134300*----------------------------------------------------------------
134400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
134500* AS NOCTL.
134600*----------------------------------------------------------------
134700 9820-CHECK-ONE-LAYOUT.
134800     MOVE "NOCTL" TO WS-LK-RESULT.
134900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
135000             UNTIL WS-LC-INDX > WS-LC-COUNT
135100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
135200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
135300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
135400              MOVE "CURRENT" TO WS-LK-RESULT
135500           ELSE
135600              MOVE "MISMATCH" TO WS-LK-RESULT
135700           END-IF
135800        END-IF
135900     END-PERFORM.
136000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
136100     MOVE "GRADE-SCHOOL-SUBCOVER" TO LU-PROGRAM.
136200     MOVE WS-LK-DATASET TO LU-DATASET.
136300     MOVE WS-LK-VERSION TO LU-VERSION.
136400     MOVE WS-LK-LENGTH TO LU-LENGTH.
136500     MOVE WS-LK-RESULT TO LU-RESULT.
136600     WRITE LAYOUT-USAGE-RECORD.
136700     IF WS-LK-RESULT NOT = "MISMATCH"
136800        EXIT PARAGRAPH
136900     END-IF.
137000     SET LAYOUT-MISMATCH TO TRUE.
137100     DISPLAY "GRADE-SCHOOL-SUBCOVER HALTED: " WS-LK-DATASET
137200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
137300         " DOES NOT MATCH LAYOUTCT".
137400     OPEN EXTEND OPS-ERROR-LOG.
137500     IF WS-OPS-LOG-STATUS = "35"
137600        OPEN OUTPUT OPS-ERROR-LOG
137700     END-IF.
137800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
137900     MOVE "GRADE-SCHOOL-SUBCOVER" TO OE-PROGRAM.
138000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
138100     MOVE "LAYOUT" TO OE-OPERATION.
138200     MOVE "16" TO OE-STATUS.
138300     WRITE OPS-ERROR-RECORD.
138400     CLOSE OPS-ERROR-LOG.
