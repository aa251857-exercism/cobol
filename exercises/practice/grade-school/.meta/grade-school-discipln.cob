002000*                 TRUANCY.  MODE EXTRACT WRITES THE STATE'S
002100*                 INCIDENT-CATEGORY COUNTS TO DISCEXT AT YEAR
002200*                 END.
002205* 2026-10-15 KAP  CUMULATIVE SUSPENSION DAYS.  POST NOW TOTALS
002210*                 DS-SUSPENSION-DAYS PER STUDENT FROM THE
002215*                 DSCPARM SCHOOL-YEAR START (DEFAULT AUGUST 1).
002220*                 FOR A STUDENT ON AN IEP OR 504 -- FR-IEP-FLAG
002225*                 OR AN OPEN PROGPART SPELL, EVERY LOOKUP LOGGED
002230*                 TO IEPLOG THE WAY GET-IEP-STATUS DOES -- SUSPRPT
002235*                 CARRIES AN ALERT AT 5 AND 8 DAYS, AND A POSTING
002240*                 THAT WOULD CROSS 10 IS HELD AS "MANIFESTATION
002245*                 REQUIRED" UNTIL THE CLERK RESUBMITS IT WITH
002250*                 DTX-MANIFEST-DONE = "Y" AFTER THE DETERMINATION.
002255* 2026-10-15 KAP  RETURNED MAIL -- NO DUE-PROCESS LETTER IS
002260*                 PRINTED FOR A HOUSEHOLD MARKED BAD (HM-ADDR-
002265*                 STATUS "B"); THE FAMILY GOES TO THE SHARED
002270*                 CALLFAM LIST SO THE NOTICE IS GIVEN BY PHONE.
002275*                 THE INCIDENT ITSELF POSTS AS BEFORE.
002285* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002295*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002305*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002315*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002325*                 OPSERRLG ENTRY.
002327* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002329*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002331*                 LAYOUT VERSION 3.
002335*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
007000
007100     SELECT STATE-EXTRACT ASSIGN TO "DISCEXT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007201
007220     SELECT PARTICIPATION-MASTER ASSIGN TO "PROGPART"
007240         ORGANIZATION IS LINE SEQUENTIAL
007260         FILE STATUS IS WS-PP-STATUS.
007261
007270     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
007280         ORGANIZATION IS LINE SEQUENTIAL
007290         FILE STATUS IS WS-IEP-LOG-STATUS.
007291
007292     SELECT SUSPENSION-REPORT ASSIGN TO "SUSPRPT"
007294         ORGANIZATION IS LINE SEQUENTIAL.
007295
007296     SELECT CALL-FAMILY-FILE ASSIGN TO "CALLFAM"
007297         ORGANIZATION IS LINE SEQUENTIAL
007298         FILE STATUS IS WS-CF-STATUS.
007300
007307     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007315         ORGANIZATION IS LINE SEQUENTIAL
007323         FILE STATUS IS WS-LC-STATUS.
007330
007338     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007346         ORGANIZATION IS LINE SEQUENTIAL
007353         FILE STATUS IS WS-LU-STATUS.
007361
007369     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007376         ORGANIZATION IS LINE SEQUENTIAL
007384         FILE STATUS IS WS-OPS-LOG-STATUS.
007392
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PARM-FILE.
007900*----------------------------------------------------------------
008000 01  PARM-RECORD.
008100     05 PARM-MODE             PIC X(07).
008120*    SCHOOL-YEAR START FOR THE SUSPENSION TOTALS; ZERO OR BLANK
008140*    MEANS AUGUST 1 OF THE CURRENT SCHOOL YEAR.
008160     05 PARM-YEAR-START       PIC 9(08).
008200
008300 FD  INCIDENT-TRANSACTIONS.
008400 01  TX-RECORD.
008700     05 DTX-INCIDENT-CODE     PIC X(04).
008800     05 DTX-ACTION-CODE       PIC X(04).
008900     05 DTX-SUSPENSION-DAYS   PIC 9(02).
008920*    "Y" ONCE THE MANIFESTATION DETERMINATION HAS BEEN HELD.
008940     05 DTX-MANIFEST-DONE     PIC X(01).
009000
009100* THE FOLDER, KEYED TO THE ROSTER AT LAST.
009200 FD  DISCIPLINE-MASTER.
011200     05 FR-IEP-FLAG           PIC X(01).
011300     05 FR-DOB                PIC 9(08).
011400     05 FR-SCHOOL-CODE        PIC 9(02).
011433     05 FR-GENDER             PIC X(01).
011466     05 FR-RACE-ETH           PIC X(01).
011500
011600 FD  HOUSEHOLD-MASTER.
011700*----------------------------------------------------------------
012900     05 HM-PHONE-2            PIC X(15).
013000     05 HM-DO-NOT-MAIL        PIC X(01).
013100     05 HM-LANGUAGE           PIC X(02).
013110*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
013120*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
013130     05 HM-ADDR-STATUS        PIC X(01).
013140        88 HM-ADDRESS-BAD               VALUE "B".
013150     05 HM-RETURN-COUNT       PIC 9(03).
013160     05 HM-LAST-RETURN-DATE   PIC 9(08).
013200
013300 FD  ATTENDANCE-FILE.
013400*----------------------------------------------------------------
017000     05 EXT-INCIDENT-CODE     PIC X(04).
017100     05 EXT-INCIDENTS         PIC 9(05).
017200     05 EXT-SUSPENSION-DAYS   PIC 9(05).
017203
017206* ONE ROW PER SPELL: EXIT DATE ZERO WHILE THE STUDENT IS STILL IN
017209* THE PROGRAM.  LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART.
017212 FD  PARTICIPATION-MASTER.
017215 01  PARTICIPATION-RECORD.
017218     05 PP-STUDENT-ID         PIC 9(09).
017221     05 PP-PROGRAM            PIC X(04).
017224     05 PP-ENTRY-DATE         PIC 9(08).
017227     05 PP-EXIT-DATE          PIC 9(08).
017230     05 PP-EXIT-REASON        PIC X(01).
017233
017236*----------------------------------------------------------------
017239* LAYOUT MUST MATCH GRADE-SCHOOL'S IEP-ACCESS-RECORD.
017242* RESTRICTED -- STUDENT-PRIVACY STATUTE.  ONE RECORD PER LOOKUP,
017245* INCLUDING EVERY "NO", SO THE COORDINATOR'S ACCESS REPORT IS
017248* COMPLETE.
017251*----------------------------------------------------------------
017254 FD  IEP-ACCESS-LOG.
017257 01  IEP-ACCESS-RECORD.
017260     05 IA-TIMESTAMP          PIC 9(14).
017263     05 IA-REQUESTOR          PIC X(08).
017266     05 IA-STUDENT-ID         PIC 9(09).
017269     05 IA-RESULT             PIC X(01).
017272
017275 FD  SUSPENSION-REPORT.
017278 01  SUSP-LINE                PIC X(80).
017280
017281 FD  CALL-FAMILY-FILE.
017282*----------------------------------------------------------------
017283* LAYOUT MUST MATCH GRADE-SCHOOL'S CALL-FAMILY-RECORD -- ONE
017284* SHARED "CALL THIS FAMILY" LIST FOR EVERY LETTER JOB.
017285*----------------------------------------------------------------
017286 01  CALL-FAMILY-RECORD.
017287     05 CF-DATE               PIC 9(08).
017288     05 CF-SOURCE             PIC X(08).
017289     05 CF-LETTER-TYPE        PIC X(08).
017290     05 CF-HOUSEHOLD-ID       PIC 9(09).
017291     05 CF-STUDENT-ID         PIC 9(09).
017292     05 CF-GUARDIAN           PIC X(60).
017293     05 CF-PHONE-1            PIC X(15).
017294     05 CF-PHONE-2            PIC X(15).
017295     05 CF-RETURN-COUNT       PIC 9(03).
017300
017302 FD  LAYOUT-CONTROL.
017305*----------------------------------------------------------------
017308* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
017310* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
017313*----------------------------------------------------------------
017316 01  LAYOUT-CONTROL-RECORD.
017318     05 LC-DATASET            PIC X(08).
017321     05 LC-VERSION            PIC 9(03).
017324     05 LC-LENGTH             PIC 9(05).
017327     05 LC-EFFECTIVE-DATE     PIC 9(08).
017329
017332 FD  LAYOUT-USAGE-LOG.
017335*----------------------------------------------------------------
017337* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
017340* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
017343*----------------------------------------------------------------
017345 01  LAYOUT-USAGE-RECORD.
017348     05 LU-TIMESTAMP          PIC 9(14).
017351     05 LU-PROGRAM            PIC X(24).
017354     05 LU-DATASET            PIC X(08).
017356     05 LU-VERSION            PIC 9(03).
017359     05 LU-LENGTH             PIC 9(05).
017362     05 LU-RESULT             PIC X(08).
017364
017367 FD  OPS-ERROR-LOG.
017370*----------------------------------------------------------------
017372* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
017375* SHARED SHOP-WIDE ERROR LOG.
017378*----------------------------------------------------------------
017381 01  OPS-ERROR-RECORD.
017383     05 OE-TIMESTAMP          PIC 9(14).
017386     05 OE-PROGRAM            PIC X(20).
017389     05 OE-FILE-NAME          PIC X(08).
017391     05 OE-OPERATION          PIC X(08).
017394     05 OE-STATUS             PIC XX.
017397
017400 WORKING-STORAGE SECTION.
017500 01 WS-PARM-STATUS             PIC XX.
017600 01 WS-TX-STATUS               PIC XX.
018000 01 WS-ATT-STATUS              PIC XX.
018100 01 WS-CAL-STATUS              PIC XX.
018200 01 WS-TMPL-STATUS             PIC XX.
018220 01 WS-PP-STATUS               PIC XX.
018240 01 WS-IEP-LOG-STATUS          PIC XX.
018250 01 WS-CF-STATUS               PIC XX.
018260 01 WS-CALL-COUNT              PIC 9(05) COMP VALUE ZERO.
018300 01 WS-MODE                    PIC X(07).
018400 01 WS-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
018500 01 WS-LETTER-COUNT            PIC 9(05) COMP VALUE ZERO.
019200 01 WS-CAT-FOUND               PIC 9(02) COMP.
019300 01 WS-CAT-COUNT               PIC 9(02) COMP VALUE ZERO.
019400 01 I                          PIC 9(05) COMP.
019405 01 WS-TODAY                   PIC 9(08).
019410 01 WS-YEAR-START              PIC 9(08) VALUE ZERO.
019415 01 WS-ACCESS-USER             PIC X(08) VALUE "DISCIPLN".
019420 01 WS-IEP-RESULT              PIC X(01).
019425    88 IEP-RESULT-YES          VALUE "Y".
019430    88 IEP-RESULT-NO           VALUE "N".
019432 01 WS-TOTAL-STUDENT-ID        PIC 9(09).
019434 01 WS-TOTAL-DAYS              PIC 9(02).
019435 01 WS-PRIOR-DAYS              PIC 9(04) COMP.
019440 01 WS-NEW-TOTAL               PIC 9(04) COMP.
019445 01 WS-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
019450 01 WS-ALERT-COUNT             PIC 9(05) COMP VALUE ZERO.
019452 01 WS-HOLD-SW                 PIC X(01).
019454    88 POSTING-HELD            VALUE "Y".
019455 01 WS-ALERT-TEXT              PIC X(30).
019460 01 WS-ED-DAYS                 PIC Z9.
019465 01 WS-ED-TOTAL                PIC ZZZ9.
019500
019600 01 WS-TMPL-COUNT              PIC 9(03) COMP VALUE ZERO.
019700 01 WS-TMPL-INDX               PIC 9(03) COMP.
021400        05 CT-CODE            PIC X(04).
021500        05 CT-INCIDENTS       PIC 9(05) COMP.
021600        05 CT-SUSP-DAYS       PIC 9(05) COMP.
021601
021610* SUSPENSION DAYS SO FAR THIS SCHOOL YEAR, ONE ROW PER STUDENT.
021620 01 WS-SUSP-COUNT              PIC 9(04) COMP VALUE ZERO.
021630 01 WS-SUSP-INDX               PIC 9(04) COMP.
021640 01 WS-SUSP-FOUND              PIC 9(04) COMP.
021650 01 SUSPENSION-TOTALS.
021660     02 SU-ROW                OCCURS 1 TO 3000 TIMES
021670                                 DEPENDING ON WS-SUSP-COUNT.
021680        05 SU-STUDENT-ID      PIC 9(09).
021690        05 SU-DAYS            PIC 9(04) COMP.
021691* RESTRICTED -- STUDENT-PRIVACY STATUTE.  STUDENTS WITH AN OPEN
021692* IEP OR 504 SPELL ON PROGPART.  READ ONLY BY 3300-GET-IEP-STATUS.
021693 01 WS-PP-COUNT                PIC 9(04) COMP VALUE ZERO.
021694 01 WS-PP-INDX                 PIC 9(04) COMP.
021695 01 PROTECTED-TABLE.
021696     02 PT-ROW                OCCURS 1 TO 3000 TIMES
021697                                 DEPENDING ON WS-PP-COUNT.
021698        05 PT-STUDENT-ID      PIC 9(09).
021700
021704*----------------------------------------------------------------
021709* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
021713* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
021718*----------------------------------------------------------------
021722 01 WS-LC-STATUS               PIC XX.
021727 01 WS-LU-STATUS               PIC XX.
021731 01 WS-OPS-LOG-STATUS          PIC XX.
021736 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
021740     88 LAYOUT-MISMATCH                  VALUE "Y".
021745 01 WS-LK-DATASET              PIC X(08).
021750 01 WS-LK-VERSION              PIC 9(03).
021754 01 WS-LK-LENGTH               PIC 9(05).
021759 01 WS-LK-RESULT               PIC X(08).
021763 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
021768 01 WS-LC-INDX                 PIC 9(03) COMP.
021772 01 LAYOUT-CONTROL-TABLE.
021777     02 LCT-ROW               OCCURS 50 TIMES.
021781        05 LCT-DATASET        PIC X(08).
021786        05 LCT-VERSION        PIC 9(03).
021790        05 LCT-LENGTH         PIC 9(05).
021795
021800 PROCEDURE DIVISION.
021900
022000 0000-MAINLINE.
022010     PERFORM 9800-CHECK-LAYOUTS
022020     IF LAYOUT-MISMATCH
022030        MOVE 16 TO RETURN-CODE
022040        GOBACK
022050     END-IF
022100     PERFORM 1000-INITIALIZE
022200     EVALUATE WS-MODE
022300         WHEN "POST"
023300
023400 1000-INITIALIZE.
023500     MOVE SPACES TO WS-MODE.
023550     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
023600     OPEN INPUT PARM-FILE.
023700     IF WS-PARM-STATUS = "00"
023800        READ PARM-FILE
024000        END-READ
024100        IF WS-PARM-STATUS = "00"
024200           MOVE PARM-MODE TO WS-MODE
024220           IF PARM-YEAR-START IS NUMERIC
024240              MOVE PARM-YEAR-START TO WS-YEAR-START
024260           END-IF
024300        END-IF
024400        CLOSE PARM-FILE
024500     END-IF.
024510     IF WS-YEAR-START = 0
024520        MOVE WS-TODAY(1:4) TO WS-YEAR-START(1:4)
024530        MOVE "0801" TO WS-YEAR-START(5:4)
024540        IF WS-TODAY(5:4) < "0801"
024550           SUBTRACT 10000 FROM WS-YEAR-START
024560        END-IF
024570     END-IF.
024600
024700 2000-POST-INCIDENTS.
024800     PERFORM 2100-LOAD-CALENDAR.
024900     PERFORM 2200-LOAD-TEMPLATES.
024920     PERFORM 2300-LOAD-YEAR-TOTALS.
024940     PERFORM 2400-LOAD-PROTECTED.
025000     OPEN INPUT ROSTER-FILE.
025100     OPEN INPUT HOUSEHOLD-MASTER.
025200     OPEN I-O ATTENDANCE-FILE.
026000        OPEN OUTPUT DISCIPLINE-MASTER
026100     END-IF.
026200     OPEN OUTPUT LETTER-PRINT.
026210     OPEN OUTPUT SUSPENSION-REPORT.
026212     OPEN EXTEND CALL-FAMILY-FILE.
026214     IF WS-CF-STATUS = "35"
026216        OPEN OUTPUT CALL-FAMILY-FILE
026218     END-IF.
026220     MOVE SPACES TO SUSP-LINE.
026230     STRING "SUSPENSION-DAY ALERTS -- IEP/504 -- YEAR FROM "
026240         DELIMITED BY SIZE
026250         WS-YEAR-START DELIMITED BY SIZE
026260         INTO SUSP-LINE
026270     END-STRING.
026280     WRITE SUSP-LINE.
026300     OPEN INPUT INCIDENT-TRANSACTIONS.
026400     IF WS-TX-STATUS NOT = "00"
026500        MOVE "10" TO WS-TX-STATUS
027200        END-PERFORM
027300        CLOSE INCIDENT-TRANSACTIONS
027400     END-IF.
027440     CLOSE CALL-FAMILY-FILE.
027450     CLOSE SUSPENSION-REPORT.
027500     CLOSE LETTER-PRINT.
027600     CLOSE DISCIPLINE-MASTER.
027700     CLOSE ATTENDANCE-FILE.
028000     DISPLAY "GRADE-SCHOOL-DISCIPLN INCIDENTS POSTED: "
028100         WS-POSTED-COUNT.
028200     DISPLAY "  LETTERS PRINTED:   " WS-LETTER-COUNT.
028250     DISPLAY "  CALL LIST (MAIL RETURNED): " WS-CALL-COUNT.
028300     DISPLAY "  SUSPENSION MARKS:  " WS-MARKS-WRITTEN.
028310     DISPLAY "  SUSPENSION ALERTS: " WS-ALERT-COUNT.
028320     DISPLAY "  HELD FOR MANIFESTATION: " WS-HELD-COUNT.
028330     IF WS-HELD-COUNT > 0
028340        MOVE 4 TO RETURN-CODE
028350     END-IF.
028400
028500 2100-LOAD-CALENDAR.
028600     OPEN INPUT SCHOOL-CALENDAR.
032100     END-PERFORM.
032200     CLOSE LETTER-TEMPLATE-FILE.
032300
032302*----------------------------------------------------------------
032304* THIS SCHOOL YEAR'S SUSPENSION DAYS PER STUDENT, FROM WHAT IS
032306* ALREADY ON THE MASTER, BEFORE TONIGHT'S INCIDENTS GO ON.
032308*----------------------------------------------------------------
032310 2300-LOAD-YEAR-TOTALS.
032312     OPEN INPUT DISCIPLINE-MASTER.
032314     IF WS-DSC-STATUS NOT = "00"
032316        MOVE "10" TO WS-DSC-STATUS
032318        EXIT PARAGRAPH
032320     END-IF.
032322     PERFORM UNTIL WS-DSC-STATUS NOT = "00"
032324        READ DISCIPLINE-MASTER
032326            AT END MOVE "10" TO WS-DSC-STATUS
032328        END-READ
032330        IF WS-DSC-STATUS = "00"
032332           AND DS-DATE >= WS-YEAR-START
032334           AND DS-SUSPENSION-DAYS > 0
032336           MOVE DS-STUDENT-ID TO WS-TOTAL-STUDENT-ID
032340           MOVE DS-SUSPENSION-DAYS TO WS-TOTAL-DAYS
032342           PERFORM 3400-ADD-TO-YEAR-TOTAL
032344        END-IF
032346     END-PERFORM.
032348     CLOSE DISCIPLINE-MASTER.
032349
032350*----------------------------------------------------------------
032352* RESTRICTED -- STUDENT-PRIVACY STATUTE.  OPEN IEP AND 504 SPELLS
032354* ONLY; NOTHING HERE IS PRINTED, AND EACH USE OF THE TABLE GOES
032356* THROUGH 3320-GET-IEP-STATUS AND ITS IEPLOG RECORD.
032358*----------------------------------------------------------------
032360 2400-LOAD-PROTECTED.
032362     OPEN INPUT PARTICIPATION-MASTER.
032364     IF WS-PP-STATUS NOT = "00"
032366        MOVE "10" TO WS-PP-STATUS
032368        EXIT PARAGRAPH
032370     END-IF.
032372     PERFORM UNTIL WS-PP-STATUS NOT = "00"
032374        READ PARTICIPATION-MASTER
032376            AT END MOVE "10" TO WS-PP-STATUS
032378        END-READ
032380        IF WS-PP-STATUS = "00"
032382           AND (PP-PROGRAM = "IEP" OR PP-PROGRAM = "504")
032384           AND (PP-EXIT-DATE = 0 OR PP-EXIT-DATE > WS-TODAY)
032386           AND WS-PP-COUNT < 3000
032388           ADD 1 TO WS-PP-COUNT
032390           MOVE PP-STUDENT-ID TO PT-STUDENT-ID(WS-PP-COUNT)
032392        END-IF
032394     END-PERFORM.
032396     CLOSE PARTICIPATION-MASTER.
032398
032400 3000-POST-ONE-INCIDENT.
032500     MOVE DTX-STUDENT-ID TO FR-STUDENT-ID.
032600     READ ROSTER-FILE
033000        MOVE "00" TO WS-FILE-STATUS
033100        EXIT PARAGRAPH
033200     END-IF.
033210     MOVE "N" TO WS-HOLD-SW.
033220     IF DTX-SUSPENSION-DAYS > 0
033230        PERFORM 3300-CHECK-SUSPENSION-TOTAL
033240        IF POSTING-HELD
033250           EXIT PARAGRAPH
033260        END-IF
033270     END-IF.
033300     MOVE DTX-STUDENT-ID TO DS-STUDENT-ID.
033400     MOVE DTX-DATE TO DS-DATE.
033500     MOVE DTX-INCIDENT-CODE TO DS-INCIDENT-CODE.
034000     PERFORM 3100-PRINT-DUE-PROCESS-LETTER.
034100     IF DTX-SUSPENSION-DAYS > 0
034200        PERFORM 3200-MARK-SUSPENSION-DAYS
034210        IF DTX-DATE >= WS-YEAR-START
034220           MOVE DTX-STUDENT-ID TO WS-TOTAL-STUDENT-ID
034230           MOVE DTX-SUSPENSION-DAYS TO WS-TOTAL-DAYS
034240           PERFORM 3400-ADD-TO-YEAR-TOTAL
034250        END-IF
034300     END-IF.
034400
034500 3100-PRINT-DUE-PROCESS-LETTER.
034510     MOVE SPACES TO HM-GUARDIAN-1.
034520     MOVE SPACES TO HM-ADDRESS.
034530     MOVE SPACES TO HM-LANGUAGE.
034540     MOVE SPACE TO HM-ADDR-STATUS.
034550     MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
034560     READ HOUSEHOLD-MASTER
034570         INVALID KEY CONTINUE
034580     END-READ.
034590     IF WS-HM-STATUS NOT = "00"
034600        MOVE "00" TO WS-HM-STATUS
034610        MOVE SPACE TO HM-ADDR-STATUS
034620        MOVE "(NO ADDRESS ON FILE -- SEE CARD FILE)"
034630            TO HM-GUARDIAN-1
034640     END-IF.
034650*    MAIL TO THIS HOUSEHOLD COMES BACK -- PHONE INSTEAD.
034660     IF HM-ADDRESS-BAD
034670        PERFORM 3500-CALL-FAMILY
034680        EXIT PARAGRAPH
034690     END-IF.
034700     ADD 1 TO WS-LETTER-COUNT.
034800     MOVE SPACES TO LTR-LINE.
034900     WRITE LTR-LINE.
035000     MOVE "NOTICE OF DISCIPLINARY ACTION AND DUE PROCESS"
035100         TO LTR-LINE.
035200     WRITE LTR-LINE.
036400     MOVE HM-GUARDIAN-1 TO LTR-LINE.
036500     WRITE LTR-LINE.
036600     MOVE HM-ADDRESS TO LTR-LINE.
043400           SUBTRACT 1 FROM WS-DAYS-TO-MARK
043500        END-IF
043600     END-PERFORM.
043601
043603*----------------------------------------------------------------
043605* CUMULATIVE SUSPENSION DAYS FOR A STUDENT ON AN IEP OR 504.  THE
043607* RESTRICTED LOOKUP IS MADE ONLY ONCE THE YEAR'S TOTAL WOULD REACH
043608* 5, SO THE IEPLOG SHOWS NO MORE READS THAN THE STATUTE NEEDS.
043610* ALERTS PRINT AT 5 AND 8 DAYS.  A POSTING THAT WOULD TAKE THE
043612* TOTAL PAST 10 IS HELD -- NOT WRITTEN, NO LETTER, NO "S" MARKS --
043614* UNTIL IT COMES BACK WITH DTX-MANIFEST-DONE = "Y".
043615*----------------------------------------------------------------
043617 3300-CHECK-SUSPENSION-TOTAL.
043619     MOVE DTX-STUDENT-ID TO WS-TOTAL-STUDENT-ID.
043621     PERFORM 3310-FIND-YEAR-TOTAL.
043623     MOVE 0 TO WS-PRIOR-DAYS.
043624     IF WS-SUSP-FOUND > 0
043626        MOVE SU-DAYS(WS-SUSP-FOUND) TO WS-PRIOR-DAYS
043628     END-IF.
043630     COMPUTE WS-NEW-TOTAL = WS-PRIOR-DAYS + DTX-SUSPENSION-DAYS.
043631     IF WS-NEW-TOTAL < 5
043633        EXIT PARAGRAPH
043635     END-IF.
043637     PERFORM 3320-GET-IEP-STATUS.
043638     IF IEP-RESULT-NO
043640        EXIT PARAGRAPH
043642     END-IF.
043644     EVALUATE TRUE
043646         WHEN WS-NEW-TOTAL > 10
043647              AND DTX-MANIFEST-DONE NOT = "Y"
043649             MOVE "Y" TO WS-HOLD-SW
043651             ADD 1 TO WS-HELD-COUNT
043653             MOVE "MANIFESTATION REQUIRED -- HELD"
043654                 TO WS-ALERT-TEXT
043656         WHEN WS-NEW-TOTAL > 10
043658             MOVE "OVER 10 -- MANIFESTATION DONE"
043660                 TO WS-ALERT-TEXT
043661         WHEN WS-PRIOR-DAYS < 8 AND WS-NEW-TOTAL >= 8
043663             MOVE "ALERT -- 8 SUSPENSION DAYS" TO WS-ALERT-TEXT
043665         WHEN WS-PRIOR-DAYS < 5
043667             MOVE "ALERT -- 5 SUSPENSION DAYS" TO WS-ALERT-TEXT
043669         WHEN OTHER
043670             EXIT PARAGRAPH
043672     END-EVALUATE.
043674     ADD 1 TO WS-ALERT-COUNT.
043676     MOVE DTX-SUSPENSION-DAYS TO WS-ED-DAYS.
043677     MOVE WS-NEW-TOTAL TO WS-ED-TOTAL.
043679     MOVE SPACES TO SUSP-LINE.
043681     STRING DTX-STUDENT-ID DELIMITED BY SIZE
043683         " " DELIMITED BY SIZE
043684         FR-NAME(1:22) DELIMITED BY SIZE
043686         " " DELIMITED BY SIZE
043688         DTX-DATE DELIMITED BY SIZE
043690         " " DELIMITED BY SIZE
043692         WS-ED-DAYS DELIMITED BY SIZE
043693         " " DELIMITED BY SIZE
043695         WS-ED-TOTAL DELIMITED BY SIZE
043697         " " DELIMITED BY SIZE
043699         WS-ALERT-TEXT DELIMITED BY SIZE
043700         INTO SUSP-LINE
043702     END-STRING.
043704     WRITE SUSP-LINE.
043706
043707 3310-FIND-YEAR-TOTAL.
043709     MOVE 0 TO WS-SUSP-FOUND.
043711     PERFORM VARYING WS-SUSP-INDX FROM 1 BY 1
043713              UNTIL WS-SUSP-INDX > WS-SUSP-COUNT
043715                 OR WS-SUSP-FOUND > 0
043716        IF SU-STUDENT-ID(WS-SUSP-INDX) = WS-TOTAL-STUDENT-ID
043718           MOVE WS-SUSP-INDX TO WS-SUSP-FOUND
043720        END-IF
043722     END-PERFORM.
043723
043725*----------------------------------------------------------------
043727* RESTRICTED -- STUDENT-PRIVACY STATUTE.  THE ONLY PARAGRAPH IN
043729* THIS PROGRAM CLEARED TO READ FR-IEP-FLAG OR THE PROTECTED TABLE,
043730* AND EVERY ANSWER IT GIVES -- "NO" INCLUDED -- GOES TO IEPLOG
043732* THE SAME WAY GET-IEP-STATUS LOGS IT.
043734*----------------------------------------------------------------
043736 3320-GET-IEP-STATUS.
043738     SET IEP-RESULT-NO TO TRUE.
043739     IF FR-IEP-FLAG = "Y"
043741        SET IEP-RESULT-YES TO TRUE
043743     END-IF.
043745     PERFORM VARYING WS-PP-INDX FROM 1 BY 1
043746              UNTIL WS-PP-INDX > WS-PP-COUNT
043748                 OR IEP-RESULT-YES
043750        IF PT-STUDENT-ID(WS-PP-INDX) = DTX-STUDENT-ID
043752           SET IEP-RESULT-YES TO TRUE
043753        END-IF
043755     END-PERFORM.
043757     OPEN EXTEND IEP-ACCESS-LOG.
043759     IF WS-IEP-LOG-STATUS = "35"
043761        OPEN OUTPUT IEP-ACCESS-LOG
043762     END-IF.
043764     MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP.
043766     MOVE WS-ACCESS-USER TO IA-REQUESTOR.
043768     MOVE DTX-STUDENT-ID TO IA-STUDENT-ID.
043769     MOVE WS-IEP-RESULT TO IA-RESULT.
043771     WRITE IEP-ACCESS-RECORD.
043773     CLOSE IEP-ACCESS-LOG.
043775
043776 3400-ADD-TO-YEAR-TOTAL.
043778     PERFORM 3310-FIND-YEAR-TOTAL.
043780     IF WS-SUSP-FOUND = 0
043782        IF WS-SUSP-COUNT >= 3000
043784           EXIT PARAGRAPH
043785        END-IF
043787        ADD 1 TO WS-SUSP-COUNT
043789        MOVE WS-SUSP-COUNT TO WS-SUSP-FOUND
043791        MOVE WS-TOTAL-STUDENT-ID TO SU-STUDENT-ID(WS-SUSP-FOUND)
043792        MOVE 0 TO SU-DAYS(WS-SUSP-FOUND)
043794     END-IF.
043796     ADD WS-TOTAL-DAYS TO SU-DAYS(WS-SUSP-FOUND).
043798
043800 5000-WRITE-STATE-EXTRACT.
043900     INITIALIZE CATEGORY-TOTALS.
044000     OPEN INPUT DISCIPLINE-MASTER.
048300     END-IF.
048400     ADD 1 TO CT-INCIDENTS(WS-CAT-FOUND).
048500     ADD DS-SUSPENSION-DAYS TO CT-SUSP-DAYS(WS-CAT-FOUND).
048600
048610*----------------------------------------------------------------
048620* THE DUE-PROCESS NOTICE FOR A HOUSEHOLD WHOSE MAIL COMES BACK
048630* GOES ON THE SHARED CALLFAM LIST, ONE ROW PER INCIDENT.
048640*----------------------------------------------------------------
048650 3500-CALL-FAMILY.
048660     ADD 1 TO WS-CALL-COUNT.
048670     MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATE.
048680     MOVE "DISCIPLN" TO CF-SOURCE.
048690     MOVE "DUEPROC" TO CF-LETTER-TYPE.
048700     MOVE HM-HOUSEHOLD-ID TO CF-HOUSEHOLD-ID.
048710     MOVE DTX-STUDENT-ID TO CF-STUDENT-ID.
048720     MOVE HM-GUARDIAN-1 TO CF-GUARDIAN.
048730     MOVE HM-PHONE-1 TO CF-PHONE-1.
048740     MOVE HM-PHONE-2 TO CF-PHONE-2.
048750     MOVE 0 TO CF-RETURN-COUNT.
048760     IF HM-RETURN-COUNT IS NUMERIC
048770        MOVE HM-RETURN-COUNT TO CF-RETURN-COUNT
048780     END-IF.
048790     WRITE CALL-FAMILY-RECORD.
048800
048900*----------------------------------------------------------------
049000* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
049100* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
049200* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
049300* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
049400* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
049500*----------------------------------------------------------------
049600 9800-CHECK-LAYOUTS.
049700     PERFORM 9810-LOAD-LAYOUT-CONTROL.
049800     OPEN EXTEND LAYOUT-USAGE-LOG.
049900     IF WS-LU-STATUS = "35"
050000        OPEN OUTPUT LAYOUT-USAGE-LOG
050100     END-IF.
050200     MOVE "ROSTERF" TO WS-LK-DATASET.
050300     MOVE 3 TO WS-LK-VERSION.
050400     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
050500     PERFORM 9820-CHECK-ONE-LAYOUT.
050600     MOVE "HSHLDMST" TO WS-LK-DATASET.
050700     MOVE 3 TO WS-LK-VERSION.
050800     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
050900     PERFORM 9820-CHECK-ONE-LAYOUT.
051000     MOVE "ATTNDNCE" TO WS-LK-DATASET.
051100     MOVE 2 TO WS-LK-VERSION.
051200     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
051300     PERFORM 9820-CHECK-ONE-LAYOUT.
051400     CLOSE LAYOUT-USAGE-LOG.
051500
051600 9810-LOAD-LAYOUT-CONTROL.
051700     MOVE 0 TO WS-LC-COUNT.
051800     OPEN INPUT LAYOUT-CONTROL.
051900     IF WS-LC-STATUS NOT = "00"
052000        EXIT PARAGRAPH
052100     END-IF.
052200     PERFORM UNTIL WS-LC-STATUS NOT = "00"
052300        READ LAYOUT-CONTROL
052400            AT END MOVE "10" TO WS-LC-STATUS
052500        END-READ
052600        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
052700           ADD 1 TO WS-LC-COUNT
052800           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
052900           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
053000           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
053100        END-IF
053200     END-PERFORM.
053300     CLOSE LAYOUT-CONTROL.
053400
053500*----------------------------------------------------------------
053600* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
053700* AS NOCTL.
053800*----------------------------------------------------------------
053900 9820-CHECK-ONE-LAYOUT.
054000     MOVE "NOCTL" TO WS-LK-RESULT.
054100     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
054200             UNTIL WS-LC-INDX > WS-LC-COUNT
054300        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
054400           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
054500              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
054600              MOVE "CURRENT" TO WS-LK-RESULT
054700           ELSE
054800              MOVE "MISMATCH" TO WS-LK-RESULT
054900           END-IF
055000        END-IF
055100     END-PERFORM.
055200     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
055300     MOVE "GRADE-SCHOOL-DISCIPLN" TO LU-PROGRAM.
055400     MOVE WS-LK-DATASET TO LU-DATASET.
055500     MOVE WS-LK-VERSION TO LU-VERSION.
055600     MOVE WS-LK-LENGTH TO LU-LENGTH.
055700     MOVE WS-LK-RESULT TO LU-RESULT.
055800     WRITE LAYOUT-USAGE-RECORD.
055900     IF WS-LK-RESULT NOT = "MISMATCH"
056000        EXIT PARAGRAPH
056100     END-IF.
056200     SET LAYOUT-MISMATCH TO TRUE.
056300     DISPLAY "GRADE-SCHOOL-DISCIPLN HALTED: " WS-LK-DATASET
056400         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
056500         " DOES NOT MATCH LAYOUTCT".
056600     OPEN EXTEND OPS-ERROR-LOG.
056700     IF WS-OPS-LOG-STATUS = "35"
056800        OPEN OUTPUT OPS-ERROR-LOG
056900     END-IF.
057000     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
057100     MOVE "GRADE-SCHOOL-DISCIPLN" TO OE-PROGRAM.
057200     MOVE WS-LK-DATASET TO OE-FILE-NAME.
057300     MOVE "LAYOUT" TO OE-OPERATION.
057400     MOVE "16" TO OE-STATUS.
057500     WRITE OPS-ERROR-RECORD.
057600     CLOSE OPS-ERROR-LOG.
