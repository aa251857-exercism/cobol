000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-DRILL.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  DRILL RESULTS ENTRY -- AFTER AN EVACUATION
001100*                 (DRILL OR REAL) THE OFFICE KEYS ONE HEADER ROW
001200*                 (BUILDING, DATE, EVENT, ALARM TIME, TIME THE
001300*                 COUNT WAS COMPLETE, HEAD COUNT EXPECTED FROM
001400*                 THE EVROSTER PRINT) AND ONE ROW PER STUDENT WHO
001500*                 WAS UNACCOUNTED FOR AT THE ASSEMBLY POINT, WITH
001600*                 THE TIME THEY TURNED UP (0000 = STILL MISSING).
001700*                 THIS JOB EDITS THE ROWS, APPENDS THE RESULT TO
001800*                 THE DRILLLOG HISTORY AND PRINTS DRILLRPT WITH
001900*                 THE MINUTES THE COUNT TOOK.
001920* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001940*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001960*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001980*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002000*                 OPSERRLG ENTRY.
002005* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002010*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002015*                 LAYOUT VERSION 3.
002020*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DRILL-TRANSACTIONS ASSIGN TO "DRILLTX"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TX-STATUS.
003000
003100     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS FR-STUDENT-ID
003500         FILE STATUS IS WS-FILE-STATUS.
003600
003700     SELECT DRILL-LOG ASSIGN TO "DRILLLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-LOG-STATUS.
004000
004100     SELECT DRILL-REPORT ASSIGN TO "DRILLRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004307     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004315         ORGANIZATION IS LINE SEQUENTIAL
004323         FILE STATUS IS WS-LC-STATUS.
004330
004338     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
004346         ORGANIZATION IS LINE SEQUENTIAL
004353         FILE STATUS IS WS-LU-STATUS.
004361
004369     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
004376         ORGANIZATION IS LINE SEQUENTIAL
004384         FILE STATUS IS WS-OPS-LOG-STATUS.
004392
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  DRILL-TRANSACTIONS.
004700*----------------------------------------------------------------
004800* ONE H ROW FIRST, THEN ANY NUMBER OF U ROWS.  TIMES ARE HHMM.
004900* DTX-KIND D IS A DRILL, E A REAL EMERGENCY.
005000*----------------------------------------------------------------
005100 01  DTX-HEADER.
005200     05 DTX-REC-TYPE          PIC X(01).
005300        88 DTX-IS-HEADER                 VALUE "H".
005400        88 DTX-IS-UNACCOUNTED            VALUE "U".
005500     05 DTX-SCHOOL-CODE       PIC 9(02).
005600     05 DTX-DATE              PIC 9(08).
005700     05 DTX-EVENT             PIC X(10).
005800     05 DTX-KIND              PIC X(01).
005900     05 DTX-ALARM-TIME        PIC 9(04).
006000     05 DTX-COUNT-DONE-TIME   PIC 9(04).
006100     05 DTX-EXPECTED          PIC 9(05).
006200 01  DTX-DETAIL.
006300     05 FILLER                PIC X(01).
006400     05 DTX-STUDENT-ID        PIC 9(09).
006500     05 DTX-LAST-ROOM         PIC X(05).
006600     05 DTX-FOUND-TIME        PIC 9(04).
006700
006800 FD  ROSTER-FILE.
006900*----------------------------------------------------------------
007000* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
007100*----------------------------------------------------------------
007200 01  ROSTER-RECORD.
007300     05 FR-STUDENT-ID         PIC 9(09).
007400     05 FR-NAME               PIC X(60).
007500     05 FR-GRADE              PIC 9(02).
007600     05 FR-TEACHER            PIC X(30).
007700     05 FR-SECTION            PIC 9(01).
007800     05 FR-HOUSEHOLD-ID       PIC 9(09).
007900*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
008000     05 FR-IEP-FLAG           PIC X(01).
008100     05 FR-DOB                PIC 9(08).
008200     05 FR-SCHOOL-CODE        PIC 9(02).
008233     05 FR-GENDER             PIC X(01).
008266     05 FR-RACE-ETH           PIC X(01).
008300
008400 FD  DRILL-LOG.
008500*----------------------------------------------------------------
008600* ONE S (SUMMARY) ROW PER DRILL, THEN ONE U ROW PER STUDENT WHO
008700* WAS UNACCOUNTED FOR.  DL-MINUTES IS THE LENGTH OF THE COUNT ON
008800* THE S ROW AND HOW LONG THE STUDENT WAS MISSING ON A U ROW
008900* (999 = NEVER FOUND BEFORE THE ROWS WERE KEYED).
009000*----------------------------------------------------------------
009100 01  DRILL-LOG-RECORD.
009200     05 DL-SCHOOL-CODE        PIC 9(02).
009300     05 DL-DATE               PIC 9(08).
009400     05 DL-EVENT              PIC X(10).
009500     05 DL-KIND               PIC X(01).
009600     05 DL-REC-TYPE           PIC X(01).
009700     05 DL-ALARM-TIME         PIC 9(04).
009800     05 DL-MINUTES            PIC 9(03).
009900     05 DL-EXPECTED           PIC 9(05).
010000     05 DL-UNACCOUNTED        PIC 9(05).
010100     05 DL-STUDENT-ID         PIC 9(09).
010200     05 DL-LAST-ROOM          PIC X(05).
010300
010400 FD  DRILL-REPORT.
010500 01  RPT-LINE                 PIC X(100).
010600
010602 FD  LAYOUT-CONTROL.
010605*----------------------------------------------------------------
010608* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
010610* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
010613*----------------------------------------------------------------
010616 01  LAYOUT-CONTROL-RECORD.
010618     05 LC-DATASET            PIC X(08).
010621     05 LC-VERSION            PIC 9(03).
010624     05 LC-LENGTH             PIC 9(05).
010627     05 LC-EFFECTIVE-DATE     PIC 9(08).
010629
010632 FD  LAYOUT-USAGE-LOG.
010635*----------------------------------------------------------------
010637* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
010640* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
010643*----------------------------------------------------------------
010645 01  LAYOUT-USAGE-RECORD.
010648     05 LU-TIMESTAMP          PIC 9(14).
010651     05 LU-PROGRAM            PIC X(24).
010654     05 LU-DATASET            PIC X(08).
010656     05 LU-VERSION            PIC 9(03).
010659     05 LU-LENGTH             PIC 9(05).
010662     05 LU-RESULT             PIC X(08).
010664
010667 FD  OPS-ERROR-LOG.
010670*----------------------------------------------------------------
010672* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
010675* SHARED SHOP-WIDE ERROR LOG.
010678*----------------------------------------------------------------
010681 01  OPS-ERROR-RECORD.
010683     05 OE-TIMESTAMP          PIC 9(14).
010686     05 OE-PROGRAM            PIC X(20).
010689     05 OE-FILE-NAME          PIC X(08).
010691     05 OE-OPERATION          PIC X(08).
010694     05 OE-STATUS             PIC XX.
010697
010700 WORKING-STORAGE SECTION.
010800 01 WS-TX-STATUS               PIC XX.
010900 01 WS-FILE-STATUS             PIC XX.
011000 01 WS-LOG-STATUS              PIC XX.
011100 01 WS-EOF-SWITCH              PIC X(01) VALUE "N".
011200     88 END-OF-TRANSACTIONS              VALUE "Y".
011300 01 WS-HEADER-SWITCH           PIC X(01) VALUE "N".
011400     88 HEADER-SEEN                      VALUE "Y".
011500 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
011600 01 WS-MISSING-COUNT           PIC 9(05) COMP VALUE ZERO.
011700 01 WS-STILL-MISSING           PIC 9(05) COMP VALUE ZERO.
011800 01 WS-COUNT-MINUTES           PIC 9(03) VALUE ZERO.
011900 01 WS-FROM-MINUTES            PIC 9(05) COMP.
012000 01 WS-TO-MINUTES              PIC 9(05) COMP.
012100 01 WS-HHMM                    PIC 9(04).
012200 01 WS-HHMM-PARTS REDEFINES WS-HHMM.
012300     05 WS-HH                  PIC 9(02).
012400     05 WS-MM                  PIC 9(02).
012500 01 WS-MINUTES-DISP            PIC ZZ9.
012600 01 WS-COUNT-DISP              PIC ZZZZ9.
012700 01 WS-REASON                  PIC X(08).
012800 01 I                          PIC 9(05) COMP.
012900
013000 01 WS-DRILL-HEADER.
013100     05 WS-DH-SCHOOL-CODE      PIC 9(02).
013200     05 WS-DH-DATE             PIC 9(08).
013300     05 WS-DH-EVENT            PIC X(10).
013400     05 WS-DH-KIND             PIC X(01).
013500     05 WS-DH-ALARM-TIME       PIC 9(04).
013600     05 WS-DH-EXPECTED         PIC 9(05).
013700
013800*----------------------------------------------------------------
013900* THE U ROWS ARE HELD UNTIL THE END SO THE S ROW, WHICH CARRIES
014000* THE UNACCOUNTED COUNT, GOES TO DRILLLOG AHEAD OF THEM.
014100*----------------------------------------------------------------
014200 01 WS-MS-COUNT                PIC 9(04) COMP VALUE ZERO.
014300 01 MISSING-TABLE.
014400     02 MS-ROW                OCCURS 1 TO 2000 TIMES
014500                                 DEPENDING ON WS-MS-COUNT.
014600        05 MS-STUDENT-ID      PIC 9(09).
014700        05 MS-LAST-ROOM       PIC X(05).
014800        05 MS-MINUTES         PIC 9(03).
014900
014904*----------------------------------------------------------------
014909* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
014913* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
014918*----------------------------------------------------------------
014922 01 WS-LC-STATUS               PIC XX.
014927 01 WS-LU-STATUS               PIC XX.
014931 01 WS-OPS-LOG-STATUS          PIC XX.
014936 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
014940     88 LAYOUT-MISMATCH                  VALUE "Y".
014945 01 WS-LK-DATASET              PIC X(08).
014950 01 WS-LK-VERSION              PIC 9(03).
014954 01 WS-LK-LENGTH               PIC 9(05).
014959 01 WS-LK-RESULT               PIC X(08).
014963 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
014968 01 WS-LC-INDX                 PIC 9(03) COMP.
014972 01 LAYOUT-CONTROL-TABLE.
014977     02 LCT-ROW               OCCURS 50 TIMES.
014981        05 LCT-DATASET        PIC X(08).
014986        05 LCT-VERSION        PIC 9(03).
014990        05 LCT-LENGTH         PIC 9(05).
014995
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015210     PERFORM 9800-CHECK-LAYOUTS
015220     IF LAYOUT-MISMATCH
015230        MOVE 16 TO RETURN-CODE
015240        GOBACK
015250     END-IF
015300     PERFORM 1000-INITIALIZE
015400     PERFORM 2000-PROCESS-TRANSACTIONS
015500         UNTIL END-OF-TRANSACTIONS
015600     PERFORM 3000-TERMINATE
015700     GOBACK.
015800
015900 1000-INITIALIZE.
016000     OPEN INPUT ROSTER-FILE.
016100     OPEN OUTPUT DRILL-REPORT.
016200     MOVE "EVACUATION DRILL RESULTS" TO RPT-LINE.
016300     WRITE RPT-LINE.
016400     OPEN INPUT DRILL-TRANSACTIONS.
016500     IF WS-TX-STATUS NOT = "00"
016600        SET END-OF-TRANSACTIONS TO TRUE
016700     ELSE
016800        READ DRILL-TRANSACTIONS
016900           AT END SET END-OF-TRANSACTIONS TO TRUE
017000        END-READ
017100     END-IF.
017200
017300 2000-PROCESS-TRANSACTIONS.
017400     EVALUATE TRUE
017500         WHEN DTX-IS-HEADER AND NOT HEADER-SEEN
017600             PERFORM 2100-ACCEPT-HEADER
017700         WHEN DTX-IS-UNACCOUNTED AND HEADER-SEEN
017800             PERFORM 2200-ACCEPT-STUDENT
017900         WHEN DTX-IS-HEADER
018000             MOVE "DUPHDR" TO WS-REASON
018100             PERFORM 2900-REJECT-ROW
018200         WHEN DTX-IS-UNACCOUNTED
018300             MOVE "NOHDR" TO WS-REASON
018400             PERFORM 2900-REJECT-ROW
018500         WHEN OTHER
018600             MOVE "BADTYPE" TO WS-REASON
018700             PERFORM 2900-REJECT-ROW
018800     END-EVALUATE.
018900     READ DRILL-TRANSACTIONS
019000         AT END SET END-OF-TRANSACTIONS TO TRUE
019100     END-READ.
019200
019300 2100-ACCEPT-HEADER.
019400     IF DTX-ALARM-TIME NOT NUMERIC
019500        OR DTX-COUNT-DONE-TIME NOT NUMERIC
019600        OR DTX-COUNT-DONE-TIME < DTX-ALARM-TIME
019700        MOVE "BADTIME" TO WS-REASON
019800        PERFORM 2900-REJECT-ROW
019900        EXIT PARAGRAPH
020000     END-IF.
020100     SET HEADER-SEEN TO TRUE.
020200     MOVE DTX-SCHOOL-CODE TO WS-DH-SCHOOL-CODE.
020300     MOVE DTX-DATE TO WS-DH-DATE.
020400     MOVE DTX-EVENT TO WS-DH-EVENT.
020500     MOVE DTX-KIND TO WS-DH-KIND.
020600     MOVE DTX-ALARM-TIME TO WS-DH-ALARM-TIME.
020700     MOVE DTX-EXPECTED TO WS-DH-EXPECTED.
020800     MOVE DTX-ALARM-TIME TO WS-HHMM.
020900     COMPUTE WS-FROM-MINUTES = WS-HH * 60 + WS-MM.
021000     MOVE DTX-COUNT-DONE-TIME TO WS-HHMM.
021100     COMPUTE WS-TO-MINUTES = WS-HH * 60 + WS-MM.
021200     COMPUTE WS-COUNT-MINUTES = WS-TO-MINUTES - WS-FROM-MINUTES.
021300
021400*----------------------------------------------------------------
021500* THE STUDENT MUST BE ENROLLED IN THE DRILL'S BUILDING -- A
021600* MIS-KEYED ID WOULD OTHERWISE SIT ON THE HISTORY AS A CHILD
021700* NOBODY FOUND.
021800*----------------------------------------------------------------
021900 2200-ACCEPT-STUDENT.
022000     MOVE DTX-STUDENT-ID TO FR-STUDENT-ID.
022100     READ ROSTER-FILE
022200         INVALID KEY MOVE "23" TO WS-FILE-STATUS
022300     END-READ.
022400     IF WS-FILE-STATUS NOT = "00"
022500        OR FR-SCHOOL-CODE NOT = WS-DH-SCHOOL-CODE
022600        MOVE "00" TO WS-FILE-STATUS
022700        MOVE "NOTFOUND" TO WS-REASON
022800        PERFORM 2900-REJECT-ROW
022900        EXIT PARAGRAPH
023000     END-IF.
023100     IF WS-MS-COUNT >= 2000
023200        EXIT PARAGRAPH
023300     END-IF.
023400     ADD 1 TO WS-MS-COUNT.
023500     ADD 1 TO WS-MISSING-COUNT.
023600     MOVE DTX-STUDENT-ID TO MS-STUDENT-ID(WS-MS-COUNT).
023700     MOVE DTX-LAST-ROOM TO MS-LAST-ROOM(WS-MS-COUNT).
023800     IF DTX-FOUND-TIME = 0
023900        OR DTX-FOUND-TIME NOT NUMERIC
024000        MOVE 999 TO MS-MINUTES(WS-MS-COUNT)
024100        ADD 1 TO WS-STILL-MISSING
024200     ELSE
024300        MOVE DTX-FOUND-TIME TO WS-HHMM
024400        COMPUTE WS-TO-MINUTES = WS-HH * 60 + WS-MM
024500        IF WS-TO-MINUTES < WS-FROM-MINUTES
024600           MOVE 0 TO MS-MINUTES(WS-MS-COUNT)
024700        ELSE
024800           COMPUTE MS-MINUTES(WS-MS-COUNT)
024900               = WS-TO-MINUTES - WS-FROM-MINUTES
025000        END-IF
025100     END-IF.
025200     MOVE SPACES TO RPT-LINE.
025300     MOVE MS-MINUTES(WS-MS-COUNT) TO WS-MINUTES-DISP.
025400     STRING "  UNACCOUNTED " DELIMITED BY SIZE
025500         DTX-STUDENT-ID DELIMITED BY SIZE
025600         "  " DELIMITED BY SIZE
025700         FR-NAME(1:40) DELIMITED BY SIZE
025800         " ROOM " DELIMITED BY SIZE
025900         DTX-LAST-ROOM DELIMITED BY SIZE
026000         INTO RPT-LINE
026100     END-STRING.
026200     IF MS-MINUTES(WS-MS-COUNT) = 999
026300        MOVE "NOT FOUND" TO RPT-LINE(85:16)
026400     ELSE
026500        STRING "FOUND +" DELIMITED BY SIZE
026600            WS-MINUTES-DISP DELIMITED BY SIZE
026700            " MIN" DELIMITED BY SIZE
026800            INTO RPT-LINE(85:16)
026900        END-STRING
027000     END-IF.
027100     WRITE RPT-LINE.
027200
027300 2900-REJECT-ROW.
027400     ADD 1 TO WS-REJECT-COUNT.
027500     MOVE SPACES TO RPT-LINE.
027600     STRING "  REJECTED " DELIMITED BY SIZE
027700         WS-REASON DELIMITED BY SIZE
027800         "  " DELIMITED BY SIZE
027900         DTX-HEADER DELIMITED BY SIZE
028000         INTO RPT-LINE
028100     END-STRING.
028200     WRITE RPT-LINE.
028300
028400 3000-TERMINATE.
028500     IF HEADER-SEEN
028600        PERFORM 3100-WRITE-HISTORY
028700        PERFORM 3200-PRINT-SUMMARY
028800     ELSE
028900        MOVE "NO DRILL HEADER ROW -- NOTHING RECORDED" TO RPT-LINE
029000        WRITE RPT-LINE
029100        ADD 1 TO WS-REJECT-COUNT
029200     END-IF.
029300     CLOSE DRILL-TRANSACTIONS.
029400     CLOSE ROSTER-FILE.
029500     CLOSE DRILL-REPORT.
029600     DISPLAY "GRADE-SCHOOL-DRILL BUILDING " WS-DH-SCHOOL-CODE
029700         " COUNT MINUTES " WS-COUNT-MINUTES.
029800     DISPLAY "  UNACCOUNTED:          " WS-MISSING-COUNT.
029900     DISPLAY "  STILL MISSING:        " WS-STILL-MISSING.
030000     DISPLAY "  REJECTED ROWS:        " WS-REJECT-COUNT.
030100     IF WS-REJECT-COUNT > 0 OR WS-STILL-MISSING > 0
030200        MOVE 4 TO RETURN-CODE
030300     END-IF.
030400
030500 3100-WRITE-HISTORY.
030600     OPEN EXTEND DRILL-LOG.
030700     IF WS-LOG-STATUS = "35"
030800        OPEN OUTPUT DRILL-LOG
030900     END-IF.
031000     MOVE SPACES TO DRILL-LOG-RECORD.
031100     MOVE WS-DH-SCHOOL-CODE TO DL-SCHOOL-CODE.
031200     MOVE WS-DH-DATE TO DL-DATE.
031300     MOVE WS-DH-EVENT TO DL-EVENT.
031400     MOVE WS-DH-KIND TO DL-KIND.
031500     MOVE WS-DH-ALARM-TIME TO DL-ALARM-TIME.
031600     MOVE WS-DH-EXPECTED TO DL-EXPECTED.
031700     MOVE "S" TO DL-REC-TYPE.
031800     MOVE WS-COUNT-MINUTES TO DL-MINUTES.
031900     MOVE WS-MISSING-COUNT TO DL-UNACCOUNTED.
032000     MOVE 0 TO DL-STUDENT-ID.
032100     WRITE DRILL-LOG-RECORD.
032200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MS-COUNT
032300        MOVE "U" TO DL-REC-TYPE
032400        MOVE MS-MINUTES(I) TO DL-MINUTES
032500        MOVE MS-STUDENT-ID(I) TO DL-STUDENT-ID
032600        MOVE MS-LAST-ROOM(I) TO DL-LAST-ROOM
032700        WRITE DRILL-LOG-RECORD
032800     END-PERFORM.
032900     CLOSE DRILL-LOG.
033000
033100 3200-PRINT-SUMMARY.
033200     MOVE SPACES TO RPT-LINE.
033300     WRITE RPT-LINE.
033400     MOVE WS-COUNT-MINUTES TO WS-MINUTES-DISP.
033500     STRING "BUILDING " DELIMITED BY SIZE
033600         WS-DH-SCHOOL-CODE DELIMITED BY SIZE
033700         "  " DELIMITED BY SIZE
033800         WS-DH-DATE DELIMITED BY SIZE
033900         "  " DELIMITED BY SIZE
034000         WS-DH-EVENT DELIMITED BY SIZE
034100         "  KIND " DELIMITED BY SIZE
034200         WS-DH-KIND DELIMITED BY SIZE
034300         "  COUNT TOOK " DELIMITED BY SIZE
034400         WS-MINUTES-DISP DELIMITED BY SIZE
034500         " MIN" DELIMITED BY SIZE
034600         INTO RPT-LINE
034700     END-STRING.
034800     WRITE RPT-LINE.
034900     MOVE SPACES TO RPT-LINE.
035000     MOVE WS-DH-EXPECTED TO WS-COUNT-DISP.
035100     STRING "HEAD COUNT EXPECTED:  " WS-COUNT-DISP
035200         DELIMITED BY SIZE INTO RPT-LINE.
035300     WRITE RPT-LINE.
035400     MOVE SPACES TO RPT-LINE.
035500     MOVE WS-MISSING-COUNT TO WS-COUNT-DISP.
035600     STRING "UNACCOUNTED FOR:      " WS-COUNT-DISP
035700         DELIMITED BY SIZE INTO RPT-LINE.
035800     WRITE RPT-LINE.
035900     MOVE SPACES TO RPT-LINE.
036000     MOVE WS-STILL-MISSING TO WS-COUNT-DISP.
036100     STRING "STILL MISSING:        " WS-COUNT-DISP
036200         DELIMITED BY SIZE INTO RPT-LINE.
036300     WRITE RPT-LINE.
036400
036500*----------------------------------------------------------------
036600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
036700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
036800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
036900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
037000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
037100*----------------------------------------------------------------
037200 9800-CHECK-LAYOUTS.
037300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
037400     OPEN EXTEND LAYOUT-USAGE-LOG.
037500     IF WS-LU-STATUS = "35"
037600        OPEN OUTPUT LAYOUT-USAGE-LOG
037700     END-IF.
037800     MOVE "ROSTERF" TO WS-LK-DATASET.
037900     MOVE 3 TO WS-LK-VERSION.
038000     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
038100     PERFORM 9820-CHECK-ONE-LAYOUT.
038200     CLOSE LAYOUT-USAGE-LOG.
038300
038400 9810-LOAD-LAYOUT-CONTROL.
038500     MOVE 0 TO WS-LC-COUNT.
038600     OPEN INPUT LAYOUT-CONTROL.
038700     IF WS-LC-STATUS NOT = "00"
038800        EXIT PARAGRAPH
038900     END-IF.
039000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
039100        READ LAYOUT-CONTROL
039200            AT END MOVE "10" TO WS-LC-STATUS
039300        END-READ
039400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
039500           ADD 1 TO WS-LC-COUNT
039600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
039700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
039800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
039900        END-IF
040000     END-PERFORM.
040100     CLOSE LAYOUT-CONTROL.
040200
040300*----------------------------------------------------------------
040400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
040500* AS NOCTL.
040600*----------------------------------------------------------------
040700 9820-CHECK-ONE-LAYOUT.
040800     MOVE "NOCTL" TO WS-LK-RESULT.
040900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
041000             UNTIL WS-LC-INDX > WS-LC-COUNT
041100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
041200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
041300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
041400              MOVE "CURRENT" TO WS-LK-RESULT
041500           ELSE
041600              MOVE "MISMATCH" TO WS-LK-RESULT
041700           END-IF
041800        END-IF
041900     END-PERFORM.
042000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
042100     MOVE "GRADE-SCHOOL-DRILL" TO LU-PROGRAM.
042200     MOVE WS-LK-DATASET TO LU-DATASET.
042300     MOVE WS-LK-VERSION TO LU-VERSION.
042400     MOVE WS-LK-LENGTH TO LU-LENGTH.
042500     MOVE WS-LK-RESULT TO LU-RESULT.
042600     WRITE LAYOUT-USAGE-RECORD.
042700     IF WS-LK-RESULT NOT = "MISMATCH"
042800        EXIT PARAGRAPH
042900     END-IF.
043000     SET LAYOUT-MISMATCH TO TRUE.
043100     DISPLAY "GRADE-SCHOOL-DRILL HALTED: " WS-LK-DATASET
043200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
043300         " DOES NOT MATCH LAYOUTCT".
043400     OPEN EXTEND OPS-ERROR-LOG.
043500     IF WS-OPS-LOG-STATUS = "35"
043600        OPEN OUTPUT OPS-ERROR-LOG
043700     END-IF.
043800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
043900     MOVE "GRADE-SCHOOL-DRILL" TO OE-PROGRAM.
044000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
044100     MOVE "LAYOUT" TO OE-OPERATION.
044200     MOVE "16" TO OE-STATUS.
044300     WRITE OPS-ERROR-RECORD.
044400     CLOSE OPS-ERROR-LOG.
