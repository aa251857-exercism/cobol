000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-DIREXT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  DIRECTORY EXTRACT -- THE ONE JOB THAT HANDS
001100*                 DIRECTORY INFORMATION TO AN OUTSIDE PARTY: THE
001200*                 PHOTO VENDOR, THE YEARBOOK PUBLISHER OR THE
001300*                 MILITARY-RECRUITER LIST.  A STUDENT WHOSE
001400*                 FAMILY OPTED OUT ON DIROPT (OF DIRECTORY
001500*                 INFORMATION AS A WHOLE, OR OF THE RECIPIENT'S
001600*                 OWN CATEGORY) IS LEFT OFF, AND EVERY STUDENT
001700*                 RELEASED IS LOGGED TO CUMRELSE THE SAME WAY
001800*                 GRADE-SCHOOL-CUMFOLDR LOGS A FOLDER RELEASE.
001825* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001850*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001875*                 LAYOUT VERSION 3.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 REPOSITORY.
002300     FUNCTION ALL INTRINSIC.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT EXTRACT-PARM ASSIGN TO "DIRXPARM"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-PARM-STATUS.
002900
003000     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FR-STUDENT-ID
003400         FILE STATUS IS WS-FILE-STATUS.
003500
003600     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS HM-HOUSEHOLD-ID
004000         FILE STATUS IS WS-HM-STATUS.
004100
004200     SELECT DIRECTORY-OPTOUT-FILE ASSIGN TO "DIROPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DO-STATUS.
004500
004600     SELECT DIRECTORY-EXTRACT ASSIGN TO "DIREXTF"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-DX-STATUS.
004900
005000     SELECT RELEASE-LOG ASSIGN TO "CUMRELSE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REL-STATUS.
005300
005400     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-LC-STATUS.
005700
005800     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-LU-STATUS.
006100
006200     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-OPS-LOG-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800*----------------------------------------------------------------
006900* RECIPIENT IS PHOTO, YEARBOOK OR RECRUIT; THE REQUESTER IS THE
007000* VENDOR OR OFFICE NAMED ON THE RELEASE LOG.  A ZERO GRADE RANGE
007100* TAKES K-12 (11-12 FOR RECRUIT).
007200*----------------------------------------------------------------
007300 FD  EXTRACT-PARM.
007400 01  PARM-RECORD.
007500     05 PARM-RECIPIENT        PIC X(08).
007600     05 FILLER                PIC X(01).
007700     05 PARM-REQUESTER        PIC X(30).
007800     05 FILLER                PIC X(01).
007900     05 PARM-LOW-GRADE        PIC 9(02).
008000     05 FILLER                PIC X(01).
008100     05 PARM-HIGH-GRADE       PIC 9(02).
008200
008300 FD  ROSTER-FILE.
008400*----------------------------------------------------------------
008500* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
008600*----------------------------------------------------------------
008700 01  ROSTER-RECORD.
008800     05 FR-STUDENT-ID         PIC 9(09).
008900     05 FR-NAME               PIC X(60).
009000     05 FR-GRADE              PIC 9(02).
009100     05 FR-TEACHER            PIC X(30).
009200     05 FR-SECTION            PIC 9(01).
009300     05 FR-HOUSEHOLD-ID       PIC 9(09).
009400*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
009500     05 FR-IEP-FLAG           PIC X(01).
009600     05 FR-DOB                PIC 9(08).
009700     05 FR-SCHOOL-CODE        PIC 9(02).
009733     05 FR-GENDER             PIC X(01).
009766     05 FR-RACE-ETH           PIC X(01).
009800
009900 FD  HOUSEHOLD-MASTER.
010000*----------------------------------------------------------------
010100* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.
010200*----------------------------------------------------------------
010300 01  HOUSEHOLD-RECORD.
010400     05 HM-HOUSEHOLD-ID       PIC 9(09).
010500     05 HM-GUARDIAN-1         PIC X(60).
010600     05 HM-GUARDIAN-2         PIC X(60).
010700     05 HM-ADDRESS            PIC X(40).
010800     05 HM-CITY               PIC X(25).
010900     05 HM-STATE              PIC XX.
011000     05 HM-ZIP                PIC X(10).
011100     05 HM-PHONE-1            PIC X(15).
011200     05 HM-PHONE-2            PIC X(15).
011300     05 HM-DO-NOT-MAIL        PIC X(01).
011400     05 HM-LANGUAGE           PIC X(02).
011500     05 HM-ADDR-STATUS        PIC X(01).
011600        88 HM-ADDRESS-BAD               VALUE "B".
011700     05 HM-RETURN-COUNT       PIC 9(03).
011800     05 HM-LAST-RETURN-DATE   PIC 9(08).
011900
012000*----------------------------------------------------------------
012100* LAYOUT MUST MATCH GRADE-SCHOOL-DIROPT'S DIRECTORY-OPTOUT-RECORD.
012200*----------------------------------------------------------------
012300 FD  DIRECTORY-OPTOUT-FILE.
012400 01  DIRECTORY-OPTOUT-RECORD.
012500     05 DO-STUDENT-ID         PIC 9(09).
012600     05 DO-DIRECTORY          PIC X(01).
012700     05 DO-PHOTO              PIC X(01).
012800     05 DO-RECRUITER          PIC X(01).
012900     05 DO-YEARBOOK           PIC X(01).
013000     05 DO-SIGNED-DATE        PIC 9(08).
013100     05 DO-SIGNED-BY          PIC X(30).
013200
013300*----------------------------------------------------------------
013400* WHAT LEAVES THE BUILDING.  ADDRESS AND PHONE ARE FILLED ONLY
013500* FOR THE RECRUITER LIST; THE OTHER RECIPIENTS GET BLANKS.
013600*----------------------------------------------------------------
013700 FD  DIRECTORY-EXTRACT.
013800 01  DIRECTORY-EXTRACT-RECORD.
013900     05 DX-STUDENT-ID         PIC 9(09).
014000     05 DX-NAME               PIC X(60).
014100     05 DX-GRADE              PIC 9(02).
014200     05 DX-TEACHER            PIC X(30).
014300     05 DX-SCHOOL-CODE        PIC 9(02).
014400     05 DX-ADDRESS            PIC X(40).
014500     05 DX-CITY               PIC X(25).
014600     05 DX-STATE              PIC XX.
014700     05 DX-ZIP                PIC X(10).
014800     05 DX-PHONE              PIC X(15).
014900
015000*----------------------------------------------------------------
015100* LAYOUT MUST MATCH GRADE-SCHOOL-CUMFOLDR'S RELEASE-RECORD.
015200*----------------------------------------------------------------
015300 FD  RELEASE-LOG.
015400 01  RELEASE-RECORD.
015500     05 RL-DATE               PIC 9(08).
015600     05 RL-STUDENT-ID         PIC 9(09).
015700     05 RL-REQUESTER          PIC X(30).
015800     05 RL-AUTHORITY          PIC X(30).
015900
016000 FD  LAYOUT-CONTROL.
016100*----------------------------------------------------------------
016200* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016300* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
016400*----------------------------------------------------------------
016500 01  LAYOUT-CONTROL-RECORD.
016600     05 LC-DATASET            PIC X(08).
016700     05 LC-VERSION            PIC 9(03).
016800     05 LC-LENGTH             PIC 9(05).
016900     05 LC-EFFECTIVE-DATE     PIC 9(08).
017000
017100 FD  LAYOUT-USAGE-LOG.
017200*----------------------------------------------------------------
017300* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
017400* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
017500*----------------------------------------------------------------
017600 01  LAYOUT-USAGE-RECORD.
017700     05 LU-TIMESTAMP          PIC 9(14).
017800     05 LU-PROGRAM            PIC X(24).
017900     05 LU-DATASET            PIC X(08).
018000     05 LU-VERSION            PIC 9(03).
018100     05 LU-LENGTH             PIC 9(05).
018200     05 LU-RESULT             PIC X(08).
018300
018400 FD  OPS-ERROR-LOG.
018500*----------------------------------------------------------------
018600* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
018700* SHARED SHOP-WIDE ERROR LOG.
018800*----------------------------------------------------------------
018900 01  OPS-ERROR-RECORD.
019000     05 OE-TIMESTAMP          PIC 9(14).
019100     05 OE-PROGRAM            PIC X(20).
019200     05 OE-FILE-NAME          PIC X(08).
019300     05 OE-OPERATION          PIC X(08).
019400     05 OE-STATUS             PIC XX.
019500
019600 WORKING-STORAGE SECTION.
019700 01 WS-PARM-STATUS             PIC XX.
019800 01 WS-FILE-STATUS             PIC XX.
019900 01 WS-HM-STATUS               PIC XX.
020000 01 WS-DO-STATUS               PIC XX.
020100 01 WS-DX-STATUS               PIC XX.
020200 01 WS-REL-STATUS              PIC XX.
020300 01 WS-TODAY                   PIC 9(08).
020400 01 WS-LOW-GRADE               PIC 9(02).
020500 01 WS-HIGH-GRADE              PIC 9(02).
020600 01 WS-AUTHORITY               PIC X(30).
020700 01 WS-RELEASED-COUNT          PIC 9(05) COMP VALUE ZERO.
020800 01 WS-WITHHELD-COUNT          PIC 9(05) COMP VALUE ZERO.
020900 01 WS-DO-INDX                 PIC 9(05) COMP.
021000 01 WS-RECIPIENT-SWITCH        PIC X(01).
021100     88 FOR-PHOTO                        VALUE "P".
021200     88 FOR-YEARBOOK                     VALUE "Y".
021300     88 FOR-RECRUITER                    VALUE "R".
021400 01 WS-OPTOUT-SWITCH           PIC X(01).
021500     88 STUDENT-OPTED-OUT                VALUE "Y".
021600     88 STUDENT-RELEASABLE               VALUE "N".
021700
021800*----------------------------------------------------------------
021900* DIROPT IN FULL.
022000*----------------------------------------------------------------
022100 01 WS-DO-COUNT                PIC 9(05) COMP VALUE ZERO.
022200 01 OPTOUT-TABLE.
022300     02 DO-ROW                OCCURS 1 TO 5000 TIMES
022400                                 DEPENDING ON WS-DO-COUNT.
022500        05 DO-T-STUDENT-ID    PIC 9(09).
022600        05 DO-T-DIRECTORY     PIC X(01).
022700        05 DO-T-PHOTO         PIC X(01).
022800        05 DO-T-RECRUITER     PIC X(01).
022900        05 DO-T-YEARBOOK      PIC X(01).
023000
023100*----------------------------------------------------------------
023200* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
023300* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
023400*----------------------------------------------------------------
023500 01 WS-LC-STATUS               PIC XX.
023600 01 WS-LU-STATUS               PIC XX.
023700 01 WS-OPS-LOG-STATUS          PIC XX.
023800 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
023900     88 LAYOUT-MISMATCH                  VALUE "Y".
024000 01 WS-LK-DATASET              PIC X(08).
024100 01 WS-LK-VERSION              PIC 9(03).
024200 01 WS-LK-LENGTH               PIC 9(05).
024300 01 WS-LK-RESULT               PIC X(08).
024400 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
024500 01 WS-LC-INDX                 PIC 9(03) COMP.
024600 01 LAYOUT-CONTROL-TABLE.
024700     02 LCT-ROW               OCCURS 50 TIMES.
024800        05 LCT-DATASET        PIC X(08).
024900        05 LCT-VERSION        PIC 9(03).
025000        05 LCT-LENGTH         PIC 9(05).
025100
025200 PROCEDURE DIVISION.
025300
025400 0000-MAINLINE.
025500     PERFORM 9800-CHECK-LAYOUTS
025600     IF LAYOUT-MISMATCH
025700        MOVE 16 TO RETURN-CODE
025800        GOBACK
025900     END-IF
026000     PERFORM 1000-INITIALIZE
026100     IF RETURN-CODE NOT = 0
026200        GOBACK
026300     END-IF
026400     PERFORM 2000-LOAD-OPTOUTS
026500     PERFORM 3000-EXTRACT-ROSTER
026600     PERFORM 4000-TERMINATE
026700     GOBACK.
026800
026900 1000-INITIALIZE.
027000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
027100     MOVE SPACES TO PARM-RECORD.
027200     OPEN INPUT EXTRACT-PARM.
027300     IF WS-PARM-STATUS = "00"
027400        READ EXTRACT-PARM
027500            AT END MOVE SPACES TO PARM-RECORD
027600        END-READ
027700        CLOSE EXTRACT-PARM
027800     END-IF.
027900     EVALUATE PARM-RECIPIENT
028000        WHEN "PHOTO"
028100           SET FOR-PHOTO TO TRUE
028200           MOVE "DIRECTORY INFO -- PHOTO" TO WS-AUTHORITY
028300           MOVE 0 TO WS-LOW-GRADE
028400           MOVE 12 TO WS-HIGH-GRADE
028500        WHEN "YEARBOOK"
028600           SET FOR-YEARBOOK TO TRUE
028700           MOVE "DIRECTORY INFO -- YEARBOOK" TO WS-AUTHORITY
028800           MOVE 0 TO WS-LOW-GRADE
028900           MOVE 12 TO WS-HIGH-GRADE
029000        WHEN "RECRUIT"
029100           SET FOR-RECRUITER TO TRUE
029200           MOVE "DIRECTORY INFO -- RECRUITER" TO WS-AUTHORITY
029300           MOVE 11 TO WS-LOW-GRADE
029400           MOVE 12 TO WS-HIGH-GRADE
029500        WHEN OTHER
029600           DISPLAY "GRADE-SCHOOL-DIREXT: UNKNOWN RECIPIENT "
029700               PARM-RECIPIENT
029800           MOVE 8 TO RETURN-CODE
029900           EXIT PARAGRAPH
030000     END-EVALUATE.
030100     IF PARM-REQUESTER = SPACES
030200        DISPLAY "GRADE-SCHOOL-DIREXT: NO REQUESTER ON PARM CARD"
030300        MOVE 8 TO RETURN-CODE
030400        EXIT PARAGRAPH
030500     END-IF.
030600     IF PARM-LOW-GRADE IS NUMERIC AND PARM-HIGH-GRADE IS NUMERIC
030700        AND PARM-HIGH-GRADE > 0
030800        MOVE PARM-LOW-GRADE TO WS-LOW-GRADE
030900        MOVE PARM-HIGH-GRADE TO WS-HIGH-GRADE
031000     END-IF.
031100
031200 2000-LOAD-OPTOUTS.
031300     OPEN INPUT DIRECTORY-OPTOUT-FILE.
031400     IF WS-DO-STATUS NOT = "00"
031500        EXIT PARAGRAPH
031600     END-IF.
031700     PERFORM UNTIL WS-DO-STATUS NOT = "00"
031800        READ DIRECTORY-OPTOUT-FILE
031900            AT END MOVE "10" TO WS-DO-STATUS
032000        END-READ
032100        IF WS-DO-STATUS = "00"
032200           AND WS-DO-COUNT < 5000
032300           ADD 1 TO WS-DO-COUNT
032400           MOVE DO-STUDENT-ID TO DO-T-STUDENT-ID(WS-DO-COUNT)
032500           MOVE DO-DIRECTORY TO DO-T-DIRECTORY(WS-DO-COUNT)
032600           MOVE DO-PHOTO TO DO-T-PHOTO(WS-DO-COUNT)
032700           MOVE DO-RECRUITER TO DO-T-RECRUITER(WS-DO-COUNT)
032800           MOVE DO-YEARBOOK TO DO-T-YEARBOOK(WS-DO-COUNT)
032900        END-IF
033000     END-PERFORM.
033100     CLOSE DIRECTORY-OPTOUT-FILE.
033200
033300 3000-EXTRACT-ROSTER.
033400     OPEN OUTPUT DIRECTORY-EXTRACT.
033500     OPEN EXTEND RELEASE-LOG.
033600     IF WS-REL-STATUS = "35"
033700        OPEN OUTPUT RELEASE-LOG
033800     END-IF.
033900     IF FOR-RECRUITER
034000        OPEN INPUT HOUSEHOLD-MASTER
034100     END-IF.
034200     OPEN INPUT ROSTER-FILE.
034300     MOVE 0 TO FR-STUDENT-ID.
034400     START ROSTER-FILE KEY IS NOT LESS THAN FR-STUDENT-ID
034500         INVALID KEY MOVE "10" TO WS-FILE-STATUS
034600     END-START.
034700     PERFORM UNTIL WS-FILE-STATUS NOT = "00"
034800        READ ROSTER-FILE NEXT RECORD
034900            AT END MOVE "10" TO WS-FILE-STATUS
035000        END-READ
035100        IF WS-FILE-STATUS = "00"
035200           AND FR-GRADE >= WS-LOW-GRADE
035300           AND FR-GRADE <= WS-HIGH-GRADE
035400           PERFORM 3100-CHECK-OPTOUT
035500           IF STUDENT-OPTED-OUT
035600              ADD 1 TO WS-WITHHELD-COUNT
035700           ELSE
035800              PERFORM 3200-RELEASE-STUDENT
035900           END-IF
036000        END-IF
036100     END-PERFORM.
036200     CLOSE ROSTER-FILE.
036300     IF FOR-RECRUITER
036400        CLOSE HOUSEHOLD-MASTER
036500     END-IF.
036600     CLOSE RELEASE-LOG.
036700     CLOSE DIRECTORY-EXTRACT.
036800
036900*----------------------------------------------------------------
037000* A DIRECTORY OPT-OUT COVERS EVERY RECIPIENT; THE PHOTO, YEARBOOK
037100* AND RECRUITER FLAGS COVER ONLY THEIR OWN.
037200*----------------------------------------------------------------
037300 3100-CHECK-OPTOUT.
037400     SET STUDENT-RELEASABLE TO TRUE.
037500     PERFORM VARYING WS-DO-INDX FROM 1 BY 1
037600             UNTIL WS-DO-INDX > WS-DO-COUNT
037700                OR STUDENT-OPTED-OUT
037800        IF DO-T-STUDENT-ID(WS-DO-INDX) = FR-STUDENT-ID
037900           IF DO-T-DIRECTORY(WS-DO-INDX) = "Y"
038000              OR (FOR-PHOTO AND DO-T-PHOTO(WS-DO-INDX) = "Y")
038100              OR (FOR-YEARBOOK
038200                  AND DO-T-YEARBOOK(WS-DO-INDX) = "Y")
038300              OR (FOR-RECRUITER
038400                  AND DO-T-RECRUITER(WS-DO-INDX) = "Y")
038500              SET STUDENT-OPTED-OUT TO TRUE
038600           END-IF
038700        END-IF
038800     END-PERFORM.
038900
039000 3200-RELEASE-STUDENT.
039100     MOVE SPACES TO DIRECTORY-EXTRACT-RECORD.
039200     MOVE FR-STUDENT-ID TO DX-STUDENT-ID.
039300     MOVE FR-NAME TO DX-NAME.
039400     MOVE FR-GRADE TO DX-GRADE.
039500     MOVE FR-TEACHER TO DX-TEACHER.
039600     MOVE FR-SCHOOL-CODE TO DX-SCHOOL-CODE.
039700     IF FOR-RECRUITER
039800        MOVE FR-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID
039900        READ HOUSEHOLD-MASTER
040000            INVALID KEY CONTINUE
040100        END-READ
040200        IF WS-HM-STATUS = "00"
040300           MOVE HM-ADDRESS TO DX-ADDRESS
040400           MOVE HM-CITY TO DX-CITY
040500           MOVE HM-STATE TO DX-STATE
040600           MOVE HM-ZIP TO DX-ZIP
040700           MOVE HM-PHONE-1 TO DX-PHONE
040800        ELSE
040900           MOVE "00" TO WS-HM-STATUS
041000        END-IF
041100     END-IF.
041200     WRITE DIRECTORY-EXTRACT-RECORD.
041300     MOVE WS-TODAY TO RL-DATE.
041400     MOVE FR-STUDENT-ID TO RL-STUDENT-ID.
041500     MOVE PARM-REQUESTER TO RL-REQUESTER.
041600     MOVE WS-AUTHORITY TO RL-AUTHORITY.
041700     WRITE RELEASE-RECORD.
041800     ADD 1 TO WS-RELEASED-COUNT.
041900
042000 4000-TERMINATE.
042100     DISPLAY "GRADE-SCHOOL-DIREXT " PARM-RECIPIENT
042200         " FOR " PARM-REQUESTER.
042300     DISPLAY "  RELEASED:          " WS-RELEASED-COUNT.
042400     DISPLAY "  WITHHELD (OPT-OUT): " WS-WITHHELD-COUNT.
042500
042600*----------------------------------------------------------------
042700* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
042800* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
042900* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
043000* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
043100* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
043200*----------------------------------------------------------------
043300 9800-CHECK-LAYOUTS.
043400     PERFORM 9810-LOAD-LAYOUT-CONTROL.
043500     OPEN EXTEND LAYOUT-USAGE-LOG.
043600     IF WS-LU-STATUS = "35"
043700        OPEN OUTPUT LAYOUT-USAGE-LOG
043800     END-IF.
043900     MOVE "ROSTERF" TO WS-LK-DATASET.
044000     MOVE 3 TO WS-LK-VERSION.
044100     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
044200     PERFORM 9820-CHECK-ONE-LAYOUT.
044300     MOVE "HSHLDMST" TO WS-LK-DATASET.
044400     MOVE 3 TO WS-LK-VERSION.
044500     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
044600     PERFORM 9820-CHECK-ONE-LAYOUT.
044700     CLOSE LAYOUT-USAGE-LOG.
044800
044900 9810-LOAD-LAYOUT-CONTROL.
045000     MOVE 0 TO WS-LC-COUNT.
045100     OPEN INPUT LAYOUT-CONTROL.
045200     IF WS-LC-STATUS NOT = "00"
045300        EXIT PARAGRAPH
045400     END-IF.
045500     PERFORM UNTIL WS-LC-STATUS NOT = "00"
045600        READ LAYOUT-CONTROL
045700            AT END MOVE "10" TO WS-LC-STATUS
045800        END-READ
045900        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
046000           ADD 1 TO WS-LC-COUNT
046100           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
046200           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
046300           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
046400        END-IF
046500     END-PERFORM.
046600     CLOSE LAYOUT-CONTROL.
046700
046800*----------------------------------------------------------------
046900* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
047000* AS NOCTL.
047100*----------------------------------------------------------------
047200 9820-CHECK-ONE-LAYOUT.
047300     MOVE "NOCTL" TO WS-LK-RESULT.
047400     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
047500             UNTIL WS-LC-INDX > WS-LC-COUNT
047600        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
047700           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
047800              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
047900              MOVE "CURRENT" TO WS-LK-RESULT
048000           ELSE
048100              MOVE "MISMATCH" TO WS-LK-RESULT
048200           END-IF
048300        END-IF
048400     END-PERFORM.
048500     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
048600     MOVE "GRADE-SCHOOL-DIREXT" TO LU-PROGRAM.
048700     MOVE WS-LK-DATASET TO LU-DATASET.
048800     MOVE WS-LK-VERSION TO LU-VERSION.
048900     MOVE WS-LK-LENGTH TO LU-LENGTH.
049000     MOVE WS-LK-RESULT TO LU-RESULT.
049100     WRITE LAYOUT-USAGE-RECORD.
049200     IF WS-LK-RESULT NOT = "MISMATCH"
049300        EXIT PARAGRAPH
049400     END-IF.
049500     SET LAYOUT-MISMATCH TO TRUE.
049600     DISPLAY "GRADE-SCHOOL-DIREXT HALTED: " WS-LK-DATASET
049700         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
049800         " DOES NOT MATCH LAYOUTCT".
049900     OPEN EXTEND OPS-ERROR-LOG.
050000     IF WS-OPS-LOG-STATUS = "35"
050100        OPEN OUTPUT OPS-ERROR-LOG
050200     END-IF.
050300     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
050400     MOVE "GRADE-SCHOOL-DIREXT" TO OE-PROGRAM.
050500     MOVE WS-LK-DATASET TO OE-FILE-NAME.
050600     MOVE "LAYOUT" TO OE-OPERATION.
050700     MOVE "16" TO OE-STATUS.
050800     WRITE OPS-ERROR-RECORD.
050900     CLOSE OPS-ERROR-LOG.
