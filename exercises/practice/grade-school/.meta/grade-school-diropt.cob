000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-DIROPT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  DIRECTORY-INFORMATION OPT-OUT -- A FAMILY MAY
001100*                 REFUSE RELEASE OF DIRECTORY INFORMATION (NAME,
001200*                 PHOTO, GRADE), AND THE REFUSAL LIVED ON A NOTE
001300*                 IN THE REGISTRAR'S OFFICE.  DIROPT HOLDS ONE
001400*                 ROW PER STUDENT WITH A FLAG PER CATEGORY:
001500*                 DIRECTORY, PHOTO, RECRUITER, YEARBOOK.  THE
001600*                 REGISTRAR KEYS DIROPTX FROM THE SIGNED FORM:
001700*                 O OPTS OUT OF A CATEGORY (OR ALL), W WITHDRAWS
001800*                 AN OPT-OUT.  BAD ROWS GO TO DIROPREJ.
001900*                 GRADE-SCHOOL-DIREXT, THE MAILING LABELS AND THE
002000*                 HONOR ROLL ALL READ DIROPT.
002025* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002050*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002075*                 LAYOUT VERSION 3.
002081* 2026-10-15 KAP  A DIROPT LARGER THAN THE 5000-ROW TABLE NOW
002087*                 ABANDONS THE RUN RC=8 INSTEAD OF REWRITING THE
002093*                 FILE WITHOUT THE ROWS PAST THE CAP.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTOUT-TRANSACTIONS ASSIGN TO "DIROPTX"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-TX-STATUS.
003100
003200     SELECT DIRECTORY-OPTOUT-FILE ASSIGN TO "DIROPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-DO-STATUS.
003500
003600     SELECT OPTOUT-REJECTS ASSIGN TO "DIROPREJ"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REJECT-STATUS.
003900
004000     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS FR-STUDENT-ID
004400         FILE STATUS IS WS-FILE-STATUS.
004500
004600     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-LC-STATUS.
004900
005000     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LU-STATUS.
005300
005400     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-OPS-LOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------------
006100* O = OPT OUT OF DTX-CATEGORY, W = WITHDRAW THAT OPT-OUT.  THE
006200* CATEGORY IS DIRECTRY, PHOTO, RECRUIT, YEARBOOK OR ALL.  THE
006300* DATE AND SIGNER ARE FROM THE FORM THE FAMILY SIGNED.
006400*----------------------------------------------------------------
006500 FD  OPTOUT-TRANSACTIONS.
006600 01  OPTOUT-TX-RECORD.
006700     05 DTX-ACTION            PIC X(01).
006800     05 DTX-STUDENT-ID        PIC 9(09).
006900     05 DTX-CATEGORY          PIC X(08).
007000     05 DTX-DATE              PIC 9(08).
007100     05 DTX-SIGNED-BY         PIC X(30).
007200
007300*----------------------------------------------------------------
007400* ONE ROW PER STUDENT WHOSE FAMILY HAS EVER RETURNED THE FORM,
007500* "Y" IN EACH CATEGORY REFUSED, WITH THE LATEST FORM'S DATE AND
007600* SIGNER.  LAYOUT MUST MATCH GRADE-SCHOOL'S
007700* DIRECTORY-OPTOUT-RECORD.
007800*----------------------------------------------------------------
007900 FD  DIRECTORY-OPTOUT-FILE.
008000 01  DIRECTORY-OPTOUT-RECORD.
008100     05 DO-STUDENT-ID         PIC 9(09).
008200     05 DO-DIRECTORY          PIC X(01).
008300     05 DO-PHOTO              PIC X(01).
008400     05 DO-RECRUITER          PIC X(01).
008500     05 DO-YEARBOOK           PIC X(01).
008600     05 DO-SIGNED-DATE        PIC 9(08).
008700     05 DO-SIGNED-BY          PIC X(30).
008800
008900*----------------------------------------------------------------
009000* TX IMAGE LEADING, REASON TRAILING: BADACTN, NOTFOUND (NOT ON
009100* THE ROSTER), BADCAT, BADDATE, NOOPTOUT (A WITHDRAWAL WITH NO
009200* OPT-OUT ON FILE) OR TBLFULL.
009300*----------------------------------------------------------------
009400 FD  OPTOUT-REJECTS.
009500 01  REJ-RECORD.
009600     05 REJ-TX-IMAGE          PIC X(56).
009700     05 FILLER                PIC X(01).
009800     05 REJ-REASON            PIC X(08).
009900
010000 FD  ROSTER-FILE.
010100*----------------------------------------------------------------
010200* LAYOUT MUST MATCH GRADE-SCHOOL AND GRADE-SCHOOL-BATCH.
010300*----------------------------------------------------------------
010400 01  ROSTER-RECORD.
010500     05 FR-STUDENT-ID         PIC 9(09).
010600     05 FR-NAME               PIC X(60).
010700     05 FR-GRADE              PIC 9(02).
010800     05 FR-TEACHER            PIC X(30).
010900     05 FR-SECTION            PIC 9(01).
011000     05 FR-HOUSEHOLD-ID       PIC 9(09).
011100*    RESTRICTED -- STUDENT-PRIVACY STATUTE.
011200     05 FR-IEP-FLAG           PIC X(01).
011300     05 FR-DOB                PIC 9(08).
011400     05 FR-SCHOOL-CODE        PIC 9(02).
011433     05 FR-GENDER             PIC X(01).
011466     05 FR-RACE-ETH           PIC X(01).
011500
011600 FD  LAYOUT-CONTROL.
011700*----------------------------------------------------------------
011800* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
011900* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
012000*----------------------------------------------------------------
012100 01  LAYOUT-CONTROL-RECORD.
012200     05 LC-DATASET            PIC X(08).
012300     05 LC-VERSION            PIC 9(03).
012400     05 LC-LENGTH             PIC 9(05).
012500     05 LC-EFFECTIVE-DATE     PIC 9(08).
012600
012700 FD  LAYOUT-USAGE-LOG.
012800*----------------------------------------------------------------
012900* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
013000* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
013100*----------------------------------------------------------------
013200 01  LAYOUT-USAGE-RECORD.
013300     05 LU-TIMESTAMP          PIC 9(14).
013400     05 LU-PROGRAM            PIC X(24).
013500     05 LU-DATASET            PIC X(08).
013600     05 LU-VERSION            PIC 9(03).
013700     05 LU-LENGTH             PIC 9(05).
013800     05 LU-RESULT             PIC X(08).
013900
014000 FD  OPS-ERROR-LOG.
014100*----------------------------------------------------------------
014200* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
014300* SHARED SHOP-WIDE ERROR LOG.
014400*----------------------------------------------------------------
014500 01  OPS-ERROR-RECORD.
014600     05 OE-TIMESTAMP          PIC 9(14).
014700     05 OE-PROGRAM            PIC X(20).
014800     05 OE-FILE-NAME          PIC X(08).
014900     05 OE-OPERATION          PIC X(08).
015000     05 OE-STATUS             PIC XX.
015100
015200 WORKING-STORAGE SECTION.
015300 01 WS-TX-STATUS               PIC XX.
015400 01 WS-DO-STATUS               PIC XX.
015500 01 WS-REJECT-STATUS           PIC XX.
015600 01 WS-FILE-STATUS             PIC XX.
015700 01 WS-TODAY                   PIC 9(08).
015800 01 WS-REJECT-REASON           PIC X(08).
015900 01 WS-FLAG                    PIC X(01).
016000 01 WS-OPTOUT-COUNT            PIC 9(05) COMP VALUE ZERO.
016100 01 WS-WITHDRAW-COUNT          PIC 9(05) COMP VALUE ZERO.
016200 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
016300 01 WS-DO-IX                   PIC 9(05) COMP.
016400 01 J                          PIC 9(05) COMP.
016500
016600*----------------------------------------------------------------
016700* DIROPT IN FULL; REWRITTEN AT THE END WHEN ANYTHING POSTED.
016800*----------------------------------------------------------------
016900 01 WS-DO-COUNT                PIC 9(05) COMP VALUE ZERO.
016950 01 WS-DO-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
017000 01 OPTOUT-TABLE.
017100     02 DO-ROW                OCCURS 1 TO 5000 TIMES
017200                                 DEPENDING ON WS-DO-COUNT.
017300        05 DO-T-STUDENT-ID    PIC 9(09).
017400        05 DO-T-DIRECTORY     PIC X(01).
017500        05 DO-T-PHOTO         PIC X(01).
017600        05 DO-T-RECRUITER     PIC X(01).
017700        05 DO-T-YEARBOOK      PIC X(01).
017800        05 DO-T-SIGNED-DATE   PIC 9(08).
017900        05 DO-T-SIGNED-BY     PIC X(30).
018000
018100*----------------------------------------------------------------
018200* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
018300* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
018400*----------------------------------------------------------------
018500 01 WS-LC-STATUS               PIC XX.
018600 01 WS-LU-STATUS               PIC XX.
018700 01 WS-OPS-LOG-STATUS          PIC XX.
018800 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
018900     88 LAYOUT-MISMATCH                  VALUE "Y".
019000 01 WS-LK-DATASET              PIC X(08).
019100 01 WS-LK-VERSION              PIC 9(03).
019200 01 WS-LK-LENGTH               PIC 9(05).
019300 01 WS-LK-RESULT               PIC X(08).
019400 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
019500 01 WS-LC-INDX                 PIC 9(03) COMP.
019600 01 LAYOUT-CONTROL-TABLE.
019700     02 LCT-ROW               OCCURS 50 TIMES.
019800        05 LCT-DATASET        PIC X(08).
019900        05 LCT-VERSION        PIC 9(03).
020000        05 LCT-LENGTH         PIC 9(05).
020100
020200 PROCEDURE DIVISION.
020300
020400 0000-MAINLINE.
020500     PERFORM 9800-CHECK-LAYOUTS
020600     IF LAYOUT-MISMATCH
020700        MOVE 16 TO RETURN-CODE
020800        GOBACK
020900     END-IF
021000     PERFORM 1000-INITIALIZE
021008*    AN OVERFULL DIROPT CANNOT BE REWRITTEN SAFELY -- EVERY
021016*    OPT-OUT PAST THE TABLE WOULD BE DROPPED AND THAT FAMILY'S
021024*    REFUSAL LOST -- SO THE RUN STOPS COLD AND LEAVES DIROPT
021032*    UNTOUCHED FOR OPERATIONS.
021040     IF WS-DO-OVERFLOW > 0
021048        DISPLAY "GRADE-SCHOOL-DIROPT DIROPT ROWS PAST CAP: "
021056            WS-DO-OVERFLOW " -- RUN ABANDONED"
021064        MOVE 8 TO RETURN-CODE
021072        PERFORM 4000-TERMINATE
021080        GOBACK
021088     END-IF
021100     PERFORM 2000-POST-OPTOUTS
021200     PERFORM 3000-REWRITE-OPTOUTS
021300     PERFORM 4000-TERMINATE
021400     GOBACK.
021500
021600 1000-INITIALIZE.
021700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
021800     OPEN INPUT DIRECTORY-OPTOUT-FILE.
021900     IF WS-DO-STATUS NOT = "00"
022000        MOVE "10" TO WS-DO-STATUS
022100        EXIT PARAGRAPH
022200     END-IF.
022300     PERFORM UNTIL WS-DO-STATUS NOT = "00"
022400        READ DIRECTORY-OPTOUT-FILE
022500            AT END MOVE "10" TO WS-DO-STATUS
022600        END-READ
022620        IF WS-DO-STATUS = "00"
022640           AND WS-DO-COUNT >= 5000
022660           ADD 1 TO WS-DO-OVERFLOW
022680        END-IF
022700        IF WS-DO-STATUS = "00"
022800           AND WS-DO-COUNT < 5000
022900           ADD 1 TO WS-DO-COUNT
023000           MOVE DO-STUDENT-ID TO DO-T-STUDENT-ID(WS-DO-COUNT)
023100           MOVE DO-DIRECTORY TO DO-T-DIRECTORY(WS-DO-COUNT)
023200           MOVE DO-PHOTO TO DO-T-PHOTO(WS-DO-COUNT)
023300           MOVE DO-RECRUITER TO DO-T-RECRUITER(WS-DO-COUNT)
023400           MOVE DO-YEARBOOK TO DO-T-YEARBOOK(WS-DO-COUNT)
023500           MOVE DO-SIGNED-DATE TO DO-T-SIGNED-DATE(WS-DO-COUNT)
023600           MOVE DO-SIGNED-BY TO DO-T-SIGNED-BY(WS-DO-COUNT)
023700        END-IF
023800     END-PERFORM.
023900     CLOSE DIRECTORY-OPTOUT-FILE.
024000
024100 2000-POST-OPTOUTS.
024200     OPEN INPUT ROSTER-FILE.
024300     OPEN EXTEND OPTOUT-REJECTS.
024400     IF WS-REJECT-STATUS = "35"
024500        OPEN OUTPUT OPTOUT-REJECTS
024600     END-IF.
024700     OPEN INPUT OPTOUT-TRANSACTIONS.
024800     IF WS-TX-STATUS NOT = "00"
024900        MOVE "10" TO WS-TX-STATUS
025000     ELSE
025100        PERFORM UNTIL WS-TX-STATUS NOT = "00"
025200           READ OPTOUT-TRANSACTIONS
025300               AT END MOVE "10" TO WS-TX-STATUS
025400               NOT AT END PERFORM 2100-APPLY-ONE
025500           END-READ
025600        END-PERFORM
025700        CLOSE OPTOUT-TRANSACTIONS
025800     END-IF.
025900     CLOSE OPTOUT-REJECTS.
026000     CLOSE ROSTER-FILE.
026100
026200 2100-APPLY-ONE.
026300     IF DTX-ACTION = "O"
026400        MOVE "Y" TO WS-FLAG
026500     ELSE
026600        IF DTX-ACTION = "W"
026700           MOVE "N" TO WS-FLAG
026800        ELSE
026900           MOVE "BADACTN" TO WS-REJECT-REASON
027000           PERFORM 2900-REJECT-ONE
027100           EXIT PARAGRAPH
027200        END-IF
027300     END-IF.
027400     IF DTX-CATEGORY NOT = "DIRECTRY" AND NOT = "PHOTO"
027500        AND NOT = "RECRUIT" AND NOT = "YEARBOOK"
027600        AND NOT = "ALL"
027700        MOVE "BADCAT" TO WS-REJECT-REASON
027800        PERFORM 2900-REJECT-ONE
027900        EXIT PARAGRAPH
028000     END-IF.
028100     MOVE DTX-STUDENT-ID TO FR-STUDENT-ID.
028200     READ ROSTER-FILE
028300         INVALID KEY CONTINUE
028400     END-READ.
028500     IF WS-FILE-STATUS NOT = "00"
028600        MOVE "00" TO WS-FILE-STATUS
028700        MOVE "NOTFOUND" TO WS-REJECT-REASON
028800        PERFORM 2900-REJECT-ONE
028900        EXIT PARAGRAPH
029000     END-IF.
029100     IF DTX-DATE IS NOT NUMERIC
029200        OR TEST-DATE-YYYYMMDD(DTX-DATE) NOT = 0
029300        OR DTX-DATE > WS-TODAY
029400        MOVE "BADDATE" TO WS-REJECT-REASON
029500        PERFORM 2900-REJECT-ONE
029600        EXIT PARAGRAPH
029700     END-IF.
029800     MOVE 0 TO WS-DO-IX.
029900     PERFORM VARYING J FROM 1 BY 1
030000              UNTIL J > WS-DO-COUNT OR WS-DO-IX > 0
030100        IF DO-T-STUDENT-ID(J) = DTX-STUDENT-ID
030200           MOVE J TO WS-DO-IX
030300        END-IF
030400     END-PERFORM.
030500     IF DTX-ACTION = "W"
030600        PERFORM 2300-POST-WITHDRAWAL
030700     ELSE
030800        PERFORM 2200-POST-OPTOUT
030900     END-IF.
031000
031100 2200-POST-OPTOUT.
031200     IF WS-DO-IX = 0
031300        IF WS-DO-COUNT >= 5000
031400           MOVE "TBLFULL" TO WS-REJECT-REASON
031500           PERFORM 2900-REJECT-ONE
031600           EXIT PARAGRAPH
031700        END-IF
031800        ADD 1 TO WS-DO-COUNT
031900        MOVE WS-DO-COUNT TO WS-DO-IX
032000        MOVE DTX-STUDENT-ID TO DO-T-STUDENT-ID(WS-DO-IX)
032100        MOVE "N" TO DO-T-DIRECTORY(WS-DO-IX)
032200        MOVE "N" TO DO-T-PHOTO(WS-DO-IX)
032300        MOVE "N" TO DO-T-RECRUITER(WS-DO-IX)
032400        MOVE "N" TO DO-T-YEARBOOK(WS-DO-IX)
032500     END-IF.
032600     PERFORM 2400-SET-CATEGORY.
032700     ADD 1 TO WS-OPTOUT-COUNT.
032800
032900 2300-POST-WITHDRAWAL.
033000     IF WS-DO-IX = 0
033100        MOVE "NOOPTOUT" TO WS-REJECT-REASON
033200        PERFORM 2900-REJECT-ONE
033300        EXIT PARAGRAPH
033400     END-IF.
033500     PERFORM 2400-SET-CATEGORY.
033600     ADD 1 TO WS-WITHDRAW-COUNT.
033700
033800*----------------------------------------------------------------
033900* THE ROW KEEPS THE LATEST FORM'S DATE AND SIGNER, WHICHEVER WAY
034000* IT WENT.
034100*----------------------------------------------------------------
034200 2400-SET-CATEGORY.
034300     IF DTX-CATEGORY = "DIRECTRY" OR "ALL"
034400        MOVE WS-FLAG TO DO-T-DIRECTORY(WS-DO-IX)
034500     END-IF.
034600     IF DTX-CATEGORY = "PHOTO" OR "ALL"
034700        MOVE WS-FLAG TO DO-T-PHOTO(WS-DO-IX)
034800     END-IF.
034900     IF DTX-CATEGORY = "RECRUIT" OR "ALL"
035000        MOVE WS-FLAG TO DO-T-RECRUITER(WS-DO-IX)
035100     END-IF.
035200     IF DTX-CATEGORY = "YEARBOOK" OR "ALL"
035300        MOVE WS-FLAG TO DO-T-YEARBOOK(WS-DO-IX)
035400     END-IF.
035500     MOVE DTX-DATE TO DO-T-SIGNED-DATE(WS-DO-IX).
035600     MOVE DTX-SIGNED-BY TO DO-T-SIGNED-BY(WS-DO-IX).
035700
035800 2900-REJECT-ONE.
035900     MOVE SPACES TO REJ-RECORD.
036000     MOVE OPTOUT-TX-RECORD TO REJ-TX-IMAGE.
036100     MOVE WS-REJECT-REASON TO REJ-REASON.
036200     WRITE REJ-RECORD.
036300     ADD 1 TO WS-REJECT-COUNT.
036400
036500 3000-REWRITE-OPTOUTS.
036600     IF WS-OPTOUT-COUNT = 0 AND WS-WITHDRAW-COUNT = 0
036700        EXIT PARAGRAPH
036800     END-IF.
036900     SORT DO-ROW ASCENDING DO-T-STUDENT-ID.
037000     OPEN OUTPUT DIRECTORY-OPTOUT-FILE.
037100     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DO-COUNT
037200        MOVE DO-T-STUDENT-ID(J) TO DO-STUDENT-ID
037300        MOVE DO-T-DIRECTORY(J) TO DO-DIRECTORY
037400        MOVE DO-T-PHOTO(J) TO DO-PHOTO
037500        MOVE DO-T-RECRUITER(J) TO DO-RECRUITER
037600        MOVE DO-T-YEARBOOK(J) TO DO-YEARBOOK
037700        MOVE DO-T-SIGNED-DATE(J) TO DO-SIGNED-DATE
037800        MOVE DO-T-SIGNED-BY(J) TO DO-SIGNED-BY
037900        WRITE DIRECTORY-OPTOUT-RECORD
038000     END-PERFORM.
038100     CLOSE DIRECTORY-OPTOUT-FILE.
038200
038300 4000-TERMINATE.
038400     DISPLAY "GRADE-SCHOOL-DIROPT OPT-OUTS POSTED: "
038500         WS-OPTOUT-COUNT.
038600     DISPLAY "  WITHDRAWN:         " WS-WITHDRAW-COUNT.
038700     DISPLAY "  REJECTED:          " WS-REJECT-COUNT.
038800     IF WS-REJECT-COUNT > 0
038900        MOVE 4 TO RETURN-CODE
039000     END-IF.
039100
039200*----------------------------------------------------------------
039300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
039400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
039500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
039600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
039700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
039800*----------------------------------------------------------------
039900 9800-CHECK-LAYOUTS.
040000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
040100     OPEN EXTEND LAYOUT-USAGE-LOG.
040200     IF WS-LU-STATUS = "35"
040300        OPEN OUTPUT LAYOUT-USAGE-LOG
040400     END-IF.
040500     MOVE "ROSTERF" TO WS-LK-DATASET.
040600     MOVE 3 TO WS-LK-VERSION.
040700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
040800     PERFORM 9820-CHECK-ONE-LAYOUT.
040900     CLOSE LAYOUT-USAGE-LOG.
041000
041100 9810-LOAD-LAYOUT-CONTROL.
041200     MOVE 0 TO WS-LC-COUNT.
041300     OPEN INPUT LAYOUT-CONTROL.
041400     IF WS-LC-STATUS NOT = "00"
041500        EXIT PARAGRAPH
041600     END-IF.
041700     PERFORM UNTIL WS-LC-STATUS NOT = "00"
041800        READ LAYOUT-CONTROL
041900            AT END MOVE "10" TO WS-LC-STATUS
042000        END-READ
042100        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
042200           ADD 1 TO WS-LC-COUNT
042300           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
042400           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
042500           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
042600        END-IF
042700     END-PERFORM.
042800     CLOSE LAYOUT-CONTROL.
042900
043000*----------------------------------------------------------------
043100* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
043200* AS NOCTL.
043300*----------------------------------------------------------------
043400 9820-CHECK-ONE-LAYOUT.
043500     MOVE "NOCTL" TO WS-LK-RESULT.
043600     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
043700             UNTIL WS-LC-INDX > WS-LC-COUNT
043800        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
043900           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
044000              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
044100              MOVE "CURRENT" TO WS-LK-RESULT
044200           ELSE
044300              MOVE "MISMATCH" TO WS-LK-RESULT
044400           END-IF
044500        END-IF
044600     END-PERFORM.
044700     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
044800     MOVE "GRADE-SCHOOL-DIROPT" TO LU-PROGRAM.
044900     MOVE WS-LK-DATASET TO LU-DATASET.
045000     MOVE WS-LK-VERSION TO LU-VERSION.
045100     MOVE WS-LK-LENGTH TO LU-LENGTH.
045200     MOVE WS-LK-RESULT TO LU-RESULT.
045300     WRITE LAYOUT-USAGE-RECORD.
045400     IF WS-LK-RESULT NOT = "MISMATCH"
045500        EXIT PARAGRAPH
045600     END-IF.
045700     SET LAYOUT-MISMATCH TO TRUE.
045800     DISPLAY "GRADE-SCHOOL-DIROPT HALTED: " WS-LK-DATASET
045900         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
046000         " DOES NOT MATCH LAYOUTCT".
046100     OPEN EXTEND OPS-ERROR-LOG.
046200     IF WS-OPS-LOG-STATUS = "35"
046300        OPEN OUTPUT OPS-ERROR-LOG
046400     END-IF.
046500     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
046600     MOVE "GRADE-SCHOOL-DIROPT" TO OE-PROGRAM.
046700     MOVE WS-LK-DATASET TO OE-FILE-NAME.
046800     MOVE "LAYOUT" TO OE-OPERATION.
046900     MOVE "16" TO OE-STATUS.
047000     WRITE OPS-ERROR-RECORD.
047100     CLOSE OPS-ERROR-LOG.
