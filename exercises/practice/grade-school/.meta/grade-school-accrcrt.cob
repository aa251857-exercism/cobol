000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADE-SCHOOL-ACCRCRT.
000300 AUTHOR. kapitaali.
000400 INSTALLATION. DISTRICT DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 KAP  QUARTERLY ACCESS RECERTIFICATION -- USERMAST
001100*                 GRANTS ROLES BUT NOTHING EVER TOOK THEM AWAY.
001200*                 MODE REPORT LISTS EVERY USER ID WITH ITS ROLES
001300*                 AND THE LAST DATE IT APPEARS ON ROSTRAUD,
001400*                 PROGAUD, IEPLOG OR AUTHDENY, AND FLAGS IDS NOT
001500*                 SEEN IN 90 DAYS, IDS WHOSE NAME IS NOT AN
001600*                 ACTIVE STAFFMST ROW, AND IDS HOLDING MORE THAN
001700*                 ONE SENSITIVE ROLE, FOR THE PRINCIPAL'S
001800*                 SIGNATURE.  MODE REVOKE APPLIES THE SIGNED-OFF
001900*                 REMOVALS AND DOWNGRADES FROM ACCRVTX TO
002000*                 USERMAST, EACH ONE AUDITED ON USERAUD.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARM-FILE ASSIGN TO "ACCPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100
003200     SELECT USER-MASTER ASSIGN TO "USERMAST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-UM-STATUS.
003500
003600     SELECT STAFF-MASTER ASSIGN TO "STAFFMST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SM-STATUS.
003900
004000     SELECT AUDIT-FILE ASSIGN TO "ROSTRAUD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-STATUS.
004300
004400     SELECT PARTICIPATION-AUDIT ASSIGN TO "PROGAUD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PA-STATUS.
004700
004800     SELECT IEP-ACCESS-LOG ASSIGN TO "IEPLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-IEP-LOG-STATUS.
005100
005200     SELECT AUTH-DENY-LOG ASSIGN TO "AUTHDENY"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AD-STATUS.
005500
005600     SELECT REVOKE-TRANSACTIONS ASSIGN TO "ACCRVTX"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RV-STATUS.
005900
006000     SELECT USER-AUDIT ASSIGN TO "USERAUD"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-UA-STATUS.
006300
006400     SELECT RECERT-REPORT ASSIGN TO "ACCRCERT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARM-FILE.
007000*----------------------------------------------------------------
007100* ONE CARD: "REPORT" OR "REVOKE", THE AS-OF DATE (ZERO FOR
007200* TODAY), AND FOR REVOKE THE USER ID KEYING THE SIGNED-OFF
007300* CHANGES, WHICH GOES ON EVERY USERAUD ROW.
007400*----------------------------------------------------------------
007500 01  PARM-RECORD.
007600     05 PARM-MODE             PIC X(06).
007700     05 FILLER                PIC X(01).
007800     05 PARM-AS-OF-DATE       PIC 9(08).
007900     05 FILLER                PIC X(01).
008000     05 PARM-OPERATOR         PIC X(08).
008100
008200 FD  USER-MASTER.
008300*----------------------------------------------------------------
008400* LAYOUT MUST MATCH GRADE-SCHOOL'S USER-MASTER-RECORD.  ONE ROW
008500* PER USER PER ROLE -- R REGISTRAR, P PRINCIPAL, C CLERK,
008600* N NURSE, T TEACHER.
008700*----------------------------------------------------------------
008800 01  USER-MASTER-RECORD.
008900     05 UM-USER-ID            PIC X(08).
009000     05 UM-NAME               PIC X(30).
009100     05 UM-ROLE               PIC X(01).
009200
009300 FD  STAFF-MASTER.
009400*----------------------------------------------------------------
009500* LAYOUT MUST MATCH GRADE-SCHOOL'S STAFF-MASTER-RECORD.
009600*----------------------------------------------------------------
009700 01  STAFF-MASTER-RECORD.
009800     05 SM-STAFF-ID           PIC 9(05).
009900     05 SM-NAME               PIC X(30).
010000     05 SM-BUILDING           PIC 9(02).
010100     05 SM-CERT-CODES         PIC X(20).
010200     05 SM-ACTIVE             PIC X(01).
010300     05 SM-SUB-POOL           PIC X(01).
010400
010500 FD  AUDIT-FILE.
010600*----------------------------------------------------------------
010700* LAYOUT MUST MATCH GRADE-SCHOOL'S AUDIT-RECORD.
010800*----------------------------------------------------------------
010900 01  AUDIT-RECORD.
011000     05 AUD-DATE              PIC 9(08).
011100     05 AUD-ACTION            PIC X(08).
011200     05 AUD-STUDENT-ID        PIC 9(09).
011300     05 AUD-BEFORE-NAME       PIC X(60).
011400     05 AUD-BEFORE-GRADE      PIC 9(02).
011500     05 AUD-AFTER-NAME        PIC X(60).
011600     05 AUD-AFTER-GRADE       PIC 9(02).
011700     05 AUD-USER              PIC X(08).
011800
011900 FD  PARTICIPATION-AUDIT.
012000*----------------------------------------------------------------
012100* LAYOUT MUST MATCH GRADE-SCHOOL-PROGPART'S
012200* PARTICIPATION-AUDIT-RECORD.
012300*----------------------------------------------------------------
012400 01  PARTICIPATION-AUDIT-RECORD.
012500     05 PA-DATE               PIC 9(08).
012600     05 PA-USER               PIC X(08).
012700     05 PA-ACTION             PIC X(08).
012800     05 PA-STUDENT-ID         PIC 9(09).
012900     05 PA-PROGRAM            PIC X(04).
013000
013100 FD  IEP-ACCESS-LOG.
013200*----------------------------------------------------------------
013300* RESTRICTED -- STUDENT-PRIVACY STATUTE.  LAYOUT MUST MATCH
013400* GRADE-SCHOOL'S IEP-ACCESS-RECORD.  ONLY THE REQUESTOR AND
013500* DATE ARE USED HERE; NOTHING ABOUT THE STUDENT IS PRINTED.
013600*----------------------------------------------------------------
013700 01  IEP-ACCESS-RECORD.
013800     05 IA-TIMESTAMP.
013900        10 IA-DATE            PIC 9(08).
014000        10 IA-TIME            PIC 9(06).
014100     05 IA-REQUESTOR          PIC X(08).
014200     05 IA-STUDENT-ID         PIC 9(09).
014300     05 IA-RESULT             PIC X(01).
014400
014500 FD  AUTH-DENY-LOG.
014600*----------------------------------------------------------------
014700* LAYOUT MUST MATCH GRADE-SCHOOL'S AUTH-DENY-RECORD.
014800*----------------------------------------------------------------
014900 01  AUTH-DENY-RECORD.
015000     05 AD-TIMESTAMP.
015100        10 AD-DATE            PIC 9(08).
015200        10 AD-TIME            PIC 9(06).
015300     05 AD-USER               PIC X(08).
015400     05 AD-ACTION             PIC X(08).
015500     05 AD-STUDENT-ID         PIC 9(09).
015600
015700 FD  REVOKE-TRANSACTIONS.
015800*----------------------------------------------------------------
015900* ONE ROW PER CHANGE, KEYED FROM THE SIGNED PRINTOUT.
016000*   R = REMOVE.  A BLANK ROLE REMOVES EVERY ROW FOR THE USER;
016100*       A ROLE REMOVES ONLY THAT ONE.
016200*   D = DOWNGRADE THE ROLE GIVEN TO THE LESSER NEW ROLE.
016300*----------------------------------------------------------------
016400 01  RV-RECORD.
016500     05 RV-ACTION             PIC X(01).
016600     05 RV-USER-ID            PIC X(08).
016700     05 RV-ROLE               PIC X(01).
016800     05 RV-NEW-ROLE           PIC X(01).
016900     05 RV-REASON             PIC X(20).
017000
017100 FD  USER-AUDIT.
017200*----------------------------------------------------------------
017300* ONE ROW PER USERMAST ROW REMOVED OR DOWNGRADED, WITH WHO KEYED
017400* IT AND WHY.  APPEND-ONLY.
017500*----------------------------------------------------------------
017600 01  USER-AUDIT-RECORD.
017700     05 UA-TIMESTAMP          PIC 9(14).
017800     05 UA-OPERATOR           PIC X(08).
017900     05 UA-ACTION             PIC X(08).
018000     05 UA-USER-ID            PIC X(08).
018100     05 UA-NAME               PIC X(30).
018200     05 UA-OLD-ROLE           PIC X(01).
018300     05 UA-NEW-ROLE           PIC X(01).
018400     05 UA-REASON             PIC X(20).
018500
018600 FD  RECERT-REPORT.
018700 01  RPT-LINE                 PIC X(100).
018800
018900 WORKING-STORAGE SECTION.
019000 01 WS-PARM-STATUS             PIC XX.
019100 01 WS-UM-STATUS               PIC XX.
019200 01 WS-SM-STATUS               PIC XX.
019300 01 WS-AUDIT-STATUS            PIC XX.
019400 01 WS-PA-STATUS               PIC XX.
019500 01 WS-IEP-LOG-STATUS          PIC XX.
019600 01 WS-AD-STATUS               PIC XX.
019700 01 WS-RV-STATUS               PIC XX.
019800 01 WS-UA-STATUS               PIC XX.
019900 01 WS-MODE                    PIC X(06).
020000 01 WS-TODAY                   PIC 9(08).
020100 01 WS-AS-OF-DATE              PIC 9(08).
020200 01 WS-STALE-DAYS              PIC 9(03) VALUE 90.
020300 01 WS-DAYS-UNSEEN             PIC S9(07) COMP.
020400 01 WS-SEEN-USER               PIC X(08).
020500 01 WS-SEEN-DATE               PIC 9(08).
020600 01 WS-SEEN-SOURCE             PIC X(08).
020700 01 WS-ROLE-RANK               PIC 9(01).
020750 01 WS-RANK-ROLE               PIC X(01).
020760 01 WS-ROLE-TALLY              PIC 9(01) COMP.
020800 01 WS-OLD-RANK                PIC 9(01).
020900 01 WS-NEW-RANK                PIC 9(01).
021000 01 WS-FLAGS                   PIC X(24).
021100 01 WS-FLAG-PTR                PIC 9(03) COMP.
021200 01 WS-LAST-SEEN-DISP          PIC X(08).
021300 01 WS-COUNT-DISP              PIC ZZZZ9.
021400 01 WS-FLAGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
021500 01 WS-STALE-COUNT             PIC 9(05) COMP VALUE ZERO.
021600 01 WS-NOSTAFF-COUNT           PIC 9(05) COMP VALUE ZERO.
021700 01 WS-MULTI-COUNT             PIC 9(05) COMP VALUE ZERO.
021800 01 WS-REMOVED-COUNT           PIC 9(05) COMP VALUE ZERO.
021900 01 WS-DOWNGRADED-COUNT        PIC 9(05) COMP VALUE ZERO.
022000 01 WS-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
022100 01 WS-ROW-HIT                 PIC 9(05) COMP.
022200 01 WS-REJECT-REASON           PIC X(30).
022300 01 I                          PIC 9(05) COMP.
022400 01 J                          PIC 9(05) COMP.
022500
022600*----------------------------------------------------------------
022700* USERMAST AS LOADED, ONE ENTRY PER ROW.  A REMOVED ROW IS
022800* MARKED DROPPED AND LEFT OUT WHEN THE MASTER IS WRITTEN BACK.
022900*----------------------------------------------------------------
023000 01 WS-ROW-COUNT               PIC 9(05) COMP VALUE ZERO.
023020 01 WS-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
023040     88 USER-MASTER-OVERFLOW             VALUE "Y".
023100 01 USER-ROW-TABLE.
023200     02 UR-ROW                OCCURS 1 TO 500 TIMES
023300                                 DEPENDING ON WS-ROW-COUNT.
023400        05 UR-USER-ID         PIC X(08).
023500        05 UR-NAME            PIC X(30).
023600        05 UR-ROLE            PIC X(01).
023700        05 UR-DROP-SWITCH     PIC X(01).
023800           88 UR-DROPPED                 VALUE "Y".
023900           88 UR-KEPT                    VALUE "N".
024000
024100*----------------------------------------------------------------
024200* ONE ENTRY PER DISTINCT USER ID: ITS ROLES, HOW MANY OF THEM
024300* ARE SENSITIVE (EVERY ROLE BUT T), AND WHERE AND WHEN IT WAS
024400* LAST SEEN.
024500*----------------------------------------------------------------
024600 01 WS-USER-COUNT              PIC 9(05) COMP VALUE ZERO.
024700 01 USER-TABLE.
024800     02 UT-ROW                OCCURS 1 TO 500 TIMES
024900                                 DEPENDING ON WS-USER-COUNT.
025000        05 UT-USER-ID         PIC X(08).
025100        05 UT-NAME            PIC X(30).
025200        05 UT-ROLES           PIC X(05).
025300        05 UT-ROLE-COUNT      PIC 9(01).
025400        05 UT-SENSITIVE       PIC 9(01).
025500        05 UT-LAST-SEEN       PIC 9(08).
025600        05 UT-LAST-SOURCE     PIC X(08).
025700        05 UT-ON-STAFF-SWITCH PIC X(01).
025800           88 UT-ON-STAFF                VALUE "Y".
025900
026000 01 WS-STAFF-COUNT             PIC 9(05) COMP VALUE ZERO.
026100 01 STAFF-TABLE.
026200     02 ST-ROW                OCCURS 1 TO 2000 TIMES
026300                                 DEPENDING ON WS-STAFF-COUNT.
026400        05 ST-NAME            PIC X(30).
026500
026600 PROCEDURE DIVISION.
026700
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE
027000     EVALUATE WS-MODE
027100         WHEN "REPORT"
027200             PERFORM 2000-RECERTIFICATION-REPORT
027300         WHEN "REVOKE"
027400             PERFORM 3000-APPLY-REVOCATIONS
027500         WHEN OTHER
027600             DISPLAY "GRADE-SCHOOL-ACCRCRT UNKNOWN MODE "
027700                 WS-MODE
027800             MOVE 8 TO RETURN-CODE
027900     END-EVALUATE
028000     GOBACK.
028100
028200 1000-INITIALIZE.
028300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
028400     MOVE SPACES TO WS-MODE.
028500     MOVE SPACES TO PARM-RECORD.
028600     OPEN INPUT PARM-FILE.
028700     IF WS-PARM-STATUS = "00"
028800        READ PARM-FILE
028900            AT END MOVE SPACES TO PARM-RECORD
029000        END-READ
029100        MOVE PARM-MODE TO WS-MODE
029200        CLOSE PARM-FILE
029300     END-IF.
029400     MOVE WS-TODAY TO WS-AS-OF-DATE.
029500     IF PARM-AS-OF-DATE IS NUMERIC AND PARM-AS-OF-DATE > 0
029600        MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
029700     END-IF.
029800     PERFORM 1100-LOAD-USER-MASTER.
029900
030000 1100-LOAD-USER-MASTER.
030100     OPEN INPUT USER-MASTER.
030200     IF WS-UM-STATUS NOT = "00"
030300        EXIT PARAGRAPH
030400     END-IF.
030500     PERFORM UNTIL WS-UM-STATUS NOT = "00"
030600        READ USER-MASTER
030700            AT END MOVE "10" TO WS-UM-STATUS
030800        END-READ
030850        IF WS-UM-STATUS = "00" AND WS-ROW-COUNT NOT < 500
030860           SET USER-MASTER-OVERFLOW TO TRUE
030870        END-IF
030900        IF WS-UM-STATUS = "00" AND WS-ROW-COUNT < 500
031000           ADD 1 TO WS-ROW-COUNT
031100           MOVE UM-USER-ID TO UR-USER-ID(WS-ROW-COUNT)
031200           MOVE UM-NAME TO UR-NAME(WS-ROW-COUNT)
031300           MOVE UM-ROLE TO UR-ROLE(WS-ROW-COUNT)
031400           SET UR-KEPT(WS-ROW-COUNT) TO TRUE
031500        END-IF
031600     END-PERFORM.
031700     CLOSE USER-MASTER.
031800
031900*----------------------------------------------------------------
032000* THE RECERTIFICATION LISTING.  EVERY DISTINCT USER ID PRINTS,
032100* FLAGGED OR NOT, SO THE PRINCIPAL SIGNS FOR THE WHOLE MASTER
032200* AND NOT ONLY THE EXCEPTIONS.
032300*----------------------------------------------------------------
032400 2000-RECERTIFICATION-REPORT.
032500     PERFORM 2100-BUILD-USER-TABLE
032600         VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT.
032700     PERFORM 2200-LOAD-ACTIVE-STAFF.
032800     PERFORM 2300-SCAN-ROSTER-AUDIT.
032900     PERFORM 2400-SCAN-PROGRAM-AUDIT.
033000     PERFORM 2500-SCAN-IEP-LOG.
033100     PERFORM 2600-SCAN-AUTH-DENY-LOG.
033200     SORT UT-ROW ASCENDING UT-USER-ID.
033300     OPEN OUTPUT RECERT-REPORT.
033400     PERFORM 2700-PRINT-HEADING.
033500     PERFORM 2800-PRINT-ONE-USER
033600         VARYING I FROM 1 BY 1 UNTIL I > WS-USER-COUNT.
033700     PERFORM 2900-PRINT-SIGN-OFF.
033800     CLOSE RECERT-REPORT.
033900     DISPLAY "GRADE-SCHOOL-ACCRCRT USERS LISTED:  "
034000         WS-USER-COUNT.
034100     DISPLAY "  FLAGGED:          " WS-FLAGGED-COUNT.
034200     DISPLAY "  NOT SEEN IN " WS-STALE-DAYS " DAYS: "
034300         WS-STALE-COUNT.
034400     DISPLAY "  NOT ACTIVE STAFF: " WS-NOSTAFF-COUNT.
034500     DISPLAY "  MULTIPLE ROLES:   " WS-MULTI-COUNT.
034600
034700 2100-BUILD-USER-TABLE.
034800     MOVE 0 TO J.
034900     PERFORM VARYING WS-ROW-HIT FROM 1 BY 1
035000             UNTIL WS-ROW-HIT > WS-USER-COUNT
035100        IF UT-USER-ID(WS-ROW-HIT) = UR-USER-ID(I)
035200           MOVE WS-ROW-HIT TO J
035300        END-IF
035400     END-PERFORM.
035500     IF J = 0
035600        ADD 1 TO WS-USER-COUNT
035700        MOVE WS-USER-COUNT TO J
035800        MOVE UR-USER-ID(I) TO UT-USER-ID(J)
035900        MOVE UR-NAME(I) TO UT-NAME(J)
036000        MOVE SPACES TO UT-ROLES(J)
036100        MOVE 0 TO UT-ROLE-COUNT(J)
036200        MOVE 0 TO UT-SENSITIVE(J)
036300        MOVE 0 TO UT-LAST-SEEN(J)
036400        MOVE SPACES TO UT-LAST-SOURCE(J)
036500        MOVE "N" TO UT-ON-STAFF-SWITCH(J)
036600     END-IF.
036640     MOVE 0 TO WS-ROLE-TALLY.
036660     INSPECT UT-ROLES(J) TALLYING WS-ROLE-TALLY
036680         FOR ALL UR-ROLE(I).
036690     IF WS-ROLE-TALLY > 0
036695        EXIT PARAGRAPH
036698     END-IF.
036700     IF UT-ROLE-COUNT(J) < 5
036800        ADD 1 TO UT-ROLE-COUNT(J)
036900        MOVE UR-ROLE(I) TO UT-ROLES(J)(UT-ROLE-COUNT(J):1)
037000     END-IF.
037100     IF UR-ROLE(I) NOT = "T" AND UT-SENSITIVE(J) < 9
037200        ADD 1 TO UT-SENSITIVE(J)
037300     END-IF.
037400
037500*----------------------------------------------------------------
037600* THE SAME ACTIVE-STAFF TEST CHECK-TEACHER-ON-STAFF MAKES: THE
037700* NAME EXACTLY AS THE MASTER SPELLS IT, ON AN ACTIVE ROW.
037800*----------------------------------------------------------------
037900 2200-LOAD-ACTIVE-STAFF.
038000     OPEN INPUT STAFF-MASTER.
038100     IF WS-SM-STATUS NOT = "00"
038200        MOVE "10" TO WS-SM-STATUS
038300     END-IF.
038400     PERFORM UNTIL WS-SM-STATUS NOT = "00"
038500        READ STAFF-MASTER
038600            AT END MOVE "10" TO WS-SM-STATUS
038700        END-READ
038800        IF WS-SM-STATUS = "00" AND SM-ACTIVE = "Y"
038900           AND WS-STAFF-COUNT < 2000
039000           ADD 1 TO WS-STAFF-COUNT
039100           MOVE SM-NAME TO ST-NAME(WS-STAFF-COUNT)
039200        END-IF
039300     END-PERFORM.
039400     CLOSE STAFF-MASTER.
039500     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USER-COUNT
039600        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STAFF-COUNT
039700           IF ST-NAME(J) = UT-NAME(I)
039800              SET UT-ON-STAFF(I) TO TRUE
039900           END-IF
040000        END-PERFORM
040100     END-PERFORM.
040200
040300 2300-SCAN-ROSTER-AUDIT.
040400     MOVE "ROSTRAUD" TO WS-SEEN-SOURCE.
040500     OPEN INPUT AUDIT-FILE.
040600     IF WS-AUDIT-STATUS NOT = "00"
040700        MOVE "10" TO WS-AUDIT-STATUS
040800     END-IF.
040900     PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
041000        READ AUDIT-FILE
041100            AT END MOVE "10" TO WS-AUDIT-STATUS
041200        END-READ
041300        IF WS-AUDIT-STATUS = "00"
041400           MOVE AUD-USER TO WS-SEEN-USER
041500           MOVE AUD-DATE TO WS-SEEN-DATE
041600           PERFORM 2950-MARK-SEEN
041700        END-IF
041800     END-PERFORM.
041900     CLOSE AUDIT-FILE.
042000
042100 2400-SCAN-PROGRAM-AUDIT.
042200     MOVE "PROGAUD" TO WS-SEEN-SOURCE.
042300     OPEN INPUT PARTICIPATION-AUDIT.
042400     IF WS-PA-STATUS NOT = "00"
042500        MOVE "10" TO WS-PA-STATUS
042600     END-IF.
042700     PERFORM UNTIL WS-PA-STATUS NOT = "00"
042800        READ PARTICIPATION-AUDIT
042900            AT END MOVE "10" TO WS-PA-STATUS
043000        END-READ
043100        IF WS-PA-STATUS = "00"
043200           MOVE PA-USER TO WS-SEEN-USER
043300           MOVE PA-DATE TO WS-SEEN-DATE
043400           PERFORM 2950-MARK-SEEN
043500        END-IF
043600     END-PERFORM.
043700     CLOSE PARTICIPATION-AUDIT.
043800
043900 2500-SCAN-IEP-LOG.
044000     MOVE "IEPLOG" TO WS-SEEN-SOURCE.
044100     OPEN INPUT IEP-ACCESS-LOG.
044200     IF WS-IEP-LOG-STATUS NOT = "00"
044300        MOVE "10" TO WS-IEP-LOG-STATUS
044400     END-IF.
044500     PERFORM UNTIL WS-IEP-LOG-STATUS NOT = "00"
044600        READ IEP-ACCESS-LOG
044700            AT END MOVE "10" TO WS-IEP-LOG-STATUS
044800        END-READ
044900        IF WS-IEP-LOG-STATUS = "00"
045000           MOVE IA-REQUESTOR TO WS-SEEN-USER
045100           MOVE IA-DATE TO WS-SEEN-DATE
045200           PERFORM 2950-MARK-SEEN
045300        END-IF
045400     END-PERFORM.
045500     CLOSE IEP-ACCESS-LOG.
045600
045700 2600-SCAN-AUTH-DENY-LOG.
045800     MOVE "AUTHDENY" TO WS-SEEN-SOURCE.
045900     OPEN INPUT AUTH-DENY-LOG.
046000     IF WS-AD-STATUS NOT = "00"
046100        MOVE "10" TO WS-AD-STATUS
046200     END-IF.
046300     PERFORM UNTIL WS-AD-STATUS NOT = "00"
046400        READ AUTH-DENY-LOG
046500            AT END MOVE "10" TO WS-AD-STATUS
046600        END-READ
046700        IF WS-AD-STATUS = "00"
046800           MOVE AD-USER TO WS-SEEN-USER
046900           MOVE AD-DATE TO WS-SEEN-DATE
047000           PERFORM 2950-MARK-SEEN
047100        END-IF
047200     END-PERFORM.
047300     CLOSE AUTH-DENY-LOG.
047400
047500 2700-PRINT-HEADING.
047600     MOVE SPACES TO RPT-LINE.
047700     STRING "QUARTERLY ACCESS RECERTIFICATION -- USERMAST AS OF "
047800         DELIMITED BY SIZE
047900         WS-AS-OF-DATE DELIMITED BY SIZE
048000         INTO RPT-LINE
048100     END-STRING.
048200     WRITE RPT-LINE.
048300     MOVE SPACES TO RPT-LINE.
048400     WRITE RPT-LINE.
048500     MOVE SPACES TO RPT-LINE.
048540     MOVE "USER ID" TO RPT-LINE(1:7).
048580     MOVE "NAME" TO RPT-LINE(10:4).
048620     MOVE "ROLES" TO RPT-LINE(41:5).
048660     MOVE "LAST SEEN" TO RPT-LINE(47:9).
048700     MOVE "SOURCE" TO RPT-LINE(57:6).
048740     MOVE "FLAGS" TO RPT-LINE(66:5).
048800     WRITE RPT-LINE.
048900
049000*----------------------------------------------------------------
049100* STALE: NOT ON ANY OF THE FOUR LOGS WITHIN 90 DAYS OF THE
049200* AS-OF DATE, OR NEVER.  NOSTAFF: THE NAME IS NOT AN ACTIVE
049300* STAFFMST ROW.  MULTI: MORE THAN ONE SENSITIVE ROLE.
049400*----------------------------------------------------------------
049500 2800-PRINT-ONE-USER.
049600     MOVE SPACES TO WS-FLAGS.
049700     MOVE 1 TO WS-FLAG-PTR.
049800     IF UT-LAST-SEEN(I) = 0
049900        MOVE 99999 TO WS-DAYS-UNSEEN
050000        MOVE "NEVER" TO WS-LAST-SEEN-DISP
050100     ELSE
050200        COMPUTE WS-DAYS-UNSEEN =
050300            FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
050400            - FUNCTION INTEGER-OF-DATE(UT-LAST-SEEN(I))
050500        MOVE UT-LAST-SEEN(I) TO WS-LAST-SEEN-DISP
050600     END-IF.
050700     IF WS-DAYS-UNSEEN > WS-STALE-DAYS
050800        STRING "STALE " DELIMITED BY SIZE
050900            INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
051000        END-STRING
051100        ADD 1 TO WS-STALE-COUNT
051200     END-IF.
051300     IF NOT UT-ON-STAFF(I)
051400        STRING "NOSTAFF " DELIMITED BY SIZE
051500            INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
051600        END-STRING
051700        ADD 1 TO WS-NOSTAFF-COUNT
051800     END-IF.
051900     IF UT-SENSITIVE(I) > 1
052000        STRING "MULTI" DELIMITED BY SIZE
052100            INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
052200        END-STRING
052300        ADD 1 TO WS-MULTI-COUNT
052400     END-IF.
052500     IF WS-FLAGS NOT = SPACES
052600        ADD 1 TO WS-FLAGGED-COUNT
052700     END-IF.
052800     MOVE SPACES TO RPT-LINE.
052900     STRING UT-USER-ID(I) DELIMITED BY SIZE
053000         " " DELIMITED BY SIZE
053100         UT-NAME(I) DELIMITED BY SIZE
053200         " " DELIMITED BY SIZE
053300         UT-ROLES(I) DELIMITED BY SIZE
053400         " " DELIMITED BY SIZE
053500         WS-LAST-SEEN-DISP DELIMITED BY SIZE
053600         "  " DELIMITED BY SIZE
053700         UT-LAST-SOURCE(I) DELIMITED BY SIZE
053800         " " DELIMITED BY SIZE
053900         WS-FLAGS DELIMITED BY SIZE
054000         INTO RPT-LINE
054100     END-STRING.
054200     WRITE RPT-LINE.
054300
054400 2900-PRINT-SIGN-OFF.
054500     MOVE SPACES TO RPT-LINE.
054600     WRITE RPT-LINE.
054700     MOVE WS-USER-COUNT TO WS-COUNT-DISP.
054800     MOVE SPACES TO RPT-LINE.
054900     STRING "USER IDS LISTED:" DELIMITED BY SIZE
055000         WS-COUNT-DISP DELIMITED BY SIZE
055100         INTO RPT-LINE
055200     END-STRING.
055300     WRITE RPT-LINE.
055400     MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP.
055500     MOVE SPACES TO RPT-LINE.
055600     STRING "USER IDS FLAGGED:" DELIMITED BY SIZE
055700         WS-COUNT-DISP DELIMITED BY SIZE
055800         INTO RPT-LINE
055900     END-STRING.
056000     WRITE RPT-LINE.
056100     MOVE SPACES TO RPT-LINE.
056200     WRITE RPT-LINE.
056300     MOVE "I HAVE REVIEWED THE ACCESS ABOVE.  IDS MARKED FOR"
056400         TO RPT-LINE.
056600     WRITE RPT-LINE.
056700     MOVE "REMOVAL OR DOWNGRADE GO TO ACCRVTX FOR MODE REVOKE."
056800         TO RPT-LINE.
056900     WRITE RPT-LINE.
057000     MOVE "PRINCIPAL: ________________   DATE: __________"
057100         TO RPT-LINE.
057200     WRITE RPT-LINE.
057300
057400 2950-MARK-SEEN.
057500     IF WS-SEEN-USER = SPACES OR WS-SEEN-DATE IS NOT NUMERIC
057600        EXIT PARAGRAPH
057700     END-IF.
057800     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USER-COUNT
057900        IF UT-USER-ID(J) = WS-SEEN-USER
058000           AND WS-SEEN-DATE > UT-LAST-SEEN(J)
058100           MOVE WS-SEEN-DATE TO UT-LAST-SEEN(J)
058200           MOVE WS-SEEN-SOURCE TO UT-LAST-SOURCE(J)
058300        END-IF
058400     END-PERFORM.
058500
058600*----------------------------------------------------------------
058700* THE SIGNED-OFF CHANGES.  EACH ROW REMOVED OR DOWNGRADED IS
058800* AUDITED ON USERAUD BEFORE USERMAST IS WRITTEN BACK; A ROW FOR
058900* AN UNKNOWN USER OR ROLE, OR A "DOWNGRADE" THAT WOULD GRANT
059000* MORE THAN IT TAKES AWAY, IS REJECTED (RC=4) AND CHANGES
059100* NOTHING.  NO OPERATOR ON THE CARD REFUSES THE RUN (RC=8).
059200*----------------------------------------------------------------
059300 3000-APPLY-REVOCATIONS.
059400     IF PARM-OPERATOR = SPACES
059500        DISPLAY "GRADE-SCHOOL-ACCRCRT REVOKE NEEDS THE OPERATOR"
059600            " USER ID ON ACCPARM"
059700        MOVE 8 TO RETURN-CODE
059800        EXIT PARAGRAPH
059900     END-IF.
059920     IF USER-MASTER-OVERFLOW
059940        DISPLAY "GRADE-SCHOOL-ACCRCRT USERMAST HAS MORE THAN 500"
059950            " ROWS -- NOT REWRITTEN; WIDEN USER-ROW-TABLE"
059960        MOVE 8 TO RETURN-CODE
059970        EXIT PARAGRAPH
059980     END-IF.
060000     OPEN EXTEND USER-AUDIT.
060100     IF WS-UA-STATUS = "35"
060200        OPEN OUTPUT USER-AUDIT
060300     END-IF.
060400     OPEN INPUT REVOKE-TRANSACTIONS.
060500     IF WS-RV-STATUS NOT = "00"
060600        MOVE "10" TO WS-RV-STATUS
060700     END-IF.
060800     PERFORM UNTIL WS-RV-STATUS NOT = "00"
060900        READ REVOKE-TRANSACTIONS
061000            AT END MOVE "10" TO WS-RV-STATUS
061100        END-READ
061200        IF WS-RV-STATUS = "00"
061300           PERFORM 3100-APPLY-ONE-REVOCATION
061400        END-IF
061500     END-PERFORM.
061600     CLOSE REVOKE-TRANSACTIONS.
061700     CLOSE USER-AUDIT.
061800     IF WS-REMOVED-COUNT > 0 OR WS-DOWNGRADED-COUNT > 0
061900        PERFORM 3500-REWRITE-USER-MASTER
062000     END-IF.
062100     DISPLAY "GRADE-SCHOOL-ACCRCRT ROLES REMOVED:    "
062200         WS-REMOVED-COUNT.
062300     DISPLAY "  ROLES DOWNGRADED: " WS-DOWNGRADED-COUNT.
062400     DISPLAY "  REJECTED:         " WS-REJECT-COUNT.
062500     IF WS-REJECT-COUNT > 0
062600        MOVE 4 TO RETURN-CODE
062700     END-IF.
062800
062900 3100-APPLY-ONE-REVOCATION.
063000     MOVE SPACES TO WS-REJECT-REASON.
063100     MOVE 0 TO WS-ROW-HIT.
063200     EVALUATE RV-ACTION
063300         WHEN "R"
063400             PERFORM 3200-REMOVE-ROLES
063500         WHEN "D"
063600             PERFORM 3300-DOWNGRADE-ROLE
063700         WHEN OTHER
063800             MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
063900     END-EVALUATE.
064000     IF WS-REJECT-REASON = SPACES AND WS-ROW-HIT = 0
064100        MOVE "NO SUCH USER/ROLE ON USERMAST" TO WS-REJECT-REASON
064200     END-IF.
064300     IF WS-REJECT-REASON NOT = SPACES
064400        ADD 1 TO WS-REJECT-COUNT
064500        DISPLAY "  REJECTED " RV-ACTION " " RV-USER-ID " "
064600            RV-ROLE RV-NEW-ROLE ": " WS-REJECT-REASON
064700     END-IF.
064800
064900 3200-REMOVE-ROLES.
065000     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
065100        IF UR-USER-ID(I) = RV-USER-ID AND UR-KEPT(I)
065200           AND (RV-ROLE = SPACE OR UR-ROLE(I) = RV-ROLE)
065300           SET UR-DROPPED(I) TO TRUE
065400           ADD 1 TO WS-ROW-HIT
065500           ADD 1 TO WS-REMOVED-COUNT
065600           MOVE "REMOVE" TO UA-ACTION
065700           MOVE SPACE TO UA-NEW-ROLE
065800           PERFORM 3400-WRITE-USER-AUDIT
065900        END-IF
066000     END-PERFORM.
066100
066200 3300-DOWNGRADE-ROLE.
066300     MOVE RV-ROLE TO WS-RANK-ROLE.
066400     PERFORM 3350-RANK-ROLE.
066500     MOVE WS-ROLE-RANK TO WS-OLD-RANK.
066600     MOVE RV-NEW-ROLE TO WS-RANK-ROLE.
066700     PERFORM 3350-RANK-ROLE.
066800     MOVE WS-ROLE-RANK TO WS-NEW-RANK.
066900     IF WS-OLD-RANK = 0 OR WS-NEW-RANK = 0
067000        MOVE "UNKNOWN ROLE CODE" TO WS-REJECT-REASON
067100        EXIT PARAGRAPH
067200     END-IF.
067300     IF WS-NEW-RANK NOT < WS-OLD-RANK
067400        MOVE "NEW ROLE IS NOT A DOWNGRADE" TO WS-REJECT-REASON
067500        EXIT PARAGRAPH
067600     END-IF.
067700     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
067800        IF UR-USER-ID(I) = RV-USER-ID AND UR-KEPT(I)
067900           AND UR-ROLE(I) = RV-ROLE
068000           ADD 1 TO WS-ROW-HIT
068100           ADD 1 TO WS-DOWNGRADED-COUNT
068200           MOVE "DOWNGRD" TO UA-ACTION
068300           MOVE RV-NEW-ROLE TO UA-NEW-ROLE
068400           PERFORM 3400-WRITE-USER-AUDIT
068450           PERFORM 3360-CHECK-NEW-ROLE-HELD
068500           MOVE RV-NEW-ROLE TO UR-ROLE(I)
068600        END-IF
068700     END-PERFORM.
068800
068900*----------------------------------------------------------------
069000* REGISTRAR AND PRINCIPAL OUTRANK CLERK, WHO OUTRANKS NURSE AND
069100* TEACHER -- THE ORDER CHECK-UPDATE-AUTHORITY GRANTS IN.  ZERO
069200* IS NOT A ROLE.
069300*----------------------------------------------------------------
069400 3350-RANK-ROLE.
069500     EVALUATE WS-RANK-ROLE
069600         WHEN "R"
069700         WHEN "P"
069800             MOVE 3 TO WS-ROLE-RANK
069900         WHEN "C"
070000             MOVE 2 TO WS-ROLE-RANK
070100         WHEN "N"
070200         WHEN "T"
070300             MOVE 1 TO WS-ROLE-RANK
070400         WHEN OTHER
070500             MOVE 0 TO WS-ROLE-RANK
070600     END-EVALUATE.
070700
070707*----------------------------------------------------------------
070714* A USER WHO ALREADY HOLDS THE LESSER ROLE ON ANOTHER ROW LOSES
070721* THE DOWNGRADED ROW OUTRIGHT RATHER THAN GAINING A DUPLICATE.
070728*----------------------------------------------------------------
070735 3360-CHECK-NEW-ROLE-HELD.
070742     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROW-COUNT
070749        IF J NOT = I AND UR-KEPT(J)
070756           AND UR-USER-ID(J) = RV-USER-ID
070763           AND UR-ROLE(J) = RV-NEW-ROLE
070770           SET UR-DROPPED(I) TO TRUE
070777        END-IF
070784     END-PERFORM.
070791
070800 3400-WRITE-USER-AUDIT.
070900     MOVE FUNCTION CURRENT-DATE(1:14) TO UA-TIMESTAMP.
071000     MOVE PARM-OPERATOR TO UA-OPERATOR.
071100     MOVE UR-USER-ID(I) TO UA-USER-ID.
071200     MOVE UR-NAME(I) TO UA-NAME.
071300     MOVE UR-ROLE(I) TO UA-OLD-ROLE.
071400     MOVE RV-REASON TO UA-REASON.
071500     WRITE USER-AUDIT-RECORD.
071600
071700 3500-REWRITE-USER-MASTER.
071800     OPEN OUTPUT USER-MASTER.
071900     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
072000        IF UR-KEPT(I)
072100           MOVE UR-USER-ID(I) TO UM-USER-ID
072200           MOVE UR-NAME(I) TO UM-NAME
072300           MOVE UR-ROLE(I) TO UM-ROLE
072400           WRITE USER-MASTER-RECORD
072500        END-IF
072600     END-PERFORM.
072700     CLOSE USER-MASTER.
