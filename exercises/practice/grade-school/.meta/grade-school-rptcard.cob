001795*                 A FILING CABINET.
001796* 2026-09-02 KAP  CRSGRADE IS KEYED NOW (STUDENT/COURSE/TERM);
001797*                 SAME ROWS, READ SEQUENTIALLY IN KEY ORDER.
001798* 2026-10-15 KAP  CRSCATLG CARRIES A SUBJECT AREA AND CREDIT VALUE
001799*                 NOW; SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
001800* 2026-10-15 KAP  GRADSCAL CARRIES A MINIMUM PERCENTAGE PER LETTER
001810*                 NOW; SAME ROWS, THE NEW COLUMN IS UNUSED HERE.
001812* 2026-10-15 KAP  K-5 STANDARDS CARD -- A STUDENT IN GRADE 5 OR
001814*                 BELOW WITH STDMARKS ROWS FOR THE TERM NOW GETS
001816*                 THE STANDARDS LAYOUT: EACH MARKED STANDARD FROM
001818*                 STDMAST UNDER ITS SUBJECT HEADING WITH THE 1-4
001820*                 MARK AND THE DESCRIPTION, A LEGEND FOR THE
001822*                 MARKS, AND THE ASSESSMENT HISTORY.  GRADES 6-12,
001824*                 AND ANY ELEMENTARY STUDENT NOT YET MARKED ON
001826*                 STANDARDS, PRINT THE COURSE CARD AS BEFORE.
001836* 2026-10-15 KAP  CRSCATLG CARRIES A CERTIFICATION AREA NOW; SAME
001846*                 ROWS, THE NEW COLUMN IS UNUSED HERE.
001853* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
001861*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
001869*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
001876*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
001877*                 OPSERRLG ENTRY.
001878* 2026-10-15 KAP  REPORT ARCHIVE -- EVERY LINE OF RPTCARDS ALSO
001879*                 GOES TO RPTARCH, TAGGED WITH THE RUN, PAGE AND
001880*                 STUDENT, AND THE RUN IS INDEXED ON RPTINDEX, SO
001881*                 GRADE-SCHOOL-REPRINT CAN REPRODUCE A CARD AFTER
001882*                 THE SPOOL IS PURGED.
001883* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
001884*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
001885*                 LAYOUT VERSION 3.
001887* 2026-10-15 KAP  CRSCATLG CARRIES A COURSE FEE; SAME ROWS, THE
001888*                 NEW COLUMN IS UNUSED HERE.
001889* 2026-10-15 KAP  CRSGRADE GREW FROM 38 TO 39 BYTES
001890*                 (TRANSFER-CREDIT FLAG); CRSGRADE IS NOW LAYOUT
001891*                 VERSION 2.
001892* 2026-10-15 KAP  TEACHER COMMENTS -- UNDER EACH COURSE LINE THE
001893*                 CARD NOW PRINTS THE TERM'S CRSCMNT COMMENT CODES
001894*                 (POSTED BY GRADE-SCHOOL-CMTPOST) AS CMNTBANK
001895*                 TEXT IN THE HOUSEHOLD'S HM-LANGUAGE, ENGLISH
001896*                 WHERE THE BANK HAS NO TRANSLATION YET.  HSHLDMST
001897*                 IS NOW CHECKED AGAINST LAYOUTCT.
001898*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 REPOSITORY.
002200     FUNCTION ALL INTRINSIC.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002414     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
002428         ORGANIZATION IS LINE SEQUENTIAL
002442         FILE STATUS IS WS-RA-STATUS.
002443
002456     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
002470         ORGANIZATION IS LINE SEQUENTIAL
002484         FILE STATUS IS WS-RX-STATUS.
002485
002500     SELECT PARM-FILE ASSIGN TO "RPTPARM"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-STATUS.
002701
002706     SELECT HOUSEHOLD-MASTER ASSIGN TO "HSHLDMST"
002712         ORGANIZATION IS INDEXED
002718         ACCESS MODE IS DYNAMIC
002724         RECORD KEY IS HM-HOUSEHOLD-ID
002730         FILE STATUS IS WS-HM-STATUS.
002731
002742     SELECT COMMENT-BANK ASSIGN TO "CMNTBANK"
002748         ORGANIZATION IS LINE SEQUENTIAL
002754         FILE STATUS IS WS-CB-STATUS.
002755
002766     SELECT COURSE-COMMENT-FILE ASSIGN TO "CRSCMNT"
002772         ORGANIZATION IS INDEXED
002778         ACCESS MODE IS SEQUENTIAL
002784         RECORD KEY IS CM-KEY
002790         FILE STATUS IS WS-CM-FILE-STATUS.

002800     SELECT ROSTER-FILE ASSIGN TO "ROSTERF"
002900         ORGANIZATION IS INDEXED
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-GS-STATUS.

003732     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
003734         ORGANIZATION IS LINE SEQUENTIAL
003736         FILE STATUS IS WS-LC-STATUS.
003737
003738     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
003740         ORGANIZATION IS LINE SEQUENTIAL
003742         FILE STATUS IS WS-LU-STATUS.
003743
003744     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
003746         ORGANIZATION IS LINE SEQUENTIAL
003748         FILE STATUS IS WS-OPS-LOG-STATUS.
003749
003750     SELECT STANDARDS-MASTER ASSIGN TO "STDMAST"
003770         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-SD-STATUS.
003791     SELECT STANDARD-MARKS ASSIGN TO "STDMARKS"
003792         ORGANIZATION IS INDEXED
003793         ACCESS MODE IS SEQUENTIAL
003794         RECORD KEY IS MK-KEY
003795         FILE STATUS IS WS-MK-FILE-STATUS.
003796
003800 DATA DIVISION.
003900 FILE SECTION.
003904 FD  REPORT-ARCHIVE.
003908*----------------------------------------------------------------
003912* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-ARCHIVE-RECORD -- ONE
003916* ROW PER PRINTED LINE OF AN ARCHIVED REPORT.
003920*----------------------------------------------------------------
003924 01  REPORT-ARCHIVE-RECORD.
003928     05 RA-RUN-STAMP          PIC 9(14).
003932     05 RA-REPORT             PIC X(08).
003936     05 RA-PAGE               PIC 9(05).
003940     05 RA-STUDENT-ID         PIC 9(09).
003944     05 RA-LINE               PIC X(132).
003945
003948 FD  REPORT-INDEX.
003952*----------------------------------------------------------------
003956* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-INDEX-RECORD -- ONE ROW
003960* PER ARCHIVED REPORT RUN.
003964*----------------------------------------------------------------
003968 01  REPORT-INDEX-RECORD.
003972     05 RX-RUN-STAMP          PIC 9(14).
003976     05 RX-JOB                PIC X(08).
003980     05 RX-REPORT             PIC X(08).
003984     05 RX-PROGRAM            PIC X(24).
003988     05 RX-PAGES              PIC 9(05).
003992     05 RX-STUDENTS           PIC 9(07).
003996     05 RX-LINES              PIC 9(07).
003997
004000 FD  PARM-FILE.
004100*----------------------------------------------------------------
004200* ONE CARD: THE TERM TO PRINT (SAME X(6) VALUE CRSGRADE CARRIES).
004300*----------------------------------------------------------------
004400 01  PARM-RECORD.
004500     05 PARM-TERM             PIC X(06).
004501
004502 FD  HOUSEHOLD-MASTER.
004504*----------------------------------------------------------------
004506* LAYOUT MUST MATCH GRADE-SCHOOL'S HOUSEHOLD-RECORD.  ONLY THE
004508* LANGUAGE MATTERS HERE.
004510*----------------------------------------------------------------
004512 01  HOUSEHOLD-RECORD.
004514     05 HM-HOUSEHOLD-ID       PIC 9(09).
004516     05 HM-GUARDIAN-1         PIC X(60).
004518     05 HM-GUARDIAN-2         PIC X(60).
004520     05 HM-ADDRESS            PIC X(40).
004522     05 HM-CITY               PIC X(25).
004524     05 HM-STATE              PIC XX.
004526     05 HM-ZIP                PIC X(10).
004528     05 HM-PHONE-1            PIC X(15).
004530     05 HM-PHONE-2            PIC X(15).
004532     05 HM-DO-NOT-MAIL        PIC X(01).
004534     05 HM-LANGUAGE           PIC X(02).
004536     05 HM-ADDR-STATUS        PIC X(01).
004538     05 HM-RETURN-COUNT       PIC 9(03).
004540     05 HM-LAST-RETURN-DATE   PIC 9(08).
004541
004544 FD  COMMENT-BANK.
004546*----------------------------------------------------------------
004548* LAYOUT MUST MATCH GRADE-SCHOOL-CMTPOST'S COMMENT-BANK-RECORD.
004550*----------------------------------------------------------------
004552 01  COMMENT-BANK-RECORD.
004554     05 CB-CODE               PIC X(04).
004556     05 CB-LANGUAGE           PIC X(02).
004558     05 CB-TEXT               PIC X(60).
004559
004562 FD  COURSE-COMMENT-FILE.
004564*----------------------------------------------------------------
004566* LAYOUT MUST MATCH GRADE-SCHOOL-CMTPOST'S CM-RECORD.
004568*----------------------------------------------------------------
004570 01  CM-RECORD.
004572     05 CM-KEY.
004574        10 CM-STUDENT-ID      PIC 9(09).
004576        10 CM-COURSE          PIC X(20).
004578        10 CM-TERM            PIC X(06).
004580     05 CM-CODE               PIC X(04) OCCURS 3 TIMES.
004582     05 CM-POSTED-DATE        PIC 9(08).

004600 FD  ROSTER-FILE.
004700*----------------------------------------------------------------
005900     05 FR-IEP-FLAG           PIC X(01).
005901     05 FR-DOB                PIC 9(08).
005902     05 FR-SCHOOL-CODE        PIC 9(02).
005934     05 FR-GENDER             PIC X(01).
005966     05 FR-RACE-ETH           PIC X(01).

006000 FD  COURSE-GRADE-FILE.
006100*----------------------------------------------------------------
006600        10 CG-COURSE          PIC X(20).
006700        10 CG-TERM            PIC X(06).
006800     05 CG-GRADE-POINTS       PIC 9V99.
006801     05 CG-CREDIT-TYPE        PIC X(01).
006802        88 CG-TRANSFER-CREDIT           VALUE "T".

006805 FD  REPORT-CARD-PRINT.
006806 01  RPT-LINE                 PIC X(80).
006807
006809 FD  LAYOUT-CONTROL.
006812*----------------------------------------------------------------
006815* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
006818* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
006821*----------------------------------------------------------------
006824 01  LAYOUT-CONTROL-RECORD.
006827     05 LC-DATASET            PIC X(08).
006830     05 LC-VERSION            PIC 9(03).
006833     05 LC-LENGTH             PIC 9(05).
006836     05 LC-EFFECTIVE-DATE     PIC 9(08).
006837
006839 FD  LAYOUT-USAGE-LOG.
006842*----------------------------------------------------------------
006845* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
006848* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
006851*----------------------------------------------------------------
006854 01  LAYOUT-USAGE-RECORD.
006858     05 LU-TIMESTAMP          PIC 9(14).
006861     05 LU-PROGRAM            PIC X(24).
006864     05 LU-DATASET            PIC X(08).
006867     05 LU-VERSION            PIC 9(03).
006870     05 LU-LENGTH             PIC 9(05).
006873     05 LU-RESULT             PIC X(08).
006874
006876 FD  OPS-ERROR-LOG.
006879*----------------------------------------------------------------
006882* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
006885* SHARED SHOP-WIDE ERROR LOG.
006888*----------------------------------------------------------------
006891 01  OPS-ERROR-RECORD.
006894     05 OE-TIMESTAMP          PIC 9(14).
006897     05 OE-PROGRAM            PIC X(20).
006900     05 OE-FILE-NAME          PIC X(08).
006903     05 OE-OPERATION          PIC X(08).
006906     05 OE-STATUS             PIC XX.

006910 FD  SCORE-MASTER.
006920*----------------------------------------------------------------
007007* LAYOUT MUST MATCH GRADE-SCHOOL'S CATALOG-RECORD; ONLY THE
007008* CODE AND THE TRAILING WEIGHT MATTER HERE.
007009*----------------------------------------------------------------
007010 01  CATALOG-RECORD.
007011     05 CAT-COURSE-CODE       PIC X(20).
007012     05 CAT-TITLE             PIC X(40).
007013     05 CAT-MIN-GRADE         PIC 9(02).
007014     05 CAT-MAX-GRADE         PIC 9(02).
007015     05 CAT-WEIGHT            PIC 9V99.
007016     05 CAT-SESSION           PIC X.
007017     05 CAT-SUBJECT           PIC X(04).
007018     05 CAT-CREDITS           PIC 9V99.
007019     05 CAT-CERT-AREA         PIC X(04).
007020     05 CAT-FEE               PIC 9(03)V99.

007021 FD  GRADING-SCALE.
007022*----------------------------------------------------------------
007023* LAYOUT MUST MATCH GRADE-SCHOOL'S GRADING-SCALE-RECORD.
007024*----------------------------------------------------------------
007025 01  GRADING-SCALE-RECORD.
007026     05 GS-LETTER             PIC X(02).
007027     05 GS-POINTS             PIC 9V99.
007028     05 GS-PASSING            PIC X(01).
007029     05 GS-MIN-PERCENT        PIC 9(03).
007030
007032 FD  STANDARDS-MASTER.
007037*----------------------------------------------------------------
007042* LAYOUT MUST MATCH GRADE-SCHOOL-STDPOST'S STANDARD-RECORD.
007047*----------------------------------------------------------------
007052 01  STANDARD-RECORD.
007057     05 SD-STANDARD           PIC X(20).
007062     05 SD-SUBJECT            PIC X(04).
007067     05 SD-GRADE-LEVEL        PIC 9(02).
007072     05 SD-DESCRIPTION        PIC X(50).
007073
007074 FD  STANDARD-MARKS.
007076*----------------------------------------------------------------
007078* LAYOUT MUST MATCH GRADE-SCHOOL-STDPOST'S MK-RECORD.
007080*----------------------------------------------------------------
007082 01  MK-RECORD.
007084     05 MK-KEY.
007086        10 MK-STUDENT-ID      PIC 9(09).
007088        10 MK-STANDARD        PIC X(20).
007090        10 MK-TERM            PIC X(06).
007092     05 MK-MARK               PIC 9(01).

007100 WORKING-STORAGE SECTION.
007200 01 WS-PARM-STATUS             PIC XX.
007205*----------------------------------------------------------------
007210* REPORT ARCHIVE: THE RUN'S STAMP, AND THE PAGE AND STUDENT THE
007215* NEXT PRINTED LINE BELONGS TO.
007220*----------------------------------------------------------------
007225 01 WS-RA-STATUS               PIC XX.
007230 01 WS-RX-STATUS               PIC XX.
007235 01 WS-ARCHIVE-SWITCH          PIC X(01) VALUE "N".
007240     88 ARCHIVE-OPEN                     VALUE "Y".
007245     88 ARCHIVE-CLOSED                   VALUE "N".
007250 01 WS-ARCH-JOB                PIC X(08) VALUE "GSRPTCRD".
007255 01 WS-ARCH-REPORT             PIC X(08) VALUE "RPTCARDS".
007260 01 WS-ARCH-RUN-STAMP          PIC 9(14).
007265 01 WS-ARCH-PAGE               PIC 9(05) COMP VALUE ZERO.
007270 01 WS-ARCH-STUDENT-ID         PIC 9(09) VALUE ZERO.
007275 01 WS-ARCH-LAST-STUDENT       PIC 9(09) VALUE ZERO.
007280 01 WS-ARCH-STUDENTS           PIC 9(07) COMP VALUE ZERO.
007285 01 WS-ARCH-LINES              PIC 9(07) COMP VALUE ZERO.
007286
007300 01 WS-FILE-STATUS             PIC XX.
007400 01 WS-CG-FILE-STATUS          PIC XX.
007500 01 WS-REPORT-TERM             PIC X(06).
009400        05 ST-TEACHER         PIC X(30).
009500        05 ST-SECTION         PIC 9(01).

009503*----------------------------------------------------------------
009506* TEACHER COMMENTS: THE WHOLE CMNTBANK, THE TERM'S CRSCMNT ROWS,
009509* AND THE LANGUAGE OF THE CARD BEING PRINTED.
009512*----------------------------------------------------------------
009515 01 WS-HM-STATUS               PIC XX.
009518 01 WS-CB-STATUS               PIC XX.
009521 01 WS-CM-FILE-STATUS          PIC XX.
009524 01 WS-HOUSEHOLD-SWITCH        PIC X(01) VALUE "N".
009527     88 HOUSEHOLDS-OPEN                  VALUE "Y".
009530     88 HOUSEHOLDS-CLOSED                VALUE "N".
009533 01 WS-CARD-LANG               PIC X(02).
009536 01 WS-CMT-LANG                PIC X(02).
009539 01 WS-CMT-CODE                PIC X(04).
009542 01 WS-NOLANG-COUNT            PIC 9(05) COMP VALUE ZERO.
009545 01 WS-CODE-INDX               PIC 9(01) COMP.
009548 01 WS-CBT-INDX                PIC 9(04) COMP.
009551 01 WS-CBT-FOUND               PIC 9(04) COMP.
009554 01 WS-CBT-COUNT               PIC 9(04) COMP VALUE ZERO.
009557 01 COMMENT-BANK-TABLE.
009560     02 CBT-ROW               OCCURS 1 TO 3000 TIMES
009563                                 DEPENDING ON WS-CBT-COUNT.
009566        05 CBT-CODE           PIC X(04).
009569        05 CBT-LANGUAGE       PIC X(02).
009572        05 CBT-TEXT           PIC X(60).
009575 01 WS-CMT-INDX                PIC 9(04) COMP.
009578 01 WS-CMT-COUNT               PIC 9(04) COMP VALUE ZERO.
009581 01 COURSE-COMMENT-TABLE.
009584     02 CMT-ROW               OCCURS 1 TO 4000 TIMES
009587                                 DEPENDING ON WS-CMT-COUNT.
009590        05 CMT-STUDENT-ID     PIC 9(09).
009593        05 CMT-COURSE         PIC X(20).
009596        05 CMT-CODE           PIC X(04) OCCURS 3 TIMES.
009597
009600 01 WS-CG-ENTRIES              PIC 9(04) COMP VALUE ZERO.
009700 01 COURSE-GRADE-TABLE.
009800     02 CG-ROW                OCCURS 1 TO 4000 TIMES
010310*       THE CATALOG WEIGHT, RESOLVED AT LOAD TIME.
010320        05 CG-T-WEIGHT        PIC 9V99.

010322 01 WS-ELEM-MAX-GRADE          PIC 99 COMP VALUE 5.
010324 01 WS-CARD-STYLE              PIC X(01) VALUE "C".
010326     88 COURSE-CARD                      VALUE "C".
010328     88 STANDARDS-CARD                   VALUE "S".
010330 01 WS-SD-STATUS               PIC XX.
010332 01 WS-MK-FILE-STATUS          PIC XX.
010334 01 WS-SD-INDX                 PIC 9(04) COMP.
010336 01 WS-MK-INDX                 PIC 9(04) COMP.
010338 01 WS-MK-FIRST                PIC 9(04) COMP.
010340 01 WS-MK-LAST                 PIC 9(04) COMP.
010342 01 WS-LAST-SUBJECT            PIC X(04).
010344 01 WS-SD-COUNT                PIC 9(04) COMP VALUE ZERO.
010346 01 STANDARDS-TABLE.
010348     02 SD-ROW                OCCURS 1 TO 1000 TIMES
010350                                 DEPENDING ON WS-SD-COUNT.
010352        05 SD-T-SUBJECT       PIC X(04).
010354        05 SD-T-STANDARD      PIC X(20).
010356        05 SD-T-DESCRIPTION   PIC X(50).
010358*    THE TERM'S MARKS ONLY, IN STDMARKS KEY ORDER -- EACH
010360*    STUDENT'S ROWS SIT TOGETHER, SO A CARD SCANS ONE RANGE.
010362 01 WS-MK-COUNT                PIC 9(04) COMP VALUE ZERO.
010364 01 STANDARD-MARK-TABLE.
010366     02 MK-ROW                OCCURS 1 TO 8000 TIMES
010368                                 DEPENDING ON WS-MK-COUNT.
010370        05 MK-T-STUDENT-ID    PIC 9(09).
010372        05 MK-T-STANDARD      PIC X(20).
010374        05 MK-T-MARK          PIC 9(01).
010375*----------------------------------------------------------------
010376* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
010377* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
010378*----------------------------------------------------------------
010380 01 WS-LC-STATUS               PIC XX.
010381 01 WS-LU-STATUS               PIC XX.
010382 01 WS-OPS-LOG-STATUS          PIC XX.
010383 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
010385     88 LAYOUT-MISMATCH                  VALUE "Y".
010386 01 WS-LK-DATASET              PIC X(08).
010387 01 WS-LK-VERSION              PIC 9(03).
010388 01 WS-LK-LENGTH               PIC 9(05).
010390 01 WS-LK-RESULT               PIC X(08).
010391 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
010392 01 WS-LC-INDX                 PIC 9(03) COMP.
010393 01 LAYOUT-CONTROL-TABLE.
010395     02 LCT-ROW               OCCURS 50 TIMES.
010396        05 LCT-DATASET        PIC X(08).
010397        05 LCT-VERSION        PIC 9(03).
010398        05 LCT-LENGTH         PIC 9(05).
010399
010400 PROCEDURE DIVISION.

010500 0000-MAINLINE.
010510     PERFORM 9800-CHECK-LAYOUTS
010520     IF LAYOUT-MISMATCH
010530        MOVE 16 TO RETURN-CODE
010540        GOBACK
010550     END-IF
010600     PERFORM 1000-INITIALIZE
010700     PERFORM 2000-PRINT-ONE-CARD
010800         VARYING I FROM 1 BY 1 UNTIL I > WS-ROSTER-COUNT
011420     PERFORM 1500-LOAD-CATALOG-WEIGHTS.
011421     PERFORM 1700-LOAD-TEST-SCORES.
011430     PERFORM 1600-RESOLVE-ROW-WEIGHTS.
011450     PERFORM 1800-LOAD-STANDARDS.
011470     PERFORM 1900-LOAD-STANDARD-MARKS.
011480     PERFORM 1910-LOAD-COMMENT-BANK.
011490     PERFORM 1920-LOAD-COURSE-COMMENTS.
011500*----------------------------------------------------------------
011600* HOUSEHOLD IS THE MAJOR SORT KEY SO EVERY CARD FOR ONE FAMILY
011700* COMES OFF THE PRINTER TOGETHER, READY FOR ONE ENVELOPE.
011800*----------------------------------------------------------------
011900     SORT ROSTER ASCENDING ST-HOUSEHOLD-ID ST-NAME.
012000     OPEN OUTPUT REPORT-CARD-PRINT.
012050     PERFORM 9700-OPEN-REPORT-ARCHIVE.
012060     OPEN INPUT HOUSEHOLD-MASTER.
012070     IF WS-HM-STATUS = "00"
012080        SET HOUSEHOLDS-OPEN TO TRUE
012090     END-IF.

012100 1100-READ-PARM.
012200     MOVE SPACES TO WS-REPORT-TERM.
017680        CLOSE SCORE-MASTER
017681     END-IF.

017691*----------------------------------------------------------------
017701* NO STANDARDS MASTER MEANS EVERY STUDENT GETS THE COURSE CARD.
017711* SUBJECT IS THE MAJOR SORT KEY SO THE CARD PRINTS EACH
017721* SUBJECT'S STANDARDS TOGETHER UNDER ONE HEADING.
017731*----------------------------------------------------------------
017741 1800-LOAD-STANDARDS.
017751     OPEN INPUT STANDARDS-MASTER.
017761     IF WS-SD-STATUS NOT = "00"
017771        MOVE "10" TO WS-SD-STATUS
017781     ELSE
017791        PERFORM UNTIL WS-SD-STATUS NOT = "00"
017801           READ STANDARDS-MASTER
017811               AT END MOVE "10" TO WS-SD-STATUS
017821           END-READ
017831           IF WS-SD-STATUS = "00"
017841              AND WS-SD-COUNT < 1000
017851              ADD 1 TO WS-SD-COUNT
017861              MOVE SD-SUBJECT TO SD-T-SUBJECT(WS-SD-COUNT)
017871              MOVE SD-STANDARD TO SD-T-STANDARD(WS-SD-COUNT)
017881              MOVE SD-DESCRIPTION
017891                  TO SD-T-DESCRIPTION(WS-SD-COUNT)
017901           END-IF
017911        END-PERFORM
017921        CLOSE STANDARDS-MASTER
017931     END-IF.
017941     IF WS-SD-COUNT > 1
017951        SORT SD-ROW ASCENDING SD-T-SUBJECT SD-T-STANDARD
017961     END-IF.
017962
017966*----------------------------------------------------------------
017971* ONLY THE REPORT TERM'S MARKS ARE KEPT.
017976*----------------------------------------------------------------
017981 1900-LOAD-STANDARD-MARKS.
017986     OPEN INPUT STANDARD-MARKS.
017991     IF WS-MK-FILE-STATUS NOT = "00"
017996        MOVE "10" TO WS-MK-FILE-STATUS
018001     ELSE
018006        PERFORM UNTIL WS-MK-FILE-STATUS NOT = "00"
018011           READ STANDARD-MARKS
018016               AT END MOVE "10" TO WS-MK-FILE-STATUS
018021           END-READ
018026           IF WS-MK-FILE-STATUS = "00"
018031              AND MK-TERM = WS-REPORT-TERM
018036              AND WS-MK-COUNT < 8000
018041              ADD 1 TO WS-MK-COUNT
018046              MOVE MK-STUDENT-ID TO MK-T-STUDENT-ID(WS-MK-COUNT)
018051              MOVE MK-STANDARD TO MK-T-STANDARD(WS-MK-COUNT)
018056              MOVE MK-MARK TO MK-T-MARK(WS-MK-COUNT)
018061           END-IF
018066        END-PERFORM
018071        CLOSE STANDARD-MARKS
018076     END-IF.
018077*----------------------------------------------------------------
018078* THE WHOLE COMMENT BANK, EVERY LANGUAGE.  NO BANK MEANS EACH
018079* COMMENT PRINTS AS ITS BARE CODE.
018080*----------------------------------------------------------------
018081 1910-LOAD-COMMENT-BANK.
018082     OPEN INPUT COMMENT-BANK.
018083     IF WS-CB-STATUS NOT = "00"
018084        MOVE "10" TO WS-CB-STATUS
018085     ELSE
018086        PERFORM UNTIL WS-CB-STATUS NOT = "00"
018087           READ COMMENT-BANK
018088               AT END MOVE "10" TO WS-CB-STATUS
018089           END-READ
018090           IF WS-CB-STATUS = "00"
018091              AND WS-CBT-COUNT < 3000
018092              ADD 1 TO WS-CBT-COUNT
018093              MOVE CB-CODE TO CBT-CODE(WS-CBT-COUNT)
018094              MOVE CB-LANGUAGE TO CBT-LANGUAGE(WS-CBT-COUNT)
018095              MOVE CB-TEXT TO CBT-TEXT(WS-CBT-COUNT)
018096           END-IF
018097        END-PERFORM
018098        CLOSE COMMENT-BANK
018099     END-IF.
018100
018101*----------------------------------------------------------------
018102* ONLY THE REPORT TERM'S COMMENTS ARE KEPT.  NO CRSCMNT MEANS
018103* CARDS PRINT WITHOUT COMMENTS, AS BEFORE.
018104*----------------------------------------------------------------
018105 1920-LOAD-COURSE-COMMENTS.
018106     OPEN INPUT COURSE-COMMENT-FILE.
018107     IF WS-CM-FILE-STATUS NOT = "00"
018108        MOVE "10" TO WS-CM-FILE-STATUS
018109     ELSE
018110        PERFORM UNTIL WS-CM-FILE-STATUS NOT = "00"
018111           READ COURSE-COMMENT-FILE
018112               AT END MOVE "10" TO WS-CM-FILE-STATUS
018113           END-READ
018114           IF WS-CM-FILE-STATUS = "00"
018115              AND CM-TERM = WS-REPORT-TERM
018116              AND WS-CMT-COUNT < 4000
018117              ADD 1 TO WS-CMT-COUNT
018118              MOVE CM-STUDENT-ID TO CMT-STUDENT-ID(WS-CMT-COUNT)
018119              MOVE CM-COURSE TO CMT-COURSE(WS-CMT-COUNT)
018120              MOVE CM-CODE(1) TO CMT-CODE(WS-CMT-COUNT, 1)
018121              MOVE CM-CODE(2) TO CMT-CODE(WS-CMT-COUNT, 2)
018122              MOVE CM-CODE(3) TO CMT-CODE(WS-CMT-COUNT, 3)
018123           END-IF
018124        END-PERFORM
018125        CLOSE COURSE-COMMENT-FILE
018126     END-IF.
018127
018150*----------------------------------------------------------------
018160* ONE PAGE PER STUDENT WITH AT LEAST ONE GRADED COURSE THIS
018170* TERM; A STUDENT WITH NO CRSGRADE ROWS FOR THE TERM GETS NO
018180* PAGE RATHER THAN A BLANK CARD.
018182* AN ELEMENTARY STUDENT WITH STANDARDS MARKS FOR THE TERM GETS
018184* THE K-5 STANDARDS CARD INSTEAD.
018190*----------------------------------------------------------------
018200 2000-PRINT-ONE-CARD.
018205     SET COURSE-CARD TO TRUE.
018210     IF ST-GRADE(I) <= WS-ELEM-MAX-GRADE
018215        AND WS-SD-COUNT > 0
018220        PERFORM 2400-FIND-STUDENT-MARKS
018225        IF WS-MK-FIRST > 0
018230           SET STANDARDS-CARD TO TRUE
018235           PERFORM 2410-PRINT-STANDARDS-CARD
018240           ADD 1 TO WS-CARD-COUNT
018245           EXIT PARAGRAPH
018250        END-IF
018255     END-IF.
018300     MOVE 0 TO WS-GPA-COUNT.
018400     MOVE 0 TO WS-GPA-TOTAL.
018410     MOVE 0 TO WS-WGPA-TOTAL.
019000        END-IF
019100     END-PERFORM.
019200     IF WS-GPA-COUNT > 0
019250        PERFORM 2050-FIND-CARD-LANGUAGE
019300        PERFORM 2100-CARD-HEADING
019400        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CG-ENTRIES
019500           IF CG-T-STUDENT-ID(J) = ST-STUDENT-ID(I)
020100        ADD 1 TO WS-CARD-COUNT
020200     END-IF.

020205*----------------------------------------------------------------
020210* THE HOUSEHOLD'S CORRESPONDENCE LANGUAGE FOR THE COMMENTS; NO
020215* HOUSEHOLD ROW, OR NO LANGUAGE ON IT, MEANS ENGLISH.
020220*----------------------------------------------------------------
020225 2050-FIND-CARD-LANGUAGE.
020230     MOVE "EN" TO WS-CARD-LANG.
020235     IF HOUSEHOLDS-CLOSED
020240        EXIT PARAGRAPH
020245     END-IF.
020250     MOVE ST-HOUSEHOLD-ID(I) TO HM-HOUSEHOLD-ID.
020255     READ HOUSEHOLD-MASTER
020260         INVALID KEY CONTINUE
020265     END-READ.
020270     IF WS-HM-STATUS = "00"
020275        AND HM-LANGUAGE NOT = SPACES
020280        MOVE HM-LANGUAGE TO WS-CARD-LANG
020285     END-IF.
020290     MOVE "00" TO WS-HM-STATUS.
020291
020300 2100-CARD-HEADING.
020400     ADD 1 TO WS-PAGE-COUNT.
020430     MOVE WS-PAGE-COUNT TO WS-ARCH-PAGE.
020460     MOVE ST-STUDENT-ID(I) TO WS-ARCH-STUDENT-ID.
020500     MOVE WS-PAGE-COUNT TO RPT-PAGE-NUMBER.
020600     MOVE SPACES TO RPT-LINE.
020700     STRING "REPORT CARD  TERM " DELIMITED BY SIZE
021200         RPT-PAGE-NUMBER DELIMITED BY SIZE
021300         INTO RPT-LINE
021400     END-STRING.
021500     PERFORM 9710-WRITE-REPORT-LINE.
021600     MOVE SPACES TO RPT-LINE.
021700     STRING "STUDENT " DELIMITED BY SIZE
021800         ST-STUDENT-ID(I) DELIMITED BY SIZE
022000         FUNCTION TRIM(ST-NAME(I)) DELIMITED BY SIZE
022100         INTO RPT-LINE
022200     END-STRING.
022300     PERFORM 9710-WRITE-REPORT-LINE.
022400     MOVE SPACES TO RPT-LINE.
022500     STRING "GRADE " DELIMITED BY SIZE
022600         ST-GRADE(I) DELIMITED BY SIZE
023000         FUNCTION TRIM(ST-TEACHER(I)) DELIMITED BY SIZE
023100         INTO RPT-LINE
023200     END-STRING.
023300     PERFORM 9710-WRITE-REPORT-LINE.
023400     MOVE SPACES TO RPT-LINE.
023410     IF STANDARDS-CARD
023420        MOVE "  STANDARD              MARK  DESCRIPTION"
023430            TO RPT-LINE
023440     ELSE
023450        MOVE "  COURSE                GRADE POINTS" TO RPT-LINE
023460     END-IF.
023600     PERFORM 9710-WRITE-REPORT-LINE.

023700 2200-COURSE-LINE.
023800     MOVE CG-T-GRADE-POINTS(J) TO WS-PTS-EDIT.
024320         WS-COURSE-LETTER DELIMITED BY SIZE
024400         INTO RPT-LINE
024500     END-STRING.
024600     PERFORM 9710-WRITE-REPORT-LINE.
024605     PERFORM 2310-COURSE-COMMENTS.
024610
024611*----------------------------------------------------------------
024612* THE SCALE LETTER WITH THE HIGHEST POINT VALUE NOT ABOVE THE
024648               TST-BAND(WS-TSC-INDX) DELIMITED BY SIZE
024649               INTO RPT-LINE
024650           END-STRING
024651           PERFORM 9710-WRITE-REPORT-LINE
024652        END-IF
024653     END-PERFORM.
024654
025220         WS-WGPA-EDIT DELIMITED BY SIZE
025300         INTO RPT-LINE
025400     END-STRING.
025500     PERFORM 9710-WRITE-REPORT-LINE.
025600     MOVE SPACES TO RPT-LINE.
025700     PERFORM 9710-WRITE-REPORT-LINE.

025702*----------------------------------------------------------------
025704* THE TEACHER'S COMMENT CODES FOR THIS COURSE, EACH PRINTED UNDER
025706* THE COURSE LINE IN THE HOUSEHOLD'S LANGUAGE.  A CODE THE BANK
025708* HAS NOT YET TRANSLATED PRINTS IN ENGLISH AND IS COUNTED.
025710*----------------------------------------------------------------
025712 2310-COURSE-COMMENTS.
025714     PERFORM VARYING WS-CMT-INDX FROM 1 BY 1
025716              UNTIL WS-CMT-INDX > WS-CMT-COUNT
025718        IF CMT-STUDENT-ID(WS-CMT-INDX) = ST-STUDENT-ID(I)
025720           AND CMT-COURSE(WS-CMT-INDX) = CG-T-COURSE(J)
025722           PERFORM VARYING WS-CODE-INDX FROM 1 BY 1
025724                    UNTIL WS-CODE-INDX > 3
025726              IF CMT-CODE(WS-CMT-INDX, WS-CODE-INDX) NOT = SPACES
025728                 PERFORM 2320-COMMENT-LINE
025730              END-IF
025732           END-PERFORM
025734        END-IF
025736     END-PERFORM.
025737
025740 2320-COMMENT-LINE.
025742     MOVE CMT-CODE(WS-CMT-INDX, WS-CODE-INDX) TO WS-CMT-CODE.
025744     MOVE WS-CARD-LANG TO WS-CMT-LANG.
025746     PERFORM 2330-FIND-COMMENT-TEXT.
025748     IF WS-CBT-FOUND = 0
025750        AND WS-CARD-LANG NOT = "EN"
025752        ADD 1 TO WS-NOLANG-COUNT
025754        MOVE "EN" TO WS-CMT-LANG
025756        PERFORM 2330-FIND-COMMENT-TEXT
025758     END-IF.
025760     MOVE SPACES TO RPT-LINE.
025762     IF WS-CBT-FOUND > 0
025764        MOVE CBT-TEXT(WS-CBT-FOUND) TO RPT-LINE(7:60)
025766     ELSE
025768        MOVE WS-CMT-CODE TO RPT-LINE(7:4)
025770     END-IF.
025772     PERFORM 9710-WRITE-REPORT-LINE.
025773
025776 2330-FIND-COMMENT-TEXT.
025778     MOVE 0 TO WS-CBT-FOUND.
025780     PERFORM VARYING WS-CBT-INDX FROM 1 BY 1
025782              UNTIL WS-CBT-INDX > WS-CBT-COUNT
025784                 OR WS-CBT-FOUND > 0
025786        IF CBT-CODE(WS-CBT-INDX) = WS-CMT-CODE
025788           AND CBT-LANGUAGE(WS-CBT-INDX) = WS-CMT-LANG
025790           MOVE WS-CBT-INDX TO WS-CBT-FOUND
025792        END-IF
025794     END-PERFORM.
025795
025800*----------------------------------------------------------------
025900* THE STUDENT'S RANGE OF ROWS IN THE TERM'S MARK TABLE -- STDMARKS
026000* IS KEYED STUDENT FIRST, SO THE ROWS ARE CONTIGUOUS.  ZERO WHEN
026100* THE STUDENT HAS NO STANDARDS MARKS THIS TERM.
026200*----------------------------------------------------------------
026300 2400-FIND-STUDENT-MARKS.
026400     MOVE 0 TO WS-MK-FIRST.
026500     MOVE 0 TO WS-MK-LAST.
026600     PERFORM VARYING WS-MK-INDX FROM 1 BY 1
026700              UNTIL WS-MK-INDX > WS-MK-COUNT
026800        IF MK-T-STUDENT-ID(WS-MK-INDX) = ST-STUDENT-ID(I)
026900           IF WS-MK-FIRST = 0
027000              MOVE WS-MK-INDX TO WS-MK-FIRST
027100           END-IF
027200           MOVE WS-MK-INDX TO WS-MK-LAST
027300        END-IF
027400     END-PERFORM.
027401
027500*----------------------------------------------------------------
027600* THE K-5 CARD: THE SAME HEADING, EVERY MARKED STANDARD IN
027700* SUBJECT ORDER UNDER ITS SUBJECT LINE, THE MARK LEGEND, AND THE
027800* ASSESSMENT HISTORY.  NO GPA -- STANDARDS ARE NOT AVERAGED.
027900*----------------------------------------------------------------
028000 2410-PRINT-STANDARDS-CARD.
028100     PERFORM 2100-CARD-HEADING.
028200     MOVE SPACES TO WS-LAST-SUBJECT.
028300     PERFORM VARYING WS-SD-INDX FROM 1 BY 1
028400              UNTIL WS-SD-INDX > WS-SD-COUNT
028500        PERFORM VARYING WS-MK-INDX FROM WS-MK-FIRST BY 1
028600                 UNTIL WS-MK-INDX > WS-MK-LAST
028700           IF MK-T-STANDARD(WS-MK-INDX)
028800                  = SD-T-STANDARD(WS-SD-INDX)
028900              PERFORM 2420-STANDARD-LINE
029000           END-IF
029100        END-PERFORM
029200     END-PERFORM.
029300     PERFORM 2430-MARK-LEGEND.
029400     PERFORM 2260-SCORE-HISTORY.
029500     MOVE SPACES TO RPT-LINE.
029600     PERFORM 9710-WRITE-REPORT-LINE.
029601
029605 2420-STANDARD-LINE.
029610     IF SD-T-SUBJECT(WS-SD-INDX) NOT = WS-LAST-SUBJECT
029615        MOVE SD-T-SUBJECT(WS-SD-INDX) TO WS-LAST-SUBJECT
029620        MOVE SPACES TO RPT-LINE
029625        STRING "  SUBJECT: " DELIMITED BY SIZE
029630            WS-LAST-SUBJECT DELIMITED BY SIZE
029635            INTO RPT-LINE
029640        END-STRING
029645        PERFORM 9710-WRITE-REPORT-LINE
029650     END-IF.
029655     MOVE SPACES TO RPT-LINE.
029660     STRING "  " DELIMITED BY SIZE
029665         SD-T-STANDARD(WS-SD-INDX) DELIMITED BY SIZE
029670         "  " DELIMITED BY SIZE
029675         MK-T-MARK(WS-MK-INDX) DELIMITED BY SIZE
029680         "     " DELIMITED BY SIZE
029685         SD-T-DESCRIPTION(WS-SD-INDX) DELIMITED BY SIZE
029690         INTO RPT-LINE
029695     END-STRING.
029700     PERFORM 9710-WRITE-REPORT-LINE.
029701
029710 2430-MARK-LEGEND.
029720     MOVE SPACES TO RPT-LINE.
029730     PERFORM 9710-WRITE-REPORT-LINE.
029740     MOVE "  KEY: 4 EXCEEDS  3 MEETS  2 APPROACHING  1 BEGINNING"
029750         TO RPT-LINE.
029760     PERFORM 9710-WRITE-REPORT-LINE.
029761
029800 3000-TERMINATE.
029812     IF HOUSEHOLDS-OPEN
029824        CLOSE HOUSEHOLD-MASTER
029836     END-IF.
029850     PERFORM 9720-CLOSE-REPORT-ARCHIVE.
029900     CLOSE REPORT-CARD-PRINT.
030000     DISPLAY "GRADE-SCHOOL-RPTCARD CARDS PRINTED: " WS-CARD-COUNT.
030020     IF WS-NOLANG-COUNT > 0
030040        DISPLAY "  COMMENTS PRINTED IN ENGLISH (NO TRANSLATION): "
030060            WS-NOLANG-COUNT
030080     END-IF.
030100
030101*----------------------------------------------------------------
030102* MIRRORS GRADE-SCHOOL'S OPEN-REPORT-ARCHIVE: EVERY LINE OF
030103* RPTCARDS ALSO GOES TO RPTARCH, TAGGED WITH THE RUN, PAGE AND
030104* STUDENT, AND THE RUN IS INDEXED ON RPTINDEX AT CLOSE FOR
030105* GRADE-SCHOOL-REPRINT.  AN ARCHIVE THAT WILL NOT OPEN DOES NOT
030106* STOP THE REPORT; IT GOES TO OPSERRLG AND THE RUN ENDS RC=4.
030107*----------------------------------------------------------------
030108 9700-OPEN-REPORT-ARCHIVE.
030109     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCH-RUN-STAMP.
030110     OPEN EXTEND REPORT-ARCHIVE.
030111     IF WS-RA-STATUS = "35"
030112        OPEN OUTPUT REPORT-ARCHIVE
030113     END-IF.
030114     IF WS-RA-STATUS = "00"
030115        SET ARCHIVE-OPEN TO TRUE
030116        EXIT PARAGRAPH
030117     END-IF.
030118     DISPLAY "GRADE-SCHOOL-RPTCARD RPTARCH STATUS " WS-RA-STATUS
030119         " -- RPTCARDS NOT ARCHIVED".
030120     MOVE 4 TO RETURN-CODE.
030121     OPEN EXTEND OPS-ERROR-LOG.
030122     IF WS-OPS-LOG-STATUS = "35"
030123        OPEN OUTPUT OPS-ERROR-LOG
030124     END-IF.
030125     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
030126     MOVE "GRADE-SCHOOL-RPTCARD" TO OE-PROGRAM.
030127     MOVE "RPTARCH" TO OE-FILE-NAME.
030128     MOVE "ARCHIVE" TO OE-OPERATION.
030129     MOVE WS-RA-STATUS TO OE-STATUS.
030130     WRITE OPS-ERROR-RECORD.
030131     CLOSE OPS-ERROR-LOG.
030132*----------------------------------------------------------------
030133* THE LINE IS ARCHIVED BEFORE IT IS WRITTEN -- THE RECORD AREA IS
030134* NOT THERE TO READ AFTER THE WRITE.  A STUDENT IS COUNTED ONCE
030135* HOWEVER MANY LINES THEY RUN TO.
030136*----------------------------------------------------------------
030137 9710-WRITE-REPORT-LINE.
030138     IF ARCHIVE-OPEN
030139        MOVE WS-ARCH-RUN-STAMP TO RA-RUN-STAMP
030140        MOVE WS-ARCH-REPORT TO RA-REPORT
030141        MOVE WS-ARCH-PAGE TO RA-PAGE
030142        MOVE WS-ARCH-STUDENT-ID TO RA-STUDENT-ID
030143        MOVE RPT-LINE TO RA-LINE
030144        WRITE REPORT-ARCHIVE-RECORD
030145        ADD 1 TO WS-ARCH-LINES
030146        IF WS-ARCH-STUDENT-ID NOT = 0
030147           AND WS-ARCH-STUDENT-ID NOT = WS-ARCH-LAST-STUDENT
030148           ADD 1 TO WS-ARCH-STUDENTS
030149           MOVE WS-ARCH-STUDENT-ID TO WS-ARCH-LAST-STUDENT
030150        END-IF
030151     END-IF.
030152     WRITE RPT-LINE.
030153 9720-CLOSE-REPORT-ARCHIVE.
030154     IF ARCHIVE-CLOSED
030155        EXIT PARAGRAPH
030156     END-IF.
030157     CLOSE REPORT-ARCHIVE.
030158     SET ARCHIVE-CLOSED TO TRUE.
030159     OPEN EXTEND REPORT-INDEX.
030160     IF WS-RX-STATUS = "35"
030161        OPEN OUTPUT REPORT-INDEX
030162     END-IF.
030163     MOVE WS-ARCH-RUN-STAMP TO RX-RUN-STAMP.
030164     MOVE WS-ARCH-JOB TO RX-JOB.
030165     MOVE WS-ARCH-REPORT TO RX-REPORT.
030166     MOVE "GRADE-SCHOOL-RPTCARD" TO RX-PROGRAM.
030167     MOVE WS-ARCH-PAGE TO RX-PAGES.
030168     MOVE WS-ARCH-STUDENTS TO RX-STUDENTS.
030169     MOVE WS-ARCH-LINES TO RX-LINES.
030170     WRITE REPORT-INDEX-RECORD.
030171     CLOSE REPORT-INDEX.
030172
030200*----------------------------------------------------------------
030300* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
030400* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
030500* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
030600* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
030700* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
030800*----------------------------------------------------------------
030900 9800-CHECK-LAYOUTS.
031000     PERFORM 9810-LOAD-LAYOUT-CONTROL.
031100     OPEN EXTEND LAYOUT-USAGE-LOG.
031200     IF WS-LU-STATUS = "35"
031300        OPEN OUTPUT LAYOUT-USAGE-LOG
031400     END-IF.
031500     MOVE "ROSTERF" TO WS-LK-DATASET.
031600     MOVE 3 TO WS-LK-VERSION.
031700     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
031800     PERFORM 9820-CHECK-ONE-LAYOUT.
031900     MOVE "CRSGRADE" TO WS-LK-DATASET.
032000     MOVE 2 TO WS-LK-VERSION.
032100     MOVE LENGTH OF CG-RECORD TO WS-LK-LENGTH.
032200     PERFORM 9820-CHECK-ONE-LAYOUT.
032220     MOVE "HSHLDMST" TO WS-LK-DATASET.
032240     MOVE 3 TO WS-LK-VERSION.
032260     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
032280     PERFORM 9820-CHECK-ONE-LAYOUT.
032300     CLOSE LAYOUT-USAGE-LOG.
032400
032500 9810-LOAD-LAYOUT-CONTROL.
032600     MOVE 0 TO WS-LC-COUNT.
032700     OPEN INPUT LAYOUT-CONTROL.
032800     IF WS-LC-STATUS NOT = "00"
032900        EXIT PARAGRAPH
033000     END-IF.
033100     PERFORM UNTIL WS-LC-STATUS NOT = "00"
033200        READ LAYOUT-CONTROL
033300            AT END MOVE "10" TO WS-LC-STATUS
033400        END-READ
033500        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
033600           ADD 1 TO WS-LC-COUNT
033700           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
033800           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
033900           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
034000        END-IF
034100     END-PERFORM.
034200     CLOSE LAYOUT-CONTROL.
034300
034400*----------------------------------------------------------------
034500* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
034600* AS NOCTL.
034700*----------------------------------------------------------------
034800 9820-CHECK-ONE-LAYOUT.
034900     MOVE "NOCTL" TO WS-LK-RESULT.
035000     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
035100             UNTIL WS-LC-INDX > WS-LC-COUNT
035200        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
035300           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
035400              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
035500              MOVE "CURRENT" TO WS-LK-RESULT
035600           ELSE
035700              MOVE "MISMATCH" TO WS-LK-RESULT
035800           END-IF
035900        END-IF
036000     END-PERFORM.
036100     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
036200     MOVE "GRADE-SCHOOL-RPTCARD" TO LU-PROGRAM.
036300     MOVE WS-LK-DATASET TO LU-DATASET.
036400     MOVE WS-LK-VERSION TO LU-VERSION.
036500     MOVE WS-LK-LENGTH TO LU-LENGTH.
036600     MOVE WS-LK-RESULT TO LU-RESULT.
036700     WRITE LAYOUT-USAGE-RECORD.
036800     IF WS-LK-RESULT NOT = "MISMATCH"
036900        EXIT PARAGRAPH
037000     END-IF.
037100     SET LAYOUT-MISMATCH TO TRUE.
037200     DISPLAY "GRADE-SCHOOL-RPTCARD HALTED: " WS-LK-DATASET
037300         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
037400         " DOES NOT MATCH LAYOUTCT".
037500     OPEN EXTEND OPS-ERROR-LOG.
037600     IF WS-OPS-LOG-STATUS = "35"
037700        OPEN OUTPUT OPS-ERROR-LOG
037800     END-IF.
037900     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
038000     MOVE "GRADE-SCHOOL-RPTCARD" TO OE-PROGRAM.
038100     MOVE WS-LK-DATASET TO OE-FILE-NAME.
038200     MOVE "LAYOUT" TO OE-OPERATION.
038300     MOVE "16" TO OE-STATUS.
038400     WRITE OPS-ERROR-RECORD.
038500     CLOSE OPS-ERROR-LOG.
