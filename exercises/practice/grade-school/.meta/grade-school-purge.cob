002000*                 RANGE -- FOR THE COMPLIANCE OFFICE TO FILE.
002100*                 A DATASET NOT NAMED ON RETNCTRL IS NEVER
002200*                 TOUCHED.
002220* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002240*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002260*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002280*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002300*                 OPSERRLG ENTRY.
002302* 2026-10-15 KAP  REPORT ARCHIVE -- THE CERTIFICATE OF DESTRUCTION
002304*                 ALSO GOES TO RPTARCH AND IS INDEXED ON RPTINDEX,
002306*                 SO GRADE-SCHOOL-REPRINT CAN REPRODUCE IT.
002308*                 RPTARCH AND RPTINDEX ARE SCHEDULED DATASETS HERE
002310*                 NOW, AGED OUT BY THEIR RETNCTRL ROWS LIKE EVERY
002312*                 OTHER LOG.
002320*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
005800     SELECT DESTRUCTION-CERT ASSIGN TO "DESTCERT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006010     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS WS-LC-STATUS.
006040
006050     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
006060         ORGANIZATION IS LINE SEQUENTIAL
006070         FILE STATUS IS WS-LU-STATUS.
006080
006082     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
006084         ORGANIZATION IS LINE SEQUENTIAL
006086         FILE STATUS IS WS-RA-STATUS.
006088
006090     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
006092         ORGANIZATION IS LINE SEQUENTIAL
006094         FILE STATUS IS WS-RX-STATUS.
006096
006100 DATA DIVISION.
006200 FILE SECTION.
006203 FD  REPORT-ARCHIVE.
006206*----------------------------------------------------------------
006209* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-ARCHIVE-RECORD -- ONE
006212* ROW PER PRINTED LINE OF AN ARCHIVED REPORT.
006215*----------------------------------------------------------------
006218 01  REPORT-ARCHIVE-RECORD.
006221     05 RA-RUN-STAMP          PIC 9(14).
006224     05 RA-REPORT             PIC X(08).
006227     05 RA-PAGE               PIC 9(05).
006230     05 RA-STUDENT-ID         PIC 9(09).
006233     05 RA-LINE               PIC X(132).
006236
006239 FD  REPORT-INDEX.
006242*----------------------------------------------------------------
006245* LAYOUT MUST MATCH GRADE-SCHOOL'S REPORT-INDEX-RECORD -- ONE ROW
006248* PER ARCHIVED REPORT RUN.
006251*----------------------------------------------------------------
006254 01  REPORT-INDEX-RECORD.
006257     05 RX-RUN-STAMP          PIC 9(14).
006260     05 RX-JOB                PIC X(08).
006263     05 RX-REPORT             PIC X(08).
006266     05 RX-PROGRAM            PIC X(24).
006269     05 RX-PAGES              PIC 9(05).
006272     05 RX-STUDENTS           PIC 9(07).
006275     05 RX-LINES              PIC 9(07).
006278
006300 FD  RETENTION-CONTROL.
006400*----------------------------------------------------------------
006500* ONE ROW PER DATASET THE SCHEDULE COVERS: ITS DD NAME AND THE
009600 FD  DESTRUCTION-CERT.
009700 01  CERT-LINE                PIC X(100).
009800
009804 FD  LAYOUT-CONTROL.
009808*----------------------------------------------------------------
009812* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
009816* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
009820*----------------------------------------------------------------
009824 01  LAYOUT-CONTROL-RECORD.
009828     05 LC-DATASET            PIC X(08).
009832     05 LC-VERSION            PIC 9(03).
009836     05 LC-LENGTH             PIC 9(05).
009840     05 LC-EFFECTIVE-DATE     PIC 9(08).
009844
009848 FD  LAYOUT-USAGE-LOG.
009852*----------------------------------------------------------------
009856* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
009860* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
009864*----------------------------------------------------------------
009868 01  LAYOUT-USAGE-RECORD.
009872     05 LU-TIMESTAMP          PIC 9(14).
009876     05 LU-PROGRAM            PIC X(24).
009880     05 LU-DATASET            PIC X(08).
009884     05 LU-VERSION            PIC 9(03).
009888     05 LU-LENGTH             PIC 9(05).
009892     05 LU-RESULT             PIC X(08).
009896
009900 WORKING-STORAGE SECTION.
010000 01 WS-CTL-STATUS              PIC XX.
010005*----------------------------------------------------------------
010010* REPORT ARCHIVE: THE RUN'S STAMP, AND THE PAGE AND STUDENT THE
010015* NEXT PRINTED LINE BELONGS TO.
010020*----------------------------------------------------------------
010025 01 WS-RA-STATUS               PIC XX.
010030 01 WS-RX-STATUS               PIC XX.
010035 01 WS-ARCHIVE-SWITCH          PIC X(01) VALUE "N".
010040     88 ARCHIVE-OPEN                     VALUE "Y".
010045     88 ARCHIVE-CLOSED                   VALUE "N".
010050 01 WS-ARCH-JOB                PIC X(08) VALUE "GSPURGE".
010055 01 WS-ARCH-REPORT             PIC X(08) VALUE "DESTCERT".
010060 01 WS-ARCH-RUN-STAMP          PIC 9(14).
010065 01 WS-ARCH-PAGE               PIC 9(05) COMP VALUE ZERO.
010070 01 WS-ARCH-STUDENT-ID         PIC 9(09) VALUE ZERO.
010075 01 WS-ARCH-LAST-STUDENT       PIC 9(09) VALUE ZERO.
010080 01 WS-ARCH-STUDENTS           PIC 9(07) COMP VALUE ZERO.
010085 01 WS-ARCH-LINES              PIC 9(07) COMP VALUE ZERO.
010090
010100 01 WS-AUD-STATUS              PIC XX.
010200 01 WS-ATT-STATUS              PIC XX.
010300 01 WS-IEP-STATUS              PIC XX.
011900 01 WS-COUNT-DISP              PIC ZZZZZZ9.
012000 01 WS-DATASET-COUNT           PIC 9(02) COMP VALUE ZERO.
012100
012103*----------------------------------------------------------------
012107* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
012111* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
012114*----------------------------------------------------------------
012118 01 WS-LC-STATUS               PIC XX.
012122 01 WS-LU-STATUS               PIC XX.
012125 01 WS-OPS-ERROR-RECORD.
012129     05 OE-TIMESTAMP           PIC 9(14).
012133     05 OE-PROGRAM             PIC X(20).
012137     05 OE-FILE-NAME           PIC X(08).
012140     05 OE-OPERATION           PIC X(08).
012144     05 OE-STATUS              PIC XX.
012148 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
012151     88 LAYOUT-MISMATCH                  VALUE "Y".
012155 01 WS-LK-DATASET              PIC X(08).
012159 01 WS-LK-VERSION              PIC 9(03).
012162 01 WS-LK-LENGTH               PIC 9(05).
012166 01 WS-LK-RESULT               PIC X(08).
012170 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
012174 01 WS-LC-INDX                 PIC 9(03) COMP.
012177 01 LAYOUT-CONTROL-TABLE.
012181     02 LCT-ROW               OCCURS 50 TIMES.
012185        05 LCT-DATASET        PIC X(08).
012188        05 LCT-VERSION        PIC 9(03).
012192        05 LCT-LENGTH         PIC 9(05).
012196
012200 PROCEDURE DIVISION.
012300
012400 0000-MAINLINE.
012410     PERFORM 9800-CHECK-LAYOUTS
012420     IF LAYOUT-MISMATCH
012430        MOVE 16 TO RETURN-CODE
012440        GOBACK
012450     END-IF
012500     PERFORM 1000-INITIALIZE
012600     PERFORM 2000-PURGE-PER-CONTROL
012700         UNTIL WS-CTL-STATUS NOT = "00"
013100 1000-INITIALIZE.
013200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
013300     OPEN OUTPUT DESTRUCTION-CERT.
013330     PERFORM 9700-OPEN-REPORT-ARCHIVE.
013360     MOVE 1 TO WS-ARCH-PAGE.
013400     MOVE "CERTIFICATE OF DESTRUCTION" TO CERT-LINE.
013500     PERFORM 9710-WRITE-REPORT-LINE.
013600     MOVE SPACES TO CERT-LINE.
013700     STRING "RUN DATE " DELIMITED BY SIZE
013800         WS-TODAY DELIMITED BY SIZE
014000         DELIMITED BY SIZE
014100         INTO CERT-LINE
014200     END-STRING.
014300     PERFORM 9710-WRITE-REPORT-LINE.
014400     OPEN INPUT RETENTION-CONTROL.
014500     IF WS-CTL-STATUS NOT = "00"
014600        MOVE "10" TO WS-CTL-STATUS
017000             PERFORM 2400-PURGE-EXITLOG
017100         WHEN "OPSERRLG"
017200             PERFORM 2500-PURGE-OPSERRLG
017220         WHEN "RPTARCH"
017240             PERFORM 2600-PURGE-RPTARCH
017260         WHEN "RPTINDEX"
017280             PERFORM 2700-PURGE-RPTINDEX
017300         WHEN OTHER
017400             MOVE SPACES TO CERT-LINE
017500             STRING RT-DATASET DELIMITED BY SIZE
017700                 DELIMITED BY SIZE
017800                 INTO CERT-LINE
017900             END-STRING
018000             PERFORM 9710-WRITE-REPORT-LINE
018100     END-EVALUATE.
018200     READ RETENTION-CONTROL
018300         AT END MOVE "10" TO WS-CTL-STATUS
036300     CLOSE OPS-ERROR-LOG.
036400     MOVE "00" TO WS-TEMP-STATUS.
036500     PERFORM 2900-CERTIFICATE-LINE.
036501
036502*----------------------------------------------------------------
036503* RPTARCH IS OPEN FOR THIS RUN'S OWN CERTIFICATE.  IT IS CLOSED
036504* FOR THE PURGE AND REOPENED AFTER, SO THE REST OF THE CERTIFICATE
036505* LANDS BEHIND THE KEPT ROWS.  THE RUN STAMP LEADS THE ROW.
036506*----------------------------------------------------------------
036507 2600-PURGE-RPTARCH.
036509     IF ARCHIVE-OPEN
036510        CLOSE REPORT-ARCHIVE
036511     END-IF.
036512     OPEN INPUT REPORT-ARCHIVE.
036513     IF WS-RA-STATUS NOT = "00"
036514        PERFORM 2650-REOPEN-ARCHIVE
036515        EXIT PARAGRAPH
036517     END-IF.
036518     OPEN OUTPUT PURGE-TEMP.
036519     PERFORM UNTIL WS-RA-STATUS NOT = "00"
036520        READ REPORT-ARCHIVE
036521            AT END MOVE "10" TO WS-RA-STATUS
036522        END-READ
036523        IF WS-RA-STATUS = "00"
036525           MOVE REPORT-ARCHIVE-RECORD TO WS-ROW-IMAGE
036526           MOVE RA-RUN-STAMP(1:8) TO WS-ROW-DATE
036527           PERFORM 2800-KEEP-OR-PURGE
036528        END-IF
036529     END-PERFORM.
036530     CLOSE REPORT-ARCHIVE.
036531     CLOSE PURGE-TEMP.
036532     OPEN INPUT PURGE-TEMP.
036534     OPEN OUTPUT REPORT-ARCHIVE.
036535     PERFORM UNTIL WS-TEMP-STATUS NOT = "00"
036536        READ PURGE-TEMP
036537            AT END MOVE "10" TO WS-TEMP-STATUS
036538        END-READ
036539        IF WS-TEMP-STATUS = "00"
036540           MOVE TEMP-IMAGE(1:168) TO REPORT-ARCHIVE-RECORD
036542           WRITE REPORT-ARCHIVE-RECORD
036543        END-IF
036544     END-PERFORM.
036545     CLOSE PURGE-TEMP.
036546     CLOSE REPORT-ARCHIVE.
036547     MOVE "00" TO WS-TEMP-STATUS.
036548     PERFORM 2650-REOPEN-ARCHIVE.
036550     PERFORM 2900-CERTIFICATE-LINE.
036551
036552 2650-REOPEN-ARCHIVE.
036553     IF ARCHIVE-OPEN
036554        OPEN EXTEND REPORT-ARCHIVE
036555        IF WS-RA-STATUS NOT = "00"
036556           SET ARCHIVE-CLOSED TO TRUE
036557        END-IF
036559     END-IF.
036560
036561 2700-PURGE-RPTINDEX.
036562     OPEN INPUT REPORT-INDEX.
036563     IF WS-RX-STATUS NOT = "00"
036564        MOVE "10" TO WS-RX-STATUS
036565        EXIT PARAGRAPH
036567     END-IF.
036568     OPEN OUTPUT PURGE-TEMP.
036569     PERFORM UNTIL WS-RX-STATUS NOT = "00"
036570        READ REPORT-INDEX
036571            AT END MOVE "10" TO WS-RX-STATUS
036572        END-READ
036573        IF WS-RX-STATUS = "00"
036575           MOVE REPORT-INDEX-RECORD TO WS-ROW-IMAGE
036576           MOVE RX-RUN-STAMP(1:8) TO WS-ROW-DATE
036577           PERFORM 2800-KEEP-OR-PURGE
036578        END-IF
036579     END-PERFORM.
036580     CLOSE REPORT-INDEX.
036581     CLOSE PURGE-TEMP.
036582     OPEN INPUT PURGE-TEMP.
036584     OPEN OUTPUT REPORT-INDEX.
036585     PERFORM UNTIL WS-TEMP-STATUS NOT = "00"
036586        READ PURGE-TEMP
036587            AT END MOVE "10" TO WS-TEMP-STATUS
036588        END-READ
036589        IF WS-TEMP-STATUS = "00"
036590           MOVE TEMP-IMAGE(1:73) TO REPORT-INDEX-RECORD
036592           WRITE REPORT-INDEX-RECORD
036593        END-IF
036594     END-PERFORM.
036595     CLOSE PURGE-TEMP.
036596     CLOSE REPORT-INDEX.
036597     MOVE "00" TO WS-TEMP-STATUS.
036598     PERFORM 2900-CERTIFICATE-LINE.
036600
036700*----------------------------------------------------------------
036800* A ROW WITH NO READABLE DATE IS KEPT -- A PURGE MUST NEVER
041300            INTO CERT-LINE
041400        END-STRING
041500     END-IF.
041600     PERFORM 9710-WRITE-REPORT-LINE.
041700
041800 3000-TERMINATE.
041900     MOVE SPACES TO CERT-LINE.
042200         WS-COUNT-DISP DELIMITED BY SIZE
042300         INTO CERT-LINE
042400     END-STRING.
042500     PERFORM 9710-WRITE-REPORT-LINE.
042600     MOVE "SIGNED: ________________  COMPLIANCE OFFICER"
042700         TO CERT-LINE.
042800     PERFORM 9710-WRITE-REPORT-LINE.
042850     PERFORM 9720-CLOSE-REPORT-ARCHIVE.
042900     CLOSE DESTRUCTION-CERT.
043000     CLOSE RETENTION-CONTROL.
043100     DISPLAY "GRADE-SCHOOL-PURGE DATASETS PROCESSED: "
043200         WS-DATASET-COUNT.
043300     DISPLAY "  ROWS DESTROYED: " WS-PURGED-TOTAL.
043400
043401*----------------------------------------------------------------
043402* MIRRORS GRADE-SCHOOL'S OPEN-REPORT-ARCHIVE: EVERY LINE OF
043403* DESTCERT ALSO GOES TO RPTARCH, TAGGED WITH THE RUN, PAGE AND
043404* STUDENT, AND THE RUN IS INDEXED ON RPTINDEX AT CLOSE FOR
043405* GRADE-SCHOOL-REPRINT.  AN ARCHIVE THAT WILL NOT OPEN DOES NOT
043406* STOP THE REPORT; IT GOES TO OPSERRLG AND THE RUN ENDS RC=4.
043407*----------------------------------------------------------------
043408 9700-OPEN-REPORT-ARCHIVE.
043409     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCH-RUN-STAMP.
043410     OPEN EXTEND REPORT-ARCHIVE.
043411     IF WS-RA-STATUS = "35"
043412        OPEN OUTPUT REPORT-ARCHIVE
043413     END-IF.
043414     IF WS-RA-STATUS = "00"
043415        SET ARCHIVE-OPEN TO TRUE
043416        EXIT PARAGRAPH
043417     END-IF.
043418     DISPLAY "GRADE-SCHOOL-PURGE RPTARCH STATUS " WS-RA-STATUS
043419         " -- DESTCERT NOT ARCHIVED".
043420     MOVE 4 TO RETURN-CODE.
043421     OPEN EXTEND OPS-ERROR-LOG.
043422     IF WS-OPS-STATUS = "35"
043423        OPEN OUTPUT OPS-ERROR-LOG
043424     END-IF.
043425     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
043426     MOVE "GRADE-SCHOOL-PURGE" TO OE-PROGRAM.
043427     MOVE "RPTARCH" TO OE-FILE-NAME.
043428     MOVE "ARCHIVE" TO OE-OPERATION.
043429     MOVE WS-RA-STATUS TO OE-STATUS.
043430     WRITE OPS-IMAGE FROM WS-OPS-ERROR-RECORD.
043431     CLOSE OPS-ERROR-LOG.
043432
043433*----------------------------------------------------------------
043434* THE LINE IS ARCHIVED BEFORE IT IS WRITTEN -- THE RECORD AREA IS
043435* NOT THERE TO READ AFTER THE WRITE.  A STUDENT IS COUNTED ONCE
043436* HOWEVER MANY LINES THEY RUN TO.
043437*----------------------------------------------------------------
043438 9710-WRITE-REPORT-LINE.
043439     IF ARCHIVE-OPEN
043440        MOVE WS-ARCH-RUN-STAMP TO RA-RUN-STAMP
043441        MOVE WS-ARCH-REPORT TO RA-REPORT
043442        MOVE WS-ARCH-PAGE TO RA-PAGE
043443        MOVE WS-ARCH-STUDENT-ID TO RA-STUDENT-ID
043444        MOVE CERT-LINE TO RA-LINE
043445        WRITE REPORT-ARCHIVE-RECORD
043446        ADD 1 TO WS-ARCH-LINES
043447        IF WS-ARCH-STUDENT-ID NOT = 0
043448           AND WS-ARCH-STUDENT-ID NOT = WS-ARCH-LAST-STUDENT
043449           ADD 1 TO WS-ARCH-STUDENTS
043450           MOVE WS-ARCH-STUDENT-ID TO WS-ARCH-LAST-STUDENT
043451        END-IF
043452     END-IF.
043453     WRITE CERT-LINE.
043454
043455 9720-CLOSE-REPORT-ARCHIVE.
043456     IF ARCHIVE-CLOSED
043457        EXIT PARAGRAPH
043458     END-IF.
043459     CLOSE REPORT-ARCHIVE.
043460     SET ARCHIVE-CLOSED TO TRUE.
043461     OPEN EXTEND REPORT-INDEX.
043462     IF WS-RX-STATUS = "35"
043463        OPEN OUTPUT REPORT-INDEX
043464     END-IF.
043465     MOVE WS-ARCH-RUN-STAMP TO RX-RUN-STAMP.
043466     MOVE WS-ARCH-JOB TO RX-JOB.
043467     MOVE WS-ARCH-REPORT TO RX-REPORT.
043468     MOVE "GRADE-SCHOOL-PURGE" TO RX-PROGRAM.
043469     MOVE WS-ARCH-PAGE TO RX-PAGES.
043470     MOVE WS-ARCH-STUDENTS TO RX-STUDENTS.
043471     MOVE WS-ARCH-LINES TO RX-LINES.
043472     WRITE REPORT-INDEX-RECORD.
043473     CLOSE REPORT-INDEX.
043474
043500*----------------------------------------------------------------
043600* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
043700* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
043800* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
043900* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
044000* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
044100*----------------------------------------------------------------
044200 9800-CHECK-LAYOUTS.
044300     PERFORM 9810-LOAD-LAYOUT-CONTROL.
044400     OPEN EXTEND LAYOUT-USAGE-LOG.
044500     IF WS-LU-STATUS = "35"
044600        OPEN OUTPUT LAYOUT-USAGE-LOG
044700     END-IF.
044800     MOVE "ATTNDNCE" TO WS-LK-DATASET.
044900     MOVE 2 TO WS-LK-VERSION.
045000     MOVE LENGTH OF ATT-RECORD TO WS-LK-LENGTH.
045100     PERFORM 9820-CHECK-ONE-LAYOUT.
045200     CLOSE LAYOUT-USAGE-LOG.
045300
045400 9810-LOAD-LAYOUT-CONTROL.
045500     MOVE 0 TO WS-LC-COUNT.
045600     OPEN INPUT LAYOUT-CONTROL.
045700     IF WS-LC-STATUS NOT = "00"
045800        EXIT PARAGRAPH
045900     END-IF.
046000     PERFORM UNTIL WS-LC-STATUS NOT = "00"
046100        READ LAYOUT-CONTROL
046200            AT END MOVE "10" TO WS-LC-STATUS
046300        END-READ
046400        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
046500           ADD 1 TO WS-LC-COUNT
046600           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
046700           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
046800           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
046900        END-IF
047000     END-PERFORM.
047100     CLOSE LAYOUT-CONTROL.
047200
047300*----------------------------------------------------------------
047400* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
047500* AS NOCTL.
047600*----------------------------------------------------------------
047700 9820-CHECK-ONE-LAYOUT.
047800     MOVE "NOCTL" TO WS-LK-RESULT.
047900     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
048000             UNTIL WS-LC-INDX > WS-LC-COUNT
048100        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
048200           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
048300              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
048400              MOVE "CURRENT" TO WS-LK-RESULT
048500           ELSE
048600              MOVE "MISMATCH" TO WS-LK-RESULT
048700           END-IF
048800        END-IF
048900     END-PERFORM.
049000     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
049100     MOVE "GRADE-SCHOOL-PURGE" TO LU-PROGRAM.
049200     MOVE WS-LK-DATASET TO LU-DATASET.
049300     MOVE WS-LK-VERSION TO LU-VERSION.
049400     MOVE WS-LK-LENGTH TO LU-LENGTH.
049500     MOVE WS-LK-RESULT TO LU-RESULT.
049600     WRITE LAYOUT-USAGE-RECORD.
049700     IF WS-LK-RESULT NOT = "MISMATCH"
049800        EXIT PARAGRAPH
049900     END-IF.
050000     SET LAYOUT-MISMATCH TO TRUE.
050100     DISPLAY "GRADE-SCHOOL-PURGE HALTED: " WS-LK-DATASET
050200         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
050300         " DOES NOT MATCH LAYOUTCT".
050400     OPEN EXTEND OPS-ERROR-LOG.
050500     IF WS-OPS-STATUS = "35"
050600        OPEN OUTPUT OPS-ERROR-LOG
050700     END-IF.
050800     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
050900     MOVE "GRADE-SCHOOL-PURGE" TO OE-PROGRAM.
051000     MOVE WS-LK-DATASET TO OE-FILE-NAME.
051100     MOVE "LAYOUT" TO OE-OPERATION.
051200     MOVE "16" TO OE-STATUS.
051300     WRITE OPS-IMAGE FROM WS-OPS-ERROR-RECORD.
051400     CLOSE OPS-ERROR-LOG.
