002000*                 RELEVANT IMMUNIZATION GAPS -- PLUS THE
002100*                 DEPARTURE-MORNING LIST OF STUDENTS WHOSE
002200*                 SLIP NEVER CAME BACK.
002210* 2026-10-15 KAP  CHAPERONES -- TRIPMAST CARRIES UP TO FOUR
002220*                 CHAPERONE VOLUNTEER IDS.  EACH IS CHECKED
002230*                 AGAINST VOLMAST; ONE WITHOUT A CLEARANCE
002240*                 CURRENT ON THE TRIP DATE IS REFUSED ON
002250*                 TRIPMISS (RC=4) AND LEFT OFF THE PACKET.
002260* 2026-10-15 KAP  HSHLDMST CARRIES RETURNED-MAIL COLUMNS NOW;
002270*                 SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002280* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002290*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002300*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002310*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002320*                 OPSERRLG ENTRY.
002322* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002324*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002326*                 LAYOUT VERSION 3.
002327* 2026-10-15 KAP  TRIPMAST CARRIES THE BUS COLUMNS NOW (BUILDING,
002328*                 TIMES, MILES) FOR GRADE-SCHOOL-BUS; SAME ROWS,
002329*                 THE NEW COLUMNS ARE UNUSED HERE.
002330*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
006910     SELECT EXEMPTION-FILE ASSIGN TO "IMMEXMPT"
006920         ORGANIZATION IS LINE SEQUENTIAL
006930         FILE STATUS IS WS-XMF-STATUS.
006931
006932     SELECT VOLUNTEER-MASTER ASSIGN TO "VOLMAST"
006934         ORGANIZATION IS LINE SEQUENTIAL
006936         FILE STATUS IS WS-VM-STATUS.
006940
007000     SELECT PACKET-PRINT ASSIGN TO "TRIPPACK"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT MISSING-SLIP-RPT ASSIGN TO "TRIPMISS"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007507     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
007515         ORGANIZATION IS LINE SEQUENTIAL
007523         FILE STATUS IS WS-LC-STATUS.
007530
007538     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
007546         ORGANIZATION IS LINE SEQUENTIAL
007553         FILE STATUS IS WS-LU-STATUS.
007561
007569     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
007576         ORGANIZATION IS LINE SEQUENTIAL
007584         FILE STATUS IS WS-OPS-LOG-STATUS.
007592
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PARM-FILE.
008900     05 TM-GRADE              PIC 9(02).
009000     05 TM-SECTION            PIC 9(01).
009100     05 TM-DESTINATION        PIC X(30).
009120*    VOLMAST IDS; ZERO WHERE NO CHAPERONE IS ASSIGNED.
009140     05 TM-CHAPERONE-ID       PIC 9(06) OCCURS 4 TIMES.
009148*    TRAILING COLUMNS: BUILDING, BUS LEAVE AND BACK TIMES (HHMM)
009156*    AND ROUND-TRIP MILES, BOOKED BY GRADE-SCHOOL-BUS "TRIPS".
009164     05 TM-SCHOOL-CODE        PIC 9(02).
009172     05 TM-DEPART-TIME        PIC 9(04).
009180     05 TM-RETURN-TIME        PIC 9(04).
009188     05 TM-ROUND-TRIP-MILES   PIC 9(04).
009200
009300* ONE ROW PER SLIP SENT HOME: Y WHEN IT CAME BACK SIGNED.
009400 FD  PERMISSION-FILE.
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
013300 FD  SCORE-FILE.
013400*----------------------------------------------------------------
015800     05 IM-VACCINE-CODE       PIC X(08).
015900     05 IM-DOSE-DATE          PIC 9(08).
016000
016004 FD  EXEMPTION-FILE.
016008*----------------------------------------------------------------
016013* LAYOUT MUST MATCH GRADE-SCHOOL'S EXEMPTION-RECORD.
016017*----------------------------------------------------------------
016021 01  EXEMPTION-RECORD.
016026     05 XM-STUDENT-ID         PIC 9(09).
016030     05 XM-VACCINE-CODE       PIC X(08).
016034     05 XM-TYPE               PIC X(01).
016039     05 XM-EFF-FROM           PIC 9(08).
016043     05 XM-EFF-TO             PIC 9(08).
016047
016052 FD  VOLUNTEER-MASTER.
016056*----------------------------------------------------------------
016060* LAYOUT MUST MATCH GRADE-SCHOOL-VOLUNTEER'S VOLUNTEER-RECORD.
016065*----------------------------------------------------------------
016069 01  VOLUNTEER-RECORD.
016073     05 VM-VOLUNTEER-ID       PIC 9(06).
016078     05 VM-NAME               PIC X(60).
016082     05 VM-HOUSEHOLD-ID       PIC 9(09).
016086     05 VM-CLEARANCE-DATE     PIC 9(08).
016091     05 VM-EXPIRY-DATE        PIC 9(08).
016095     05 VM-STATUS             PIC X(01).
016098
016100 FD  PACKET-PRINT.
016200 01  PCK-LINE                 PIC X(100).
016300
016400 FD  MISSING-SLIP-RPT.
016500 01  MSS-LINE                 PIC X(100).
016600
016602 FD  LAYOUT-CONTROL.
016605*----------------------------------------------------------------
016608* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
016610* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
016613*----------------------------------------------------------------
016616 01  LAYOUT-CONTROL-RECORD.
016618     05 LC-DATASET            PIC X(08).
016621     05 LC-VERSION            PIC 9(03).
016624     05 LC-LENGTH             PIC 9(05).
016627     05 LC-EFFECTIVE-DATE     PIC 9(08).
016629
016632 FD  LAYOUT-USAGE-LOG.
016635*----------------------------------------------------------------
016637* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
016640* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
016643*----------------------------------------------------------------
016645 01  LAYOUT-USAGE-RECORD.
016648     05 LU-TIMESTAMP          PIC 9(14).
016651     05 LU-PROGRAM            PIC X(24).
016654     05 LU-DATASET            PIC X(08).
016656     05 LU-VERSION            PIC 9(03).
016659     05 LU-LENGTH             PIC 9(05).
016662     05 LU-RESULT             PIC X(08).
016664
016667 FD  OPS-ERROR-LOG.
016670*----------------------------------------------------------------
016672* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
016675* SHARED SHOP-WIDE ERROR LOG.
016678*----------------------------------------------------------------
016681 01  OPS-ERROR-RECORD.
016683     05 OE-TIMESTAMP          PIC 9(14).
016686     05 OE-PROGRAM            PIC X(20).
016689     05 OE-FILE-NAME          PIC X(08).
016691     05 OE-OPERATION          PIC X(08).
016694     05 OE-STATUS             PIC XX.
016697
016700 WORKING-STORAGE SECTION.
016800 01 WS-PARM-STATUS             PIC XX.
016900 01 WS-TM-STATUS               PIC XX.
021800                                 DEPENDING ON WS-IMM-ENTRIES.
021900        05 IMM-T-STUDENT-ID   PIC 9(09).
022000        05 IMM-T-VACCINE      PIC X(08).
022004 01 WS-XMF-STATUS              PIC XX.
022009 01 WS-XM-COUNT                PIC 9(03) COMP VALUE ZERO.
022014 01 WS-XM-INDX                 PIC 9(03) COMP.
022019 01 WS-XM-TODAY                PIC 9(08).
022023 01 WS-XM-EXEMPT               PIC X(01).
022028 01 EXEMPTION-TABLE.
022033     02 XM-ROW                OCCURS 1 TO 500 TIMES
022038                                 DEPENDING ON WS-XM-COUNT.
022042        05 XM-T-STUDENT-ID    PIC 9(09).
022047        05 XM-T-VACCINE       PIC X(08).
022052        05 XM-T-EFF-FROM      PIC 9(08).
022057        05 XM-T-EFF-TO        PIC 9(08).
022061 01 WS-VM-STATUS               PIC XX.
022066 01 WS-REFUSED-COUNT           PIC 9(02) COMP VALUE ZERO.
022071 01 WS-CLEARED-COUNT           PIC 9(02) COMP VALUE ZERO.
022076 01 CHAPERONE-TABLE.
022080     02 CH-ROW                OCCURS 4 TIMES.
022085        05 CH-VOLUNTEER-ID    PIC 9(06).
022090        05 CH-NAME            PIC X(60).
022095        05 CH-CLEARED         PIC X(01).
022100
022104*----------------------------------------------------------------
022109* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
022113* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
022118*----------------------------------------------------------------
022122 01 WS-LC-STATUS               PIC XX.
022127 01 WS-LU-STATUS               PIC XX.
022131 01 WS-OPS-LOG-STATUS          PIC XX.
022136 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
022140     88 LAYOUT-MISMATCH                  VALUE "Y".
022145 01 WS-LK-DATASET              PIC X(08).
022150 01 WS-LK-VERSION              PIC 9(03).
022154 01 WS-LK-LENGTH               PIC 9(05).
022159 01 WS-LK-RESULT               PIC X(08).
022163 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
022168 01 WS-LC-INDX                 PIC 9(03) COMP.
022172 01 LAYOUT-CONTROL-TABLE.
022177     02 LCT-ROW               OCCURS 50 TIMES.
022181        05 LCT-DATASET        PIC X(08).
022186        05 LCT-VERSION        PIC 9(03).
022190        05 LCT-LENGTH         PIC 9(05).
022195
022200 PROCEDURE DIVISION.
022300
022400 0000-MAINLINE.
022410     PERFORM 9800-CHECK-LAYOUTS
022420     IF LAYOUT-MISMATCH
022430        MOVE 16 TO RETURN-CODE
022440        GOBACK
022450     END-IF
022500     PERFORM 1000-INITIALIZE
022600     IF TRIP-FOUND
022700        PERFORM 2000-WALK-SECTION-ROSTER
026600     WRITE PCK-LINE.
026700     MOVE "NO SIGNED SLIP -- STAYS BEHIND" TO MSS-LINE.
026800     WRITE MSS-LINE.
026850     PERFORM 1500-CHECK-CHAPERONES.
026900
027000 1100-FIND-TRIP.
027100     SET TRIP-NOT-FOUND TO TRUE.
028500           MOVE TM-GRADE TO WS-TRIP-GRADE
028600           MOVE TM-SECTION TO WS-TRIP-SECTION
028700           MOVE TM-DESTINATION TO WS-TRIP-DEST
028710           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
028720              MOVE SPACES TO CH-NAME(I)
028730              MOVE "N" TO CH-CLEARED(I)
028740              IF TM-CHAPERONE-ID(I) IS NUMERIC
028750                 MOVE TM-CHAPERONE-ID(I) TO CH-VOLUNTEER-ID(I)
028760              ELSE
028770                 MOVE 0 TO CH-VOLUNTEER-ID(I)
028780              END-IF
028790           END-PERFORM
028800        END-IF
028900     END-PERFORM.
029000     CLOSE TRIP-MASTER.
036897        CLOSE EXEMPTION-FILE
036898     END-IF.
036900
036901*----------------------------------------------------------------
036902* A CHAPERONE RIDES ONLY WITH A VOLMAST CLEARANCE (STATUS C)
036903* COVERING THE TRIP DATE.  ANYONE ELSE IS REFUSED ON TRIPMISS
036904* FOR THE OFFICE TO REPLACE BEFORE DEPARTURE.
036905*----------------------------------------------------------------
036906 1500-CHECK-CHAPERONES.
036907     OPEN INPUT VOLUNTEER-MASTER.
036908     IF WS-VM-STATUS NOT = "00"
036909        MOVE "10" TO WS-VM-STATUS
036910     END-IF.
036911     PERFORM UNTIL WS-VM-STATUS NOT = "00"
036912        READ VOLUNTEER-MASTER
036913            AT END MOVE "10" TO WS-VM-STATUS
036914        END-READ
036915        IF WS-VM-STATUS = "00"
036916           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
036917              IF CH-VOLUNTEER-ID(I) > 0
036918                 AND CH-VOLUNTEER-ID(I) = VM-VOLUNTEER-ID
036919                 MOVE VM-NAME TO CH-NAME(I)
036920                 IF VM-STATUS = "C"
036921                    AND VM-CLEARANCE-DATE <= WS-TRIP-DATE
036922                    AND VM-EXPIRY-DATE >= WS-TRIP-DATE
036923                    MOVE "Y" TO CH-CLEARED(I)
036924                 END-IF
036925              END-IF
036926           END-PERFORM
036927        END-IF
036928     END-PERFORM.
036929     CLOSE VOLUNTEER-MASTER.
036930     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
036931        IF CH-VOLUNTEER-ID(I) > 0
036932           IF CH-CLEARED(I) = "Y"
036933              ADD 1 TO WS-CLEARED-COUNT
036934              MOVE SPACES TO PCK-LINE
036935              STRING "  CHAPERONE: " DELIMITED BY SIZE
036936                  FUNCTION TRIM(CH-NAME(I)) DELIMITED BY SIZE
036937                  INTO PCK-LINE
036938              END-STRING
036939              WRITE PCK-LINE
036940           ELSE
036941              ADD 1 TO WS-REFUSED-COUNT
036942              MOVE SPACES TO MSS-LINE
036943              STRING "CHAPERONE REFUSED -- NO CURRENT CLEARANCE: "
036944                  DELIMITED BY SIZE
036945                  CH-VOLUNTEER-ID(I) DELIMITED BY SIZE
036946                  " " DELIMITED BY SIZE
036947                  FUNCTION TRIM(CH-NAME(I)) DELIMITED BY SIZE
036948                  INTO MSS-LINE
036949              END-STRING
036950              WRITE MSS-LINE
036951           END-IF
036952        END-IF
036953     END-PERFORM.
036954     IF WS-CLEARED-COUNT = 0
036955        MOVE "  ** NO CLEARED CHAPERONE ASSIGNED **" TO PCK-LINE
036956        WRITE PCK-LINE
036957     END-IF.
037000 2000-WALK-SECTION-ROSTER.
037100     OPEN INPUT ROSTER-FILE.
037200     MOVE 0 TO FR-STUDENT-ID.
050600     CLOSE MISSING-SLIP-RPT.
050700     DISPLAY "GRADE-SCHOOL-FLDTRIP TRIP " WS-TRIP-ID
050800         " ATTENDING: " WS-ATTENDING-COUNT
050900         "  NO SLIP: " WS-MISSING-COUNT
050950         "  CHAPERONES REFUSED: " WS-REFUSED-COUNT.
051000     IF WS-MISSING-COUNT > 0 OR WS-REFUSED-COUNT > 0
051100        MOVE 4 TO RETURN-CODE
051200     END-IF.
051300
051400*----------------------------------------------------------------
051500* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
051600* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
051700* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
051800* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
051900* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
052000*----------------------------------------------------------------
052100 9800-CHECK-LAYOUTS.
052200     PERFORM 9810-LOAD-LAYOUT-CONTROL.
052300     OPEN EXTEND LAYOUT-USAGE-LOG.
052400     IF WS-LU-STATUS = "35"
052500        OPEN OUTPUT LAYOUT-USAGE-LOG
052600     END-IF.
052700     MOVE "ROSTERF" TO WS-LK-DATASET.
052800     MOVE 3 TO WS-LK-VERSION.
052900     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
053000     PERFORM 9820-CHECK-ONE-LAYOUT.
053100     MOVE "HSHLDMST" TO WS-LK-DATASET.
053200     MOVE 3 TO WS-LK-VERSION.
053300     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
053400     PERFORM 9820-CHECK-ONE-LAYOUT.
053500     CLOSE LAYOUT-USAGE-LOG.
053600
053700 9810-LOAD-LAYOUT-CONTROL.
053800     MOVE 0 TO WS-LC-COUNT.
053900     OPEN INPUT LAYOUT-CONTROL.
054000     IF WS-LC-STATUS NOT = "00"
054100        EXIT PARAGRAPH
054200     END-IF.
054300     PERFORM UNTIL WS-LC-STATUS NOT = "00"
054400        READ LAYOUT-CONTROL
054500            AT END MOVE "10" TO WS-LC-STATUS
054600        END-READ
054700        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
054800           ADD 1 TO WS-LC-COUNT
054900           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
055000           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
055100           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
055200        END-IF
055300     END-PERFORM.
055400     CLOSE LAYOUT-CONTROL.
055500
055600*----------------------------------------------------------------
055700* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
055800* AS NOCTL.
055900*----------------------------------------------------------------
056000 9820-CHECK-ONE-LAYOUT.
056100     MOVE "NOCTL" TO WS-LK-RESULT.
056200     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
056300             UNTIL WS-LC-INDX > WS-LC-COUNT
056400        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
056500           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
056600              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
056700              MOVE "CURRENT" TO WS-LK-RESULT
056800           ELSE
056900              MOVE "MISMATCH" TO WS-LK-RESULT
057000           END-IF
057100        END-IF
057200     END-PERFORM.
057300     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
057400     MOVE "GRADE-SCHOOL-FLDTRIP" TO LU-PROGRAM.
057500     MOVE WS-LK-DATASET TO LU-DATASET.
057600     MOVE WS-LK-VERSION TO LU-VERSION.
057700     MOVE WS-LK-LENGTH TO LU-LENGTH.
057800     MOVE WS-LK-RESULT TO LU-RESULT.
057900     WRITE LAYOUT-USAGE-RECORD.
058000     IF WS-LK-RESULT NOT = "MISMATCH"
058100        EXIT PARAGRAPH
058200     END-IF.
058300     SET LAYOUT-MISMATCH TO TRUE.
058400     DISPLAY "GRADE-SCHOOL-FLDTRIP HALTED: " WS-LK-DATASET
058500         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
058600         " DOES NOT MATCH LAYOUTCT".
058700     OPEN EXTEND OPS-ERROR-LOG.
058800     IF WS-OPS-LOG-STATUS = "35"
058900        OPEN OUTPUT OPS-ERROR-LOG
059000     END-IF.
059100     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
059200     MOVE "GRADE-SCHOOL-FLDTRIP" TO OE-PROGRAM.
059300     MOVE WS-LK-DATASET TO OE-FILE-NAME.
059400     MOVE "LAYOUT" TO OE-OPERATION.
059500     MOVE "16" TO OE-STATUS.
059600     WRITE OPS-ERROR-RECORD.
059700     CLOSE OPS-ERROR-LOG.
