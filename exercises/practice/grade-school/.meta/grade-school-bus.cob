001900*                 "MANIFEST" PRINTS ONE DRIVER MANIFEST PER
002000*                 ROUTE, GROUPED BY STOP THE WAY
002100*                 PRINT-CLASS-ROSTER GROUPS SECTIONS.
002105* 2026-10-15 KAP  RIDERSHIP -- BUSASSGN SAYS WHO SHOULD RIDE, THE
002110*                 CARD READERS NOW SAY WHO DID.  "SCANS" LOADS
002115*                 THE DAY'S BUSSCAN FILE (STUDENT, ROUTE, STOP,
002120*                 TIME, ON/OFF), REPORTS RIDERS ON THE WRONG
002125*                 ROUTE OR STOP, ASSIGNED RIDERS WITH NO SCAN AND
002130*                 MORNING RIDERS SCANNED ON BUT NEVER OFF AT
002135*                 SCHOOL, AND ADDS THE DAY TO THE BUSRIDE
002140*                 HISTORY.  "RIDERSHP" COUNTS A MONTH OF BUSRIDE
002145*                 BOARDINGS BY ROUTE AND STOP AGAINST THE
002150*                 ASSIGNED COUNT FOR SIZING THE BUSES.
002160* 2026-10-15 KAP  HSHLDMST CARRIES RETURNED-MAIL COLUMNS NOW;
002170*                 SAME ROWS, THE NEW COLUMNS ARE UNUSED HERE.
002180* 2026-10-15 KAP  RECORD-LAYOUT CONTROL -- EACH SHARED LAYOUT THIS
002190*                 PROGRAM CARRIES IS CHECKED AGAINST LAYOUTCT AT
002200*                 START AND LOGGED TO LAYOUTUS; A VERSION OR
002210*                 LENGTH MISMATCH ENDS THE RUN RC=16 WITH AN
002211*                 OPSERRLG ENTRY.
002212* 2026-10-15 KAP  ROSTER LAYOUT GREW FROM 122 TO 124 BYTES
002213*                 (GENDER AND RACE/ETHNICITY); ROSTERF IS NOW
002214*                 LAYOUT VERSION 3.
002215* 2026-10-15 KAP  FIELD-TRIP BUSES -- "TRIPS" BOOKS EVERY TRIPMAST
002216*                 TRIP FROM THE PARM DATE ON NOT YET ON TRIPBUS.
002217*                 RIDERS ARE THE SIGNED TRIPPERM SLIPS PLUS
002218*                 CHAPERONES AND TEACHER; BUSES COME LARGEST FIRST
002219*                 FROM THE BUSAVAIL BUS/DRIVER FILE, SKIPPING ANY
002220*                 OUT THAT DAY, ALREADY BOOKED, OR WHOSE OWN
002221*                 BUSROUTE RUN FALLS IN THE TRIP'S HOURS.  PRINTS
002222*                 A DRIVER TRIP SHEET PER BUS (TRIPSHT), CHARGES
002223*                 THE MILEAGE AND DRIVER HOURS TO THE BUILDING ON
002224*                 BLDGCHRG, AND LISTS TRIPS CROSSING AN AFTERNOON
002225*                 ROUTE ON TRIPCONF.
002230*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
005200
005300     SELECT BUS-REPORT ASSIGN TO "BUSRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005401
005420     SELECT BUS-SCAN-FILE ASSIGN TO "BUSSCAN"
005440         ORGANIZATION IS LINE SEQUENTIAL
005460         FILE STATUS IS WS-SC-STATUS.
005461
005470     SELECT RIDE-HISTORY ASSIGN TO "BUSRIDE"
005471         ORGANIZATION IS LINE SEQUENTIAL
005472         FILE STATUS IS WS-RH-STATUS.
005473
005474     SELECT TRIP-MASTER ASSIGN TO "TRIPMAST"
005475         ORGANIZATION IS LINE SEQUENTIAL
005476         FILE STATUS IS WS-TM-STATUS.
005477
005478     SELECT PERMISSION-FILE ASSIGN TO "TRIPPERM"
005479         ORGANIZATION IS LINE SEQUENTIAL
005480         FILE STATUS IS WS-PM-STATUS.
005481
005482     SELECT BUS-AVAILABILITY ASSIGN TO "BUSAVAIL"
005483         ORGANIZATION IS LINE SEQUENTIAL
005484         FILE STATUS IS WS-BV-STATUS.
005485
005486     SELECT TRIP-BOOKINGS ASSIGN TO "TRIPBUS"
005487         ORGANIZATION IS LINE SEQUENTIAL
005488         FILE STATUS IS WS-TB-STATUS.
005489
005490     SELECT BUILDING-CHARGES ASSIGN TO "BLDGCHRG"
005491         ORGANIZATION IS LINE SEQUENTIAL
005492         FILE STATUS IS WS-BC-STATUS.
005493
005494     SELECT TRIP-SHEETS ASSIGN TO "TRIPSHT"
005495         ORGANIZATION IS LINE SEQUENTIAL.
005496
005497     SELECT TRIP-CONFLICTS ASSIGN TO "TRIPCONF"
005498         ORGANIZATION IS LINE SEQUENTIAL.
005500
005507     SELECT LAYOUT-CONTROL ASSIGN TO "LAYOUTCT"
005515         ORGANIZATION IS LINE SEQUENTIAL
005523         FILE STATUS IS WS-LC-STATUS.
005530
005538     SELECT LAYOUT-USAGE-LOG ASSIGN TO "LAYOUTUS"
005546         ORGANIZATION IS LINE SEQUENTIAL
005553         FILE STATUS IS WS-LU-STATUS.
005561
005569     SELECT OPS-ERROR-LOG ASSIGN TO "OPSERRLG"
005576         ORGANIZATION IS LINE SEQUENTIAL
005584         FILE STATUS IS WS-OPS-LOG-STATUS.
005592
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARM-FILE.
005900*----------------------------------------------------------------
006000* ONE CARD: ASSIGN, MANIFEST, SCANS OR RIDERSHP.  SCANS TAKES
006020* THE SCAN DATE (CCYYMMDD, ZERO = THE DATE ON THE SCANS) AND
006040* RIDERSHP THE MONTH (CCYYMM) IN COLUMNS 9-16.  TRIPS TAKES THE
006070* FIRST TRIP DATE TO BOOK (CCYYMMDD, ZERO = TODAY).
006100*----------------------------------------------------------------
006200 01  PARM-RECORD.
006300     05 PARM-MODE             PIC X(08).
006350     05 PARM-DATE             PIC 9(08).
006400
006500* THE ROUTE MASTER: ONE ROW PER STOP, TIMES HHMM.
006600 FD  BUS-ROUTE-MASTER.
007700     05 BA-STUDENT-ID         PIC 9(09).
007800     05 BA-ROUTE              PIC 9(03).
007900     05 BA-STOP               PIC 9(03).
007901*----------------------------------------------------------------
007902* ONE ROW PER CARD-READER SCAN, AS THE BUS VENDOR SENDS THEM.
007903* TIME IS HHMM; BEFORE NOON IS THE MORNING RUN.
007904*----------------------------------------------------------------
007905 FD  BUS-SCAN-FILE.
007906 01  BUS-SCAN-RECORD.
007907     05 SC-STUDENT-ID         PIC 9(09).
007908     05 SC-ROUTE              PIC 9(03).
007909     05 SC-STOP               PIC 9(03).
007910     05 SC-DATE               PIC 9(08).
007911     05 SC-TIME               PIC 9(04).
007912     05 SC-ACTION             PIC X(03).
007913        88 SC-BOARDED                    VALUE "ON ".
007914        88 SC-ALIGHTED                   VALUE "OFF".
007915* EVERY DAY'S SCANS, APPENDED BY THE SCANS RUN; SAME LAYOUT.
007916 FD  RIDE-HISTORY.
007917 01  RIDE-HISTORY-RECORD.
007918     05 RH-STUDENT-ID         PIC 9(09).
007919     05 RH-ROUTE              PIC 9(03).
007920     05 RH-STOP               PIC 9(03).
007921     05 RH-DATE               PIC 9(08).
007922     05 RH-TIME               PIC 9(04).
007923     05 RH-ACTION             PIC X(03).
007924
007925*----------------------------------------------------------------
007926* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S TRIP-RECORD.  THE
007927* BUILDING, THE TIMES THE BUS LEAVES AND GETS BACK TO SCHOOL
007928* (HHMM) AND THE ROUND-TRIP MILES ARE WHAT THE TRIPS RUN BOOKS
007929* FROM.
007930*----------------------------------------------------------------
007931 FD  TRIP-MASTER.
007932 01  TRIP-RECORD.
007933     05 TM-TRIP-ID            PIC 9(04).
007934     05 TM-DATE               PIC 9(08).
007935     05 TM-GRADE              PIC 9(02).
007936     05 TM-SECTION            PIC 9(01).
007937     05 TM-DESTINATION        PIC X(30).
007938     05 TM-CHAPERONE-ID       PIC 9(06) OCCURS 4 TIMES.
007939     05 TM-SCHOOL-CODE        PIC 9(02).
007940     05 TM-DEPART-TIME        PIC 9(04).
007941     05 TM-RETURN-TIME        PIC 9(04).
007942     05 TM-ROUND-TRIP-MILES   PIC 9(04).
007943
007944* LAYOUT MUST MATCH GRADE-SCHOOL-FLDTRIP'S PERMISSION-RECORD.
007945 FD  PERMISSION-FILE.
007946 01  PERMISSION-RECORD.
007947     05 PM-TRIP-ID            PIC 9(04).
007948     05 PM-STUDENT-ID         PIC 9(09).
007949     05 PM-RETURNED           PIC X(01).
007950
007951*----------------------------------------------------------------
007952* ONE ROW PER BUS AND THE DRIVER WHO DRIVES IT.  BV-ROUTE IS THE
007953* BUSROUTE ROUTE IT RUNS EVERY SCHOOL DAY, ZERO FOR A SPARE.  THE
007954* OUT DATES COVER A BUS IN THE SHOP OR A DRIVER ON LEAVE (ZERO
007955* OUT-TO = UNTIL FURTHER NOTICE).
007956*----------------------------------------------------------------
007957 FD  BUS-AVAILABILITY.
007958 01  BUS-AVAIL-RECORD.
007959     05 BV-BUS-NUMBER         PIC 9(03).
007960     05 BV-SEATS              PIC 9(03).
007961     05 BV-DRIVER-ID          PIC 9(06).
007962     05 BV-DRIVER-NAME        PIC X(30).
007963     05 BV-ROUTE              PIC 9(03).
007964     05 BV-OUT-FROM           PIC 9(08).
007965     05 BV-OUT-TO             PIC 9(08).
007966
007967* ONE ROW PER BUS BOOKED FOR A TRIP, APPENDED BY THE TRIPS RUN.
007968 FD  TRIP-BOOKINGS.
007969 01  TRIP-BUS-RECORD.
007970     05 TB-TRIP-ID            PIC 9(04).
007971     05 TB-DATE               PIC 9(08).
007972     05 TB-BUS-NUMBER         PIC 9(03).
007973     05 TB-DRIVER-ID          PIC 9(06).
007974     05 TB-DEPART-TIME        PIC 9(04).
007975     05 TB-RETURN-TIME        PIC 9(04).
007976     05 TB-SCHOOL-CODE        PIC 9(02).
007977     05 TB-RIDERS             PIC 9(03).
007978     05 TB-BOOKED-DATE        PIC 9(08).
007979
007980*----------------------------------------------------------------
007981* THE BUILDING CHARGE-BACK LEDGER: ONE ROW PER CHARGE TO A
007982* BUILDING'S ACCOUNT.  QUANTITY IS MILES OR HOURS BY CATEGORY.
007983*----------------------------------------------------------------
007984 FD  BUILDING-CHARGES.
007985 01  BUILDING-CHARGE-RECORD.
007986     05 BC-SCHOOL-CODE        PIC 9(02).
007987     05 BC-SERVICE-DATE       PIC 9(08).
007988     05 BC-POSTED-DATE        PIC 9(08).
007989     05 BC-SOURCE             PIC X(08).
007990     05 BC-REFERENCE          PIC X(10).
007991     05 BC-CATEGORY           PIC X(12).
007992     05 BC-QUANTITY           PIC 9(05)V99.
007993     05 BC-AMOUNT             PIC 9(07)V99.
007994
007995 FD  TRIP-SHEETS.
007996 01  SHEET-LINE               PIC X(80).
007997
007998 FD  TRIP-CONFLICTS.
007999 01  CONFLICT-LINE            PIC X(100).
008000
008100 FD  ROSTER-FILE.
008200*----------------------------------------------------------------
009300     05 FR-IEP-FLAG           PIC X(01).
009400     05 FR-DOB                PIC 9(08).
009500     05 FR-SCHOOL-CODE        PIC 9(02).
009533     05 FR-GENDER             PIC X(01).
009566     05 FR-RACE-ETH           PIC X(01).
009600
009700 FD  HOUSEHOLD-MASTER.
009800*----------------------------------------------------------------
011100     05 HM-DO-NOT-MAIL        PIC X(01).
011110*    TRAILING COLUMN: PREFERRED CORRESPONDENCE LANGUAGE.
011120     05 HM-LANGUAGE           PIC X(02).
011130*    TRAILING COLUMNS: RETURNED MAIL, POSTED BY GRADE-SCHOOL-
011140*    RETMAIL.  A BLANK STATUS IS A GOOD ADDRESS.
011150     05 HM-ADDR-STATUS        PIC X(01).
011160        88 HM-ADDRESS-BAD               VALUE "B".
011170     05 HM-RETURN-COUNT       PIC 9(03).
011180     05 HM-LAST-RETURN-DATE   PIC 9(08).
011200
011300 FD  BUS-REPORT.
011400 01  RPT-LINE                 PIC X(100).
011500
011502 FD  LAYOUT-CONTROL.
011505*----------------------------------------------------------------
011508* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-CONTROL-RECORD -- THE
011510* CURRENT VERSION AND LENGTH OF EACH SHARED RECORD LAYOUT.
011513*----------------------------------------------------------------
011516 01  LAYOUT-CONTROL-RECORD.
011518     05 LC-DATASET            PIC X(08).
011521     05 LC-VERSION            PIC 9(03).
011524     05 LC-LENGTH             PIC 9(05).
011527     05 LC-EFFECTIVE-DATE     PIC 9(08).
011529
011532 FD  LAYOUT-USAGE-LOG.
011535*----------------------------------------------------------------
011537* LAYOUT MUST MATCH GRADE-SCHOOL'S LAYOUT-USAGE-RECORD -- ONE ROW
011540* PER LAYOUT CHECKED PER RUN, FOR THE LAYOUT-VERSION REPORT.
011543*----------------------------------------------------------------
011545 01  LAYOUT-USAGE-RECORD.
011548     05 LU-TIMESTAMP          PIC 9(14).
011551     05 LU-PROGRAM            PIC X(24).
011554     05 LU-DATASET            PIC X(08).
011556     05 LU-VERSION            PIC 9(03).
011559     05 LU-LENGTH             PIC 9(05).
011562     05 LU-RESULT             PIC X(08).
011564
011567 FD  OPS-ERROR-LOG.
011570*----------------------------------------------------------------
011572* LAYOUT MUST MATCH GRADE-SCHOOL'S OPS-ERROR-RECORD -- ONE
011575* SHARED SHOP-WIDE ERROR LOG.
011578*----------------------------------------------------------------
011581 01  OPS-ERROR-RECORD.
011583     05 OE-TIMESTAMP          PIC 9(14).
011586     05 OE-PROGRAM            PIC X(20).
011589     05 OE-FILE-NAME          PIC X(08).
011591     05 OE-OPERATION          PIC X(08).
011594     05 OE-STATUS             PIC XX.
011597
011600 WORKING-STORAGE SECTION.
011700 01 WS-PARM-STATUS             PIC XX.
011800 01 WS-BR-STATUS               PIC XX.
011900 01 WS-BA-STATUS               PIC XX.
012000 01 WS-FILE-STATUS             PIC XX.
012100 01 WS-HM-STATUS               PIC XX.
012120 01 WS-SC-STATUS               PIC XX.
012140 01 WS-RH-STATUS               PIC XX.
012200 01 WS-RUN-MODE                PIC X(08).
012202 01 WS-RUN-DATE                PIC 9(08) VALUE ZERO.
012204 01 WS-RUN-MONTH               PIC 9(06).
012206 01 WS-SCAN-COUNT              PIC 9(05) COMP VALUE ZERO.
012208 01 WS-WRONG-ROUTE-COUNT       PIC 9(05) COMP VALUE ZERO.
012210 01 WS-NO-SCAN-COUNT           PIC 9(05) COMP VALUE ZERO.
012212 01 WS-NOT-OFF-COUNT           PIC 9(05) COMP VALUE ZERO.
012214 01 WS-OFF-MASTER-COUNT        PIC 9(05) COMP VALUE ZERO.
012216 01 WS-MORNING-CUTOFF          PIC 9(04) VALUE 1200.
012218 01 WS-PRIOR-STUDENT           PIC 9(09).
012220 01 WS-ASSIGN-INDX             PIC 9(05) COMP.
012222 01 WS-AM-ON-SWITCH            PIC X.
012224     88 AM-ON-PENDING                   VALUE "Y".
012226     88 AM-ON-CLEARED                   VALUE "N".
012228 01 WS-EXC-REASON              PIC X(12).
012230 01 WS-ROUTE-BOARDINGS         PIC 9(07) COMP.
012232 01 WS-ROUTE-ASSIGNED          PIC 9(05) COMP.
012234 01 WS-ROUTE-DAYS              PIC 9(03) COMP.
012236 01 WS-AVG-RIDERS              PIC 9(05).
012238 01 WS-NUM-DISP                PIC ZZZZ9.
012240 01 WS-NUM-DISP-2              PIC ZZZZ9.
012242 01 WS-NUM-DISP-3              PIC ZZZZ9.
012244 01 WS-NUM-DISP-4              PIC ZZZZ9.
012294 01 WS-DAYS-DISP               PIC ZZ9.
012300 01 WS-ASSIGNED-COUNT          PIC 9(05) COMP VALUE ZERO.
012400 01 WS-UNMATCHED-COUNT         PIC 9(05) COMP VALUE ZERO.
012500 01 WS-RIDER-COUNT             PIC 9(05) COMP VALUE ZERO.
014800        05 RS-PICKUP          PIC 9(04).
014900        05 RS-DROPOFF         PIC 9(04).
015000        05 RS-STREET          PIC X(25).
015010*       RIDERSHP COUNTERS, ONE SET PER STOP.
015020        05 RS-ASSIGNED        PIC 9(05) COMP.
015030        05 RS-BOARDINGS       PIC 9(07) COMP.
015040        05 RS-DAYS            PIC 9(03) COMP.
015050        05 RS-LAST-DATE       PIC 9(08).
015060        05 RS-DAY-COUNT       PIC 9(05) COMP.
015070        05 RS-PEAK            PIC 9(05) COMP.
015100
015200* THE MANIFEST WORK TABLE: EVERY RIDER JOINED TO ROUTE, STOP
015300* AND NAME, SORTED ROUTE/STOP/NAME FOR THE PRINT PASS.
015800        05 RD-STOP            PIC 9(03).
015900        05 RD-NAME            PIC X(60).
016000        05 RD-STUDENT-ID      PIC 9(09).
016001        05 RD-GRADE           PIC 9(02).
016002*----------------------------------------------------------------
016003* THE SCANS RUN: BUSASSGN AND THE DAY'S SCANS, BOTH SORTED BY
016004* STUDENT SO THE RECONCILIATION IS ONE MATCHED WALK.
016005*----------------------------------------------------------------
016006 01 WS-AS-COUNT                PIC 9(05) COMP VALUE ZERO.
016007 01 ASSIGN-TABLE.
016008     02 AS-ROW                OCCURS 1 TO 2000 TIMES
016009                                 DEPENDING ON WS-AS-COUNT.
016010        05 AS-STUDENT-ID      PIC 9(09).
016011        05 AS-ROUTE           PIC 9(03).
016012        05 AS-STOP            PIC 9(03).
016013        05 AS-SCANNED         PIC X(01).
016014 01 SCAN-TABLE.
016015     02 SCT-ROW               OCCURS 1 TO 8000 TIMES
016016                                 DEPENDING ON WS-SCAN-COUNT.
016017        05 SCT-STUDENT-ID     PIC 9(09).
016018        05 SCT-TIME           PIC 9(04).
016019        05 SCT-ROUTE          PIC 9(03).
016020        05 SCT-STOP           PIC 9(03).
016021        05 SCT-ACTION         PIC X(03).
016022
016023*----------------------------------------------------------------
016024* THE TRIPS RUN: BUSAVAIL LARGEST BUS FIRST; EACH ROUTE'S MORNING
016025* AND AFTERNOON RUN FROM BUSROUTE IN MINUTES FROM MIDNIGHT; THE
016026* TRIPBUS BOOKINGS FROM THE RUN DATE ON; THE SIGNED SLIPS PER
016027* TRIP; AND THE TRIPS STILL TO BOOK, EARLIEST FIRST.
016028*----------------------------------------------------------------
016029 01 WS-TM-STATUS               PIC XX.
016030 01 WS-PM-STATUS               PIC XX.
016031 01 WS-BV-STATUS               PIC XX.
016032 01 WS-TB-STATUS               PIC XX.
016033 01 WS-BC-STATUS               PIC XX.
016034 01 WS-MILE-RATE               PIC 9(01)V99 VALUE 2.10.
016035 01 WS-HOUR-RATE               PIC 9(02)V99 VALUE 32.50.
016036 01 WS-MIN-DRIVER-MINUTES      PIC 9(04) COMP VALUE 120.
016037 01 WS-RUN-LEAD-MINUTES        PIC 9(04) COMP VALUE 30.
016038 01 WS-TODAY                   PIC 9(08).
016039 01 WS-CLOCK-HHMM              PIC 9(04).
016040 01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-HHMM.
016041     05 WS-CLOCK-HH            PIC 9(02).
016042     05 WS-CLOCK-MM            PIC 9(02).
016043 01 WS-CLOCK-MINUTES           PIC 9(04) COMP.
016044 01 WS-TRIP-START              PIC 9(04) COMP.
016045 01 WS-TRIP-END                PIC 9(04) COMP.
016046 01 WS-TRIP-WEEKDAY            PIC 9(01).
016047 01 WS-TRIP-SIGNED             PIC 9(04) COMP.
016048 01 WS-TRIP-RIDERS             PIC 9(04) COMP.
016049 01 WS-SEATS-FOUND             PIC 9(04) COMP.
016050 01 WS-RIDERS-LEFT             PIC 9(04) COMP.
016051 01 WS-BUS-RIDERS              PIC 9(04) COMP.
016052 01 WS-BUSES-PICKED            PIC 9(03) COMP.
016053 01 WS-BUS-SEQ                 PIC 9(03) COMP.
016054 01 WS-BILL-MINUTES            PIC 9(05) COMP.
016055 01 WS-TRIP-CHARGE             PIC 9(07)V99.
016056 01 WS-TOTAL-CHARGE            PIC 9(07)V99 VALUE ZERO.
016057 01 WS-AMOUNT-DISP             PIC Z,ZZZ,ZZ9.99.
016058 01 WS-TRIP-REASON             PIC X(30).
016059 01 WS-TRIPS-READ              PIC 9(05) COMP VALUE ZERO.
016060 01 WS-TRIPS-PRIOR             PIC 9(05) COMP VALUE ZERO.
016061 01 WS-TRIPS-BOOKED            PIC 9(05) COMP VALUE ZERO.
016062 01 WS-TRIPS-UNBOOKED          PIC 9(05) COMP VALUE ZERO.
016063 01 WS-TRIP-BUS-COUNT          PIC 9(05) COMP VALUE ZERO.
016064 01 WS-CONFLICT-COUNT          PIC 9(05) COMP VALUE ZERO.
016065 01 WS-BOOKED-SWITCH           PIC X.
016066     88 TRIP-ALREADY-BOOKED             VALUE "Y".
016067     88 TRIP-NOT-YET-BOOKED             VALUE "N".
016068 01 WS-CONFLICT-SWITCH         PIC X.
016069     88 TRIP-CROSSES-ROUTE               VALUE "Y".
016070     88 TRIP-CLEAR-OF-ROUTES             VALUE "N".
016071 01 WS-BUS-SWITCH              PIC X.
016072     88 BUS-USABLE                      VALUE "Y".
016073     88 BUS-NOT-USABLE                  VALUE "N".
016074 01 K                          PIC 9(05) COMP.
016075
016076 01 WS-BV-COUNT                PIC 9(03) COMP VALUE ZERO.
016077 01 BUS-AVAIL-TABLE.
016078     02 BVT-ROW               OCCURS 1 TO 300 TIMES
016079                                 DEPENDING ON WS-BV-COUNT.
016080        05 BVT-SEATS          PIC 9(03).
016081        05 BVT-BUS-NUMBER     PIC 9(03).
016082        05 BVT-DRIVER-ID      PIC 9(06).
016083        05 BVT-DRIVER-NAME    PIC X(30).
016084        05 BVT-ROUTE          PIC 9(03).
016085        05 BVT-OUT-FROM       PIC 9(08).
016086        05 BVT-OUT-TO         PIC 9(08).
016087*       ROUTE-WINDOW ROW OF ITS REGULAR ROUTE, ZERO FOR A SPARE.
016088        05 BVT-RW-INDX        PIC 9(03) COMP.
016089        05 BVT-PICKED         PIC X(01).
016090
016091 01 WS-RW-COUNT                PIC 9(03) COMP VALUE ZERO.
016092 01 ROUTE-WINDOW-TABLE.
016093     02 RW-ROW                OCCURS 1 TO 500 TIMES
016094                                 DEPENDING ON WS-RW-COUNT.
016095        05 RW-ROUTE           PIC 9(03).
016096        05 RW-AM-FIRST        PIC 9(04).
016097        05 RW-AM-LAST         PIC 9(04).
016098        05 RW-PM-FIRST        PIC 9(04).
016099        05 RW-PM-LAST         PIC 9(04).
016100        05 RW-AM-START        PIC 9(04) COMP.
016101        05 RW-AM-END          PIC 9(04) COMP.
016102        05 RW-PM-START        PIC 9(04) COMP.
016103        05 RW-PM-END          PIC 9(04) COMP.
016104
016105 01 WS-BK-COUNT                PIC 9(05) COMP VALUE ZERO.
016106 01 BOOKING-TABLE.
016107     02 BK-ROW                OCCURS 1 TO 3000 TIMES
016108                                 DEPENDING ON WS-BK-COUNT.
016109        05 BK-TRIP-ID         PIC 9(04).
016110        05 BK-DATE            PIC 9(08).
016111        05 BK-BUS-NUMBER      PIC 9(03).
016112        05 BK-DRIVER-ID       PIC 9(06).
016113        05 BK-START           PIC 9(04) COMP.
016114        05 BK-END             PIC 9(04) COMP.
016115
016116 01 WS-PC-COUNT                PIC 9(04) COMP VALUE ZERO.
016117 01 PERMISSION-COUNT-TABLE.
016118     02 PC-ROW                OCCURS 1 TO 2000 TIMES
016119                                 DEPENDING ON WS-PC-COUNT.
016120        05 PC-TRIP-ID         PIC 9(04).
016121        05 PC-SIGNED          PIC 9(04) COMP.
016122
016123 01 WS-TP-COUNT                PIC 9(04) COMP VALUE ZERO.
016124 01 TRIP-TABLE.
016125     02 TP-ROW                OCCURS 1 TO 1000 TIMES
016126                                 DEPENDING ON WS-TP-COUNT.
016127        05 TP-DATE            PIC 9(08).
016128        05 TP-DEPART          PIC 9(04).
016129        05 TP-TRIP-ID         PIC 9(04).
016130        05 TP-RETURN          PIC 9(04).
016131        05 TP-GRADE           PIC 9(02).
016132        05 TP-SECTION         PIC 9(01).
016133        05 TP-SCHOOL          PIC 9(02).
016134        05 TP-MILES           PIC 9(04).
016135        05 TP-CHAPERONES      PIC 9(01).
016136        05 TP-DESTINATION     PIC X(30).
016137        05 TP-REASON          PIC X(30).
016200
016204*----------------------------------------------------------------
016209* RECORD-LAYOUT CONTROL: THE LAYOUTCT ROWS AS LOADED, AND THE
016213* DATASET, VERSION AND LENGTH OF THE LAYOUT BEING CHECKED.
016218*----------------------------------------------------------------
016222 01 WS-LC-STATUS               PIC XX.
016227 01 WS-LU-STATUS               PIC XX.
016231 01 WS-OPS-LOG-STATUS          PIC XX.
016236 01 WS-LAYOUT-SWITCH           PIC X(01) VALUE "N".
016240     88 LAYOUT-MISMATCH                  VALUE "Y".
016245 01 WS-LK-DATASET              PIC X(08).
016250 01 WS-LK-VERSION              PIC 9(03).
016254 01 WS-LK-LENGTH               PIC 9(05).
016259 01 WS-LK-RESULT               PIC X(08).
016263 01 WS-LC-COUNT                PIC 9(03) COMP VALUE ZERO.
016268 01 WS-LC-INDX                 PIC 9(03) COMP.
016272 01 LAYOUT-CONTROL-TABLE.
016277     02 LCT-ROW               OCCURS 50 TIMES.
016281        05 LCT-DATASET        PIC X(08).
016286        05 LCT-VERSION        PIC 9(03).
016290        05 LCT-LENGTH         PIC 9(05).
016295
016300 PROCEDURE DIVISION.
016400
016500 0000-MAINLINE.
016510     PERFORM 9800-CHECK-LAYOUTS
016520     IF LAYOUT-MISMATCH
016530        MOVE 16 TO RETURN-CODE
016540        GOBACK
016550     END-IF
016600     PERFORM 1000-INITIALIZE
016700     EVALUATE WS-RUN-MODE
016800         WHEN "ASSIGN"
016900             PERFORM 2000-BUILD-ASSIGNMENTS
017000         WHEN "MANIFEST"
017100             PERFORM 3000-PRINT-MANIFESTS
017120         WHEN "SCANS"
017140             PERFORM 5000-RECONCILE-SCANS
017160         WHEN "RIDERSHP"
017180             PERFORM 6000-MONTHLY-RIDERSHIP
017186         WHEN "TRIPS"
017192             PERFORM 7000-BOOK-FIELD-TRIPS
017200         WHEN OTHER
017300             DISPLAY "GRADE-SCHOOL-BUS UNKNOWN MODE "
017400                 WS-RUN-MODE
018600        END-READ
018700        IF WS-PARM-STATUS = "00"
018800           MOVE PARM-MODE TO WS-RUN-MODE
018820           IF PARM-DATE NUMERIC
018840              MOVE PARM-DATE TO WS-RUN-DATE
018860           END-IF
018900        END-IF
019000        CLOSE PARM-FILE
019100     END-IF.
021000              MOVE BR-DROPOFF-TIME
021100                  TO RS-DROPOFF(WS-STOP-COUNT)
021200              MOVE BR-STREET TO RS-STREET(WS-STOP-COUNT)
021210              MOVE 0 TO RS-ASSIGNED(WS-STOP-COUNT)
021220              MOVE 0 TO RS-BOARDINGS(WS-STOP-COUNT)
021230              MOVE 0 TO RS-DAYS(WS-STOP-COUNT)
021240              MOVE 0 TO RS-LAST-DATE(WS-STOP-COUNT)
021250              MOVE 0 TO RS-DAY-COUNT(WS-STOP-COUNT)
021260              MOVE 0 TO RS-PEAK(WS-STOP-COUNT)
021300           END-IF
021400        END-PERFORM
021500        CLOSE BUS-ROUTE-MASTER
042500     DISPLAY "  RIDERS ASSIGNED:  " WS-ASSIGNED-COUNT.
042600     DISPLAY "  UNMATCHED:        " WS-UNMATCHED-COUNT.
042700     DISPLAY "  MANIFEST RIDERS:  " WS-RIDER-COUNT.
042720     DISPLAY "  SCANS READ:       " WS-SCAN-COUNT.
042740     DISPLAY "  WRONG ROUTE/STOP: " WS-WRONG-ROUTE-COUNT.
042760     DISPLAY "  NEVER SCANNED:    " WS-NO-SCAN-COUNT.
042780     DISPLAY "  NEVER OFF:        " WS-NOT-OFF-COUNT.
042785     DISPLAY "  TRIPS BOOKED:     " WS-TRIPS-BOOKED.
042790     DISPLAY "  TRIPS NOT BOOKED: " WS-TRIPS-UNBOOKED.
042795     DISPLAY "  ROUTE CONFLICTS:  " WS-CONFLICT-COUNT.
042800     IF WS-UNMATCHED-COUNT > 0
042820        OR WS-WRONG-ROUTE-COUNT > 0
042840        OR WS-NOT-OFF-COUNT > 0
042860        OR WS-TRIPS-UNBOOKED > 0
042880        OR WS-CONFLICT-COUNT > 0
042900        MOVE 4 TO RETURN-CODE
043000     END-IF.
043100
043200*----------------------------------------------------------------
043300* THE DAILY SCAN RECONCILIATION.  THE DAY'S SCANS ARE ADDED TO
043400* BUSRIDE AS THEY ARE LOADED SO THE MONTHLY COUNT SEES EVERY
043500* SCAN, MATCHED OR NOT.
043600*----------------------------------------------------------------
043700 5000-RECONCILE-SCANS.
043800     MOVE "BUS SCAN RECONCILIATION" TO RPT-LINE.
043900     WRITE RPT-LINE.
044000     PERFORM 5100-LOAD-ASSIGNMENTS.
044100     PERFORM 5200-LOAD-SCANS.
044200     SORT AS-ROW ASCENDING AS-STUDENT-ID.
044300     SORT SCT-ROW ASCENDING SCT-STUDENT-ID SCT-TIME.
044400     MOVE SPACES TO RPT-LINE.
044500     STRING "SCAN DATE " DELIMITED BY SIZE
044600         WS-RUN-DATE DELIMITED BY SIZE
044700         INTO RPT-LINE
044800     END-STRING.
044900     WRITE RPT-LINE.
045000     OPEN INPUT ROSTER-FILE.
045100     MOVE 1 TO J.
045200     MOVE 0 TO WS-PRIOR-STUDENT.
045300     SET AM-ON-CLEARED TO TRUE.
045400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SCAN-COUNT
045500        IF SCT-STUDENT-ID(I) NOT = WS-PRIOR-STUDENT
045600           PERFORM 5300-END-OF-RIDER
045700           MOVE SCT-STUDENT-ID(I) TO WS-PRIOR-STUDENT
045800           PERFORM 5400-FIND-ASSIGNMENT
045900        END-IF
046000        PERFORM 5500-CHECK-ONE-SCAN
046100     END-PERFORM.
046200     PERFORM 5300-END-OF-RIDER.
046300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
046400        IF AS-SCANNED(J) = "N"
046500           ADD 1 TO WS-NO-SCAN-COUNT
046600           MOVE AS-STUDENT-ID(J) TO WS-PRIOR-STUDENT
046700           MOVE J TO WS-ASSIGN-INDX
046800           MOVE "NEVER SCANNED" TO WS-EXC-REASON
047000           PERFORM 5600-SCAN-EXCEPTION-LINE
047100        END-IF
047200     END-PERFORM.
047300     CLOSE ROSTER-FILE.
047400
047500 5100-LOAD-ASSIGNMENTS.
047600     OPEN INPUT BUS-ASSIGNMENTS.
047700     IF WS-BA-STATUS NOT = "00"
047800        MOVE "10" TO WS-BA-STATUS
047900     ELSE
048000        PERFORM UNTIL WS-BA-STATUS NOT = "00"
048100           READ BUS-ASSIGNMENTS
048200               AT END MOVE "10" TO WS-BA-STATUS
048300           END-READ
048400           IF WS-BA-STATUS = "00"
048500              AND WS-AS-COUNT < 2000
048600              ADD 1 TO WS-AS-COUNT
048700              MOVE BA-STUDENT-ID TO AS-STUDENT-ID(WS-AS-COUNT)
048800              MOVE BA-ROUTE TO AS-ROUTE(WS-AS-COUNT)
048900              MOVE BA-STOP TO AS-STOP(WS-AS-COUNT)
049000              MOVE "N" TO AS-SCANNED(WS-AS-COUNT)
049100           END-IF
049200        END-PERFORM
049300        CLOSE BUS-ASSIGNMENTS
049400     END-IF.
049500
049600*----------------------------------------------------------------
049700* A ZERO DATE ON THE CARD TAKES THE DATE OF THE FIRST SCAN; ROWS
049800* FOR ANY OTHER DATE (A READER THAT MISSED A NIGHT'S UPLOAD) ARE
049900* STILL KEPT ON BUSRIDE BUT NOT RECONCILED TODAY.
050000*----------------------------------------------------------------
050100 5200-LOAD-SCANS.
050200     OPEN INPUT BUS-SCAN-FILE.
050300     IF WS-SC-STATUS NOT = "00"
050400        MOVE "10" TO WS-SC-STATUS
050500        EXIT PARAGRAPH
050600     END-IF.
050700     OPEN EXTEND RIDE-HISTORY.
050800     IF WS-RH-STATUS = "35"
050900        OPEN OUTPUT RIDE-HISTORY
051000     END-IF.
051100     PERFORM UNTIL WS-SC-STATUS NOT = "00"
051200        READ BUS-SCAN-FILE
051300            AT END MOVE "10" TO WS-SC-STATUS
051400        END-READ
051500        IF WS-SC-STATUS = "00"
051600           MOVE BUS-SCAN-RECORD TO RIDE-HISTORY-RECORD
051700           WRITE RIDE-HISTORY-RECORD
051800           IF WS-RUN-DATE = 0
051900              MOVE SC-DATE TO WS-RUN-DATE
052000           END-IF
052100           IF SC-DATE = WS-RUN-DATE
052200              AND WS-SCAN-COUNT < 8000
052300              ADD 1 TO WS-SCAN-COUNT
052400              MOVE SC-STUDENT-ID TO SCT-STUDENT-ID(WS-SCAN-COUNT)
052500              MOVE SC-TIME TO SCT-TIME(WS-SCAN-COUNT)
052600              MOVE SC-ROUTE TO SCT-ROUTE(WS-SCAN-COUNT)
052700              MOVE SC-STOP TO SCT-STOP(WS-SCAN-COUNT)
052800              MOVE SC-ACTION TO SCT-ACTION(WS-SCAN-COUNT)
052900           END-IF
053000        END-IF
053100     END-PERFORM.
053200     CLOSE BUS-SCAN-FILE.
053300     CLOSE RIDE-HISTORY.
053400
053500*----------------------------------------------------------------
053600* A MORNING "ON" WITH NO LATER MORNING "OFF" IS A CHILD WHO MAY
053700* STILL BE ON THE BUS -- OR WHO GOT OFF WITHOUT TAPPING.  EITHER
053800* WAY THE OFFICE CHECKS THE CLASSROOM.
053900*----------------------------------------------------------------
054000 5300-END-OF-RIDER.
054100     IF WS-PRIOR-STUDENT NOT = 0
054200        AND AM-ON-PENDING
054300        ADD 1 TO WS-NOT-OFF-COUNT
054400        MOVE "NEVER OFF" TO WS-EXC-REASON
054500        PERFORM 5600-SCAN-EXCEPTION-LINE
054600     END-IF.
054700     SET AM-ON-CLEARED TO TRUE.
054800
054900 5400-FIND-ASSIGNMENT.
055000     MOVE 0 TO WS-ASSIGN-INDX.
055100     PERFORM UNTIL J > WS-AS-COUNT
055200        OR AS-STUDENT-ID(J) >= WS-PRIOR-STUDENT
055300        ADD 1 TO J
055400     END-PERFORM.
055500     IF J <= WS-AS-COUNT
055600        IF AS-STUDENT-ID(J) = WS-PRIOR-STUDENT
055700           MOVE J TO WS-ASSIGN-INDX
055800           MOVE "Y" TO AS-SCANNED(J)
055900        END-IF
056000     END-IF.
056100
056200*----------------------------------------------------------------
056300* EVERY SCAN MUST BE ON THE ASSIGNED ROUTE.  THE STOP IS CHECKED
056400* WHERE THE CHILD IS AT HOME END -- BOARDING IN THE MORNING,
056500* GETTING OFF IN THE AFTERNOON; THE SCHOOL END IS THE SCHOOL.
056600*----------------------------------------------------------------
056700 5500-CHECK-ONE-SCAN.
056800     IF SCT-TIME(I) < WS-MORNING-CUTOFF
056900        IF SCT-ACTION(I) = "ON "
057000           SET AM-ON-PENDING TO TRUE
057100        ELSE
057200           SET AM-ON-CLEARED TO TRUE
057300        END-IF
057400     END-IF.
057500     MOVE SPACES TO WS-EXC-REASON.
057600     IF WS-ASSIGN-INDX = 0
057700        MOVE "NOT ASSIGNED" TO WS-EXC-REASON
057800     ELSE
057900        IF SCT-ROUTE(I) NOT = AS-ROUTE(WS-ASSIGN-INDX)
058000           MOVE "WRONG ROUTE" TO WS-EXC-REASON
058100        ELSE
058200           IF SCT-STOP(I) NOT = AS-STOP(WS-ASSIGN-INDX)
058300              AND ((SCT-TIME(I) < WS-MORNING-CUTOFF
058400                    AND SCT-ACTION(I) = "ON ")
058500                OR (SCT-TIME(I) NOT < WS-MORNING-CUTOFF
058600                    AND SCT-ACTION(I) = "OFF"))
058700              MOVE "WRONG STOP" TO WS-EXC-REASON
058800           END-IF
058900        END-IF
059000     END-IF.
059100     IF WS-EXC-REASON NOT = SPACES
059200        ADD 1 TO WS-WRONG-ROUTE-COUNT
059300        PERFORM 5600-SCAN-EXCEPTION-LINE
059400     END-IF.
059500
059600 5600-SCAN-EXCEPTION-LINE.
059700     MOVE WS-PRIOR-STUDENT TO FR-STUDENT-ID.
059800     READ ROSTER-FILE
059900         INVALID KEY MOVE SPACES TO FR-NAME
060000     END-READ.
060100     MOVE "00" TO WS-FILE-STATUS.
060200     MOVE SPACES TO RPT-LINE.
060300     STRING WS-EXC-REASON DELIMITED BY SIZE
060400         " " DELIMITED BY SIZE
060500         WS-PRIOR-STUDENT DELIMITED BY SIZE
060600         " " DELIMITED BY SIZE
060700         FR-NAME(1:30) DELIMITED BY SIZE
060800         INTO RPT-LINE
060900     END-STRING.
061000     IF WS-EXC-REASON = "NEVER SCANNED" OR "NEVER OFF"
061100        IF WS-ASSIGN-INDX > 0
061200           STRING "ASSIGNED " DELIMITED BY SIZE
061300               AS-ROUTE(WS-ASSIGN-INDX) DELIMITED BY SIZE
061400               "/" DELIMITED BY SIZE
061450               AS-STOP(WS-ASSIGN-INDX) DELIMITED BY SIZE
061500               INTO RPT-LINE(55:46)
061600           END-STRING
061650        END-IF
061700     ELSE
061800        STRING "SCANNED " DELIMITED BY SIZE
061900            SCT-ROUTE(I) DELIMITED BY SIZE
062000            "/" DELIMITED BY SIZE
062100            SCT-STOP(I) DELIMITED BY SIZE
062200            " " DELIMITED BY SIZE
062300            SCT-ACTION(I) DELIMITED BY SIZE
062400            " " DELIMITED BY SIZE
062500            SCT-TIME(I) DELIMITED BY SIZE
062600            INTO RPT-LINE(55:46)
062700        END-STRING
062800        IF WS-ASSIGN-INDX > 0
062900           STRING " ASSIGNED " DELIMITED BY SIZE
063000               AS-ROUTE(WS-ASSIGN-INDX) DELIMITED BY SIZE
063100               "/" DELIMITED BY SIZE
063200               AS-STOP(WS-ASSIGN-INDX) DELIMITED BY SIZE
063300               INTO RPT-LINE(80:21)
063400           END-STRING
063500        END-IF
063600     END-IF.
063700     WRITE RPT-LINE.
063800
063900*----------------------------------------------------------------
064000* THE MONTHLY RIDERSHIP COUNT.  BOARDINGS ARE "ON" SCANS, BOTH
064100* RUNS.  BUSRIDE IS APPENDED A DAY AT A TIME, SO A STOP'S DAYS
064200* ARRIVE IN DATE ORDER AND ITS BUSIEST DAY FALLS OUT AS THE
064300* DATE CHANGES.
064400*----------------------------------------------------------------
064500 6000-MONTHLY-RIDERSHIP.
064600     MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
064700     MOVE SPACES TO RPT-LINE.
064800     STRING "MONTHLY RIDERSHIP BY ROUTE AND STOP  MONTH "
064900         DELIMITED BY SIZE
065000         WS-RUN-MONTH DELIMITED BY SIZE
065100         INTO RPT-LINE
065200     END-STRING.
065300     WRITE RPT-LINE.
065400     SORT RS-ROW ASCENDING RS-ROUTE RS-STOP.
065500     PERFORM 6100-COUNT-ASSIGNED.
065600     PERFORM 6200-COUNT-BOARDINGS.
065700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STOP-COUNT
065800        IF RS-DAY-COUNT(J) > RS-PEAK(J)
065900           MOVE RS-DAY-COUNT(J) TO RS-PEAK(J)
066000        END-IF
066100     END-PERFORM.
066200     PERFORM 6300-PRINT-RIDERSHIP.
066300
066400 6100-COUNT-ASSIGNED.
066500     OPEN INPUT BUS-ASSIGNMENTS.
066600     IF WS-BA-STATUS NOT = "00"
066700        MOVE "10" TO WS-BA-STATUS
066800     ELSE
066900        PERFORM UNTIL WS-BA-STATUS NOT = "00"
067000           READ BUS-ASSIGNMENTS
067100               AT END MOVE "10" TO WS-BA-STATUS
067200           END-READ
067300           IF WS-BA-STATUS = "00"
067400              PERFORM VARYING J FROM 1 BY 1
067450                      UNTIL J > WS-STOP-COUNT
067500                 IF RS-ROUTE(J) = BA-ROUTE
067600                    AND RS-STOP(J) = BA-STOP
067700                    ADD 1 TO RS-ASSIGNED(J)
067800                 END-IF
067900              END-PERFORM
068000           END-IF
068100        END-PERFORM
068200        CLOSE BUS-ASSIGNMENTS
068300     END-IF.
068400
068500 6200-COUNT-BOARDINGS.
068600     OPEN INPUT RIDE-HISTORY.
068700     IF WS-RH-STATUS NOT = "00"
068800        MOVE "10" TO WS-RH-STATUS
068900        EXIT PARAGRAPH
069000     END-IF.
069100     PERFORM UNTIL WS-RH-STATUS NOT = "00"
069200        READ RIDE-HISTORY
069300            AT END MOVE "10" TO WS-RH-STATUS
069400        END-READ
069500        IF WS-RH-STATUS = "00"
069600           AND RH-DATE(1:6) = WS-RUN-MONTH
069700           AND RH-ACTION = "ON "
069800           PERFORM 6210-COUNT-ONE-BOARDING
069900        END-IF
070000     END-PERFORM.
070100     CLOSE RIDE-HISTORY.
070200
070300 6210-COUNT-ONE-BOARDING.
070400     MOVE 0 TO WS-FOUND-INDX.
070500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STOP-COUNT
070600        IF RS-ROUTE(J) = RH-ROUTE
070700           AND RS-STOP(J) = RH-STOP
070800           MOVE J TO WS-FOUND-INDX
070900        END-IF
071000     END-PERFORM.
071100     IF WS-FOUND-INDX = 0
071200        ADD 1 TO WS-OFF-MASTER-COUNT
071300        EXIT PARAGRAPH
071400     END-IF.
071500     MOVE WS-FOUND-INDX TO J.
071600     IF RH-DATE NOT = RS-LAST-DATE(J)
071700        IF RS-DAY-COUNT(J) > RS-PEAK(J)
071800           MOVE RS-DAY-COUNT(J) TO RS-PEAK(J)
071900        END-IF
072000        ADD 1 TO RS-DAYS(J)
072100        MOVE 0 TO RS-DAY-COUNT(J)
072200        MOVE RH-DATE TO RS-LAST-DATE(J)
072300     END-IF.
072400     ADD 1 TO RS-BOARDINGS(J).
072500     ADD 1 TO RS-DAY-COUNT(J).
072600
072700 6300-PRINT-RIDERSHIP.
072800     MOVE SPACES TO RPT-LINE.
072900     WRITE RPT-LINE.
073000     STRING "ROUTE STOP STREET                    ASSIGNED"
073050         " BOARDINGS  DAYS AVG/DAY  PEAK" DELIMITED BY SIZE
073100         INTO RPT-LINE
073150     END-STRING.
073200     WRITE RPT-LINE.
073300     MOVE 999 TO WS-PRIOR-ROUTE.
073400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STOP-COUNT
073500        IF RS-ROUTE(I) NOT = WS-PRIOR-ROUTE
073600           PERFORM 6320-ROUTE-TOTAL
073700           MOVE RS-ROUTE(I) TO WS-PRIOR-ROUTE
073800        END-IF
073900        ADD RS-ASSIGNED(I) TO WS-ROUTE-ASSIGNED
074000        ADD RS-BOARDINGS(I) TO WS-ROUTE-BOARDINGS
074100        IF RS-DAYS(I) > WS-ROUTE-DAYS
074200           MOVE RS-DAYS(I) TO WS-ROUTE-DAYS
074300        END-IF
074400        PERFORM 6310-STOP-LINE
074500     END-PERFORM.
074600     PERFORM 6320-ROUTE-TOTAL.
074700     IF WS-OFF-MASTER-COUNT > 0
074800        MOVE SPACES TO RPT-LINE
074900        WRITE RPT-LINE
075000        MOVE WS-OFF-MASTER-COUNT TO WS-NUM-DISP
075100        STRING "BOARDINGS AT A ROUTE/STOP NOT ON BUSROUTE: "
075200            DELIMITED BY SIZE
075300            WS-NUM-DISP DELIMITED BY SIZE
075400            INTO RPT-LINE
075500        END-STRING
075600        WRITE RPT-LINE
075700     END-IF.
075800
075900 6310-STOP-LINE.
076000     MOVE 0 TO WS-AVG-RIDERS.
076100     IF RS-DAYS(I) > 0
076200        COMPUTE WS-AVG-RIDERS ROUNDED
076300            = RS-BOARDINGS(I) / RS-DAYS(I)
076400     END-IF.
076500     MOVE RS-ASSIGNED(I) TO WS-NUM-DISP.
076600     MOVE RS-BOARDINGS(I) TO WS-NUM-DISP-2.
076700     MOVE WS-AVG-RIDERS TO WS-NUM-DISP-3.
076800     MOVE RS-PEAK(I) TO WS-NUM-DISP-4.
076850     MOVE RS-DAYS(I) TO WS-DAYS-DISP.
076900     MOVE SPACES TO RPT-LINE.
077000     STRING RS-ROUTE(I) DELIMITED BY SIZE
077100         "   " DELIMITED BY SIZE
077200         RS-STOP(I) DELIMITED BY SIZE
077300         "  " DELIMITED BY SIZE
077400         RS-STREET(I) DELIMITED BY SIZE
077500         "     " DELIMITED BY SIZE
077600         WS-NUM-DISP DELIMITED BY SIZE
077700         "     " DELIMITED BY SIZE
077800         WS-NUM-DISP-2 DELIMITED BY SIZE
077900         "   " DELIMITED BY SIZE
078000         WS-DAYS-DISP DELIMITED BY SIZE
078100         "   " DELIMITED BY SIZE
078200         WS-NUM-DISP-3 DELIMITED BY SIZE
078300         " " DELIMITED BY SIZE
078400         WS-NUM-DISP-4 DELIMITED BY SIZE
078500         INTO RPT-LINE
078600     END-STRING.
078700     WRITE RPT-LINE.
078800
078900 6320-ROUTE-TOTAL.
079000     IF WS-PRIOR-ROUTE NOT = 999
079100        MOVE 0 TO WS-AVG-RIDERS
079200        IF WS-ROUTE-DAYS > 0
079300           COMPUTE WS-AVG-RIDERS ROUNDED
079400               = WS-ROUTE-BOARDINGS / WS-ROUTE-DAYS
079500        END-IF
079600        MOVE WS-ROUTE-ASSIGNED TO WS-NUM-DISP
079700        MOVE WS-ROUTE-BOARDINGS TO WS-NUM-DISP-2
079800        MOVE WS-AVG-RIDERS TO WS-NUM-DISP-3
079900        MOVE SPACES TO RPT-LINE
080000        STRING "      ROUTE " DELIMITED BY SIZE
080100            WS-PRIOR-ROUTE DELIMITED BY SIZE
080200            " TOTAL  ASSIGNED " DELIMITED BY SIZE
080300            WS-NUM-DISP DELIMITED BY SIZE
080400            "  BOARDINGS " DELIMITED BY SIZE
080500            WS-NUM-DISP-2 DELIMITED BY SIZE
080600            "  AVG/DAY " DELIMITED BY SIZE
080700            WS-NUM-DISP-3 DELIMITED BY SIZE
080800            INTO RPT-LINE
080900        END-STRING
081000        WRITE RPT-LINE
081001        MOVE SPACES TO RPT-LINE
081002        WRITE RPT-LINE
081003     END-IF.
081004     MOVE 0 TO WS-ROUTE-ASSIGNED.
081005     MOVE 0 TO WS-ROUTE-BOARDINGS.
081006     MOVE 0 TO WS-ROUTE-DAYS.
081007
081008*----------------------------------------------------------------
081009* FIELD-TRIP BUSES.  EVERY TRIPMAST TRIP ON OR AFTER THE RUN DATE
081010* (ZERO = TODAY) THAT IS NOT ALREADY ON TRIPBUS IS BOOKED,
081011* EARLIEST FIRST.  THE RIDERS ARE THE SIGNED TRIPPERM SLIPS, THE
081012* CHAPERONES AND THE TEACHER; BUSES ARE TAKEN LARGEST FIRST FROM
081013* BUSAVAIL UNTIL THEIR SEATS COVER THE RIDERS.  EACH BUS BOOKED
081014* GETS A DRIVER TRIP SHEET, AND THE MILEAGE AND DRIVER HOURS ARE
081015* CHARGED TO THE BUILDING ON BLDGCHRG.  A TRIP WHOSE HOURS CROSS
081016* ANY AFTERNOON ROUTE GOES ON TRIPCONF, BOOKED OR NOT.  A TRIP
081017* THAT CANNOT BE COVERED STAYS OFF TRIPBUS AND IS TRIED AGAIN ON
081018* THE NEXT RUN.
081019*----------------------------------------------------------------
081020 7000-BOOK-FIELD-TRIPS.
081021     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
081022     IF WS-RUN-DATE = 0
081023        MOVE WS-TODAY TO WS-RUN-DATE
081024     END-IF.
081025     MOVE SPACES TO RPT-LINE.
081026     STRING "FIELD-TRIP TRANSPORTATION REQUESTS FROM "
081027         DELIMITED BY SIZE
081028         WS-RUN-DATE DELIMITED BY SIZE
081029         INTO RPT-LINE
081030     END-STRING.
081031     WRITE RPT-LINE.
081032     PERFORM 7100-BUILD-ROUTE-WINDOWS.
081033     PERFORM 7200-LOAD-BUS-AVAILABILITY.
081034     PERFORM 7300-LOAD-BOOKINGS.
081035     PERFORM 7400-COUNT-PERMISSIONS.
081036     PERFORM 7500-LOAD-TRIPS.
081037     IF WS-TP-COUNT > 1
081038        SORT TP-ROW ASCENDING TP-DATE TP-DEPART TP-TRIP-ID
081039     END-IF.
081040     OPEN OUTPUT TRIP-SHEETS.
081041     OPEN OUTPUT TRIP-CONFLICTS.
081042     MOVE "FIELD TRIPS CROSSING AN AFTERNOON ROUTE"
081043         TO CONFLICT-LINE.
081044     WRITE CONFLICT-LINE.
081045     OPEN EXTEND TRIP-BOOKINGS.
081046     IF WS-TB-STATUS = "35"
081047        OPEN OUTPUT TRIP-BOOKINGS
081048     END-IF.
081049     OPEN EXTEND BUILDING-CHARGES.
081050     IF WS-BC-STATUS = "35"
081051        OPEN OUTPUT BUILDING-CHARGES
081052     END-IF.
081053     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TP-COUNT
081054        PERFORM 7600-BOOK-ONE-TRIP
081055     END-PERFORM.
081056     IF WS-CONFLICT-COUNT = 0
081057        MOVE SPACES TO CONFLICT-LINE
081058        WRITE CONFLICT-LINE
081059        MOVE "NO TRIP CROSSES AN AFTERNOON ROUTE" TO CONFLICT-LINE
081060        WRITE CONFLICT-LINE
081061     END-IF.
081062     CLOSE BUILDING-CHARGES.
081063     CLOSE TRIP-BOOKINGS.
081064     CLOSE TRIP-CONFLICTS.
081065     CLOSE TRIP-SHEETS.
081066     PERFORM 7900-TRIP-TOTALS.
081067
081068*----------------------------------------------------------------
081069* EACH ROUTE'S MORNING RUN IS ITS FIRST PICKUP TO ITS LAST PICKUP
081070* PLUS THE RUN TO SCHOOL; ITS AFTERNOON RUN IS ITS FIRST DROPOFF,
081071* LESS THE PULL-OUT FROM SCHOOL, TO ITS LAST DROPOFF.  A ZERO TIME
081072* ON A STOP MEANS THE STOP IS NOT SERVED ON THAT RUN.
081073*----------------------------------------------------------------
081074 7100-BUILD-ROUTE-WINDOWS.
081075     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STOP-COUNT
081076        PERFORM 7110-WIDEN-ROUTE-WINDOW
081077     END-PERFORM.
081078     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RW-COUNT
081079        PERFORM 7120-ROUTE-WINDOW-MINUTES
081080     END-PERFORM.
081081
081082 7110-WIDEN-ROUTE-WINDOW.
081083     MOVE 0 TO WS-FOUND-INDX.
081084     PERFORM VARYING K FROM 1 BY 1
081085              UNTIL K > WS-RW-COUNT OR WS-FOUND-INDX > 0
081086        IF RW-ROUTE(K) = RS-ROUTE(J)
081087           MOVE K TO WS-FOUND-INDX
081088        END-IF
081089     END-PERFORM.
081090     IF WS-FOUND-INDX = 0
081091        ADD 1 TO WS-RW-COUNT
081092        MOVE WS-RW-COUNT TO WS-FOUND-INDX
081093        MOVE RS-ROUTE(J) TO RW-ROUTE(WS-FOUND-INDX)
081094        MOVE 9999 TO RW-AM-FIRST(WS-FOUND-INDX)
081095        MOVE 9999 TO RW-PM-FIRST(WS-FOUND-INDX)
081096        MOVE 0 TO RW-AM-LAST(WS-FOUND-INDX)
081097        MOVE 0 TO RW-PM-LAST(WS-FOUND-INDX)
081098     END-IF.
081099     MOVE WS-FOUND-INDX TO K.
081100     IF RS-PICKUP(J) > 0
081101        IF RS-PICKUP(J) < RW-AM-FIRST(K)
081102           MOVE RS-PICKUP(J) TO RW-AM-FIRST(K)
081103        END-IF
081104        IF RS-PICKUP(J) > RW-AM-LAST(K)
081105           MOVE RS-PICKUP(J) TO RW-AM-LAST(K)
081106        END-IF
081107     END-IF.
081108     IF RS-DROPOFF(J) > 0
081109        IF RS-DROPOFF(J) < RW-PM-FIRST(K)
081110           MOVE RS-DROPOFF(J) TO RW-PM-FIRST(K)
081111        END-IF
081112        IF RS-DROPOFF(J) > RW-PM-LAST(K)
081113           MOVE RS-DROPOFF(J) TO RW-PM-LAST(K)
081114        END-IF
081115     END-IF.
081116
081117*----------------------------------------------------------------
081118* A RUN WITH NO STOPS GETS START 9999 AND END 0, WHICH NO TRIP CAN
081119* OVERLAP.
081120*----------------------------------------------------------------
081121 7120-ROUTE-WINDOW-MINUTES.
081122     MOVE 9999 TO RW-AM-START(K).
081123     MOVE 0 TO RW-AM-END(K).
081124     MOVE 9999 TO RW-PM-START(K).
081125     MOVE 0 TO RW-PM-END(K).
081126     IF RW-AM-LAST(K) > 0
081127        MOVE RW-AM-FIRST(K) TO WS-CLOCK-HHMM
081128        PERFORM 7010-CLOCK-TO-MINUTES
081129        MOVE WS-CLOCK-MINUTES TO RW-AM-START(K)
081130        MOVE RW-AM-LAST(K) TO WS-CLOCK-HHMM
081131        PERFORM 7010-CLOCK-TO-MINUTES
081132        COMPUTE RW-AM-END(K)
081133            = WS-CLOCK-MINUTES + WS-RUN-LEAD-MINUTES
081134     END-IF.
081135     IF RW-PM-LAST(K) > 0
081136        MOVE RW-PM-FIRST(K) TO WS-CLOCK-HHMM
081137        PERFORM 7010-CLOCK-TO-MINUTES
081138        MOVE 0 TO RW-PM-START(K)
081139        IF WS-CLOCK-MINUTES > WS-RUN-LEAD-MINUTES
081140           COMPUTE RW-PM-START(K)
081141               = WS-CLOCK-MINUTES - WS-RUN-LEAD-MINUTES
081142        END-IF
081143        MOVE RW-PM-LAST(K) TO WS-CLOCK-HHMM
081144        PERFORM 7010-CLOCK-TO-MINUTES
081145        MOVE WS-CLOCK-MINUTES TO RW-PM-END(K)
081146     END-IF.
081147
081148 7010-CLOCK-TO-MINUTES.
081149     COMPUTE WS-CLOCK-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
081150
081151*----------------------------------------------------------------
081152* BUSAVAIL, LARGEST BUS FIRST.  A ROW WITH NO SEATS IS SKIPPED.
081153*----------------------------------------------------------------
081154 7200-LOAD-BUS-AVAILABILITY.
081155     OPEN INPUT BUS-AVAILABILITY.
081156     IF WS-BV-STATUS NOT = "00"
081157        EXIT PARAGRAPH
081158     END-IF.
081159     PERFORM UNTIL WS-BV-STATUS NOT = "00"
081160        READ BUS-AVAILABILITY
081161            AT END MOVE "10" TO WS-BV-STATUS
081162        END-READ
081163        IF WS-BV-STATUS = "00"
081164           AND BV-SEATS NUMERIC AND BV-SEATS > 0
081165           AND WS-BV-COUNT < 300
081166           ADD 1 TO WS-BV-COUNT
081167           MOVE BV-SEATS TO BVT-SEATS(WS-BV-COUNT)
081168           MOVE BV-BUS-NUMBER TO BVT-BUS-NUMBER(WS-BV-COUNT)
081169           MOVE BV-DRIVER-ID TO BVT-DRIVER-ID(WS-BV-COUNT)
081170           MOVE BV-DRIVER-NAME TO BVT-DRIVER-NAME(WS-BV-COUNT)
081171           MOVE BV-ROUTE TO BVT-ROUTE(WS-BV-COUNT)
081172           MOVE BV-OUT-FROM TO BVT-OUT-FROM(WS-BV-COUNT)
081173           MOVE BV-OUT-TO TO BVT-OUT-TO(WS-BV-COUNT)
081174           MOVE 0 TO BVT-RW-INDX(WS-BV-COUNT)
081175           MOVE "N" TO BVT-PICKED(WS-BV-COUNT)
081176        END-IF
081177     END-PERFORM.
081178     CLOSE BUS-AVAILABILITY.
081179     IF WS-BV-COUNT > 1
081180        SORT BVT-ROW DESCENDING BVT-SEATS
081181                     ASCENDING BVT-BUS-NUMBER
081182     END-IF.
081183     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
081184        IF BVT-ROUTE(J) NOT = 0
081185           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RW-COUNT
081186              IF RW-ROUTE(K) = BVT-ROUTE(J)
081187                 MOVE K TO BVT-RW-INDX(J)
081188              END-IF
081189           END-PERFORM
081190        END-IF
081191     END-PERFORM.
081192
081193*----------------------------------------------------------------
081194* ONLY BOOKINGS FROM THE RUN DATE ON CAN STILL CLASH WITH A TRIP.
081195*----------------------------------------------------------------
081196 7300-LOAD-BOOKINGS.
081197     OPEN INPUT TRIP-BOOKINGS.
081198     IF WS-TB-STATUS NOT = "00"
081199        EXIT PARAGRAPH
081200     END-IF.
081201     PERFORM UNTIL WS-TB-STATUS NOT = "00"
081202        READ TRIP-BOOKINGS
081203            AT END MOVE "10" TO WS-TB-STATUS
081204        END-READ
081205        IF WS-TB-STATUS = "00"
081206           AND TB-DATE >= WS-RUN-DATE
081207           AND WS-BK-COUNT < 3000
081208           ADD 1 TO WS-BK-COUNT
081209           MOVE TB-TRIP-ID TO BK-TRIP-ID(WS-BK-COUNT)
081210           MOVE TB-DATE TO BK-DATE(WS-BK-COUNT)
081211           MOVE TB-BUS-NUMBER TO BK-BUS-NUMBER(WS-BK-COUNT)
081212           MOVE TB-DRIVER-ID TO BK-DRIVER-ID(WS-BK-COUNT)
081213           MOVE TB-DEPART-TIME TO WS-CLOCK-HHMM
081214           PERFORM 7010-CLOCK-TO-MINUTES
081215           MOVE WS-CLOCK-MINUTES TO BK-START(WS-BK-COUNT)
081216           MOVE TB-RETURN-TIME TO WS-CLOCK-HHMM
081217           PERFORM 7010-CLOCK-TO-MINUTES
081218           MOVE WS-CLOCK-MINUTES TO BK-END(WS-BK-COUNT)
081219        END-IF
081220     END-PERFORM.
081221     CLOSE TRIP-BOOKINGS.
081222
081223 7400-COUNT-PERMISSIONS.
081224     OPEN INPUT PERMISSION-FILE.
081225     IF WS-PM-STATUS NOT = "00"
081226        EXIT PARAGRAPH
081227     END-IF.
081228     PERFORM UNTIL WS-PM-STATUS NOT = "00"
081229        READ PERMISSION-FILE
081230            AT END MOVE "10" TO WS-PM-STATUS
081231        END-READ
081232        IF WS-PM-STATUS = "00" AND PM-RETURNED = "Y"
081233           PERFORM 7410-COUNT-ONE-SLIP
081234        END-IF
081235     END-PERFORM.
081236     CLOSE PERMISSION-FILE.
081237
081238 7410-COUNT-ONE-SLIP.
081239     MOVE 0 TO WS-FOUND-INDX.
081240     PERFORM VARYING K FROM 1 BY 1
081241              UNTIL K > WS-PC-COUNT OR WS-FOUND-INDX > 0
081242        IF PC-TRIP-ID(K) = PM-TRIP-ID
081243           MOVE K TO WS-FOUND-INDX
081244        END-IF
081245     END-PERFORM.
081246     IF WS-FOUND-INDX = 0
081247        IF WS-PC-COUNT >= 2000
081248           EXIT PARAGRAPH
081249        END-IF
081250        ADD 1 TO WS-PC-COUNT
081251        MOVE WS-PC-COUNT TO WS-FOUND-INDX
081252        MOVE PM-TRIP-ID TO PC-TRIP-ID(WS-FOUND-INDX)
081253        MOVE 0 TO PC-SIGNED(WS-FOUND-INDX)
081254     END-IF.
081255     ADD 1 TO PC-SIGNED(WS-FOUND-INDX).
081256
081257*----------------------------------------------------------------
081258* A TRIP ROW WRITTEN BEFORE TRIPMAST CARRIED THE BUS COLUMNS HAS
081259* BLANKS THERE; IT IS LOADED WITH ITS REASON AND REPORTED
081260* UNBOOKED.
081261*----------------------------------------------------------------
081262 7500-LOAD-TRIPS.
081263     OPEN INPUT TRIP-MASTER.
081264     IF WS-TM-STATUS NOT = "00"
081265        EXIT PARAGRAPH
081266     END-IF.
081267     PERFORM UNTIL WS-TM-STATUS NOT = "00"
081268        READ TRIP-MASTER
081269            AT END MOVE "10" TO WS-TM-STATUS
081270        END-READ
081271        IF WS-TM-STATUS = "00"
081272           AND TM-DATE NUMERIC
081273           AND TM-DATE >= WS-RUN-DATE
081274           AND WS-TP-COUNT < 1000
081275           PERFORM 7510-LOAD-ONE-TRIP
081276        END-IF
081277     END-PERFORM.
081278     CLOSE TRIP-MASTER.
081279
081280 7510-LOAD-ONE-TRIP.
081281     ADD 1 TO WS-TP-COUNT.
081282     MOVE TM-DATE TO TP-DATE(WS-TP-COUNT).
081283     MOVE TM-TRIP-ID TO TP-TRIP-ID(WS-TP-COUNT).
081284     MOVE TM-GRADE TO TP-GRADE(WS-TP-COUNT).
081285     MOVE TM-SECTION TO TP-SECTION(WS-TP-COUNT).
081286     MOVE TM-DESTINATION TO TP-DESTINATION(WS-TP-COUNT).
081287     MOVE 0 TO TP-CHAPERONES(WS-TP-COUNT).
081288     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
081289        IF TM-CHAPERONE-ID(K) NUMERIC
081290           AND TM-CHAPERONE-ID(K) NOT = 0
081291           ADD 1 TO TP-CHAPERONES(WS-TP-COUNT)
081292        END-IF
081293     END-PERFORM.
081294     MOVE SPACES TO TP-REASON(WS-TP-COUNT).
081295     IF TM-SCHOOL-CODE NOT NUMERIC
081296        OR TM-DEPART-TIME NOT NUMERIC
081297        OR TM-RETURN-TIME NOT NUMERIC
081298        OR TM-ROUND-TRIP-MILES NOT NUMERIC
081299        MOVE 0 TO TP-SCHOOL(WS-TP-COUNT)
081300        MOVE 0 TO TP-DEPART(WS-TP-COUNT)
081301        MOVE 0 TO TP-RETURN(WS-TP-COUNT)
081302        MOVE 0 TO TP-MILES(WS-TP-COUNT)
081303        MOVE "NO BUS DETAILS ON TRIPMAST"
081304            TO TP-REASON(WS-TP-COUNT)
081305        EXIT PARAGRAPH
081306     END-IF.
081307     MOVE TM-SCHOOL-CODE TO TP-SCHOOL(WS-TP-COUNT).
081308     MOVE TM-DEPART-TIME TO TP-DEPART(WS-TP-COUNT).
081309     MOVE TM-RETURN-TIME TO TP-RETURN(WS-TP-COUNT).
081310     MOVE TM-ROUND-TRIP-MILES TO TP-MILES(WS-TP-COUNT).
081311
081312*----------------------------------------------------------------
081313* ONE TRIP: SKIP IT IF TRIPBUS ALREADY HAS IT, CHECK ITS DETAILS,
081314* REPORT ANY AFTERNOON-ROUTE CONFLICT, PICK THE BUSES, THEN BOOK,
081315* PRINT THE SHEETS AND CHARGE THE BUILDING.
081316*----------------------------------------------------------------
081317 7600-BOOK-ONE-TRIP.
081318     ADD 1 TO WS-TRIPS-READ.
081319     SET TRIP-CLEAR-OF-ROUTES TO TRUE.
081320     SET TRIP-NOT-YET-BOOKED TO TRUE.
081321     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BK-COUNT
081322        IF BK-TRIP-ID(K) = TP-TRIP-ID(I)
081323           AND BK-DATE(K) = TP-DATE(I)
081324           SET TRIP-ALREADY-BOOKED TO TRUE
081325        END-IF
081326     END-PERFORM.
081327     IF TRIP-ALREADY-BOOKED
081328        ADD 1 TO WS-TRIPS-PRIOR
081329        EXIT PARAGRAPH
081330     END-IF.
081331     IF TP-REASON(I) = SPACES
081332        PERFORM 7610-CHECK-TRIP-DETAILS
081333     END-IF.
081334     IF TP-REASON(I) NOT = SPACES
081335        MOVE TP-REASON(I) TO WS-TRIP-REASON
081336        PERFORM 7690-TRIP-NOT-BOOKED
081337        EXIT PARAGRAPH
081338     END-IF.
081339     COMPUTE WS-TRIP-RIDERS
081340         = WS-TRIP-SIGNED + TP-CHAPERONES(I) + 1.
081341     PERFORM 7620-CHECK-AFTERNOON-ROUTES.
081342     PERFORM 7630-PICK-BUSES.
081343     IF WS-SEATS-FOUND < WS-TRIP-RIDERS
081344        COMPUTE WS-BUS-RIDERS = WS-TRIP-RIDERS - WS-SEATS-FOUND
081345        MOVE WS-BUS-RIDERS TO WS-NUM-DISP
081346        MOVE SPACES TO WS-TRIP-REASON
081347        STRING "NO BUS FREE - SHORT " DELIMITED BY SIZE
081348            FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
081349            " SEATS" DELIMITED BY SIZE
081350            INTO WS-TRIP-REASON
081351        END-STRING
081352        PERFORM 7690-TRIP-NOT-BOOKED
081353        EXIT PARAGRAPH
081354     END-IF.
081355     MOVE 0 TO WS-TRIP-CHARGE.
081356     PERFORM 7640-BOOK-PICKED-BUSES.
081357     PERFORM 7660-POST-TRIP-CHARGES.
081358     ADD 1 TO WS-TRIPS-BOOKED.
081359     PERFORM 7680-TRIP-HEADING-LINE.
081360     MOVE WS-TRIP-RIDERS TO WS-NUM-DISP.
081361     MOVE WS-BUSES-PICKED TO WS-NUM-DISP-2.
081362     MOVE WS-SEATS-FOUND TO WS-NUM-DISP-3.
081363     MOVE WS-TRIP-CHARGE TO WS-AMOUNT-DISP.
081364     MOVE SPACES TO RPT-LINE.
081365     STRING "      RIDERS " DELIMITED BY SIZE
081366         WS-NUM-DISP DELIMITED BY SIZE
081367         "  BUSES BOOKED " DELIMITED BY SIZE
081368         WS-NUM-DISP-2 DELIMITED BY SIZE
081369         "  SEATS " DELIMITED BY SIZE
081370         WS-NUM-DISP-3 DELIMITED BY SIZE
081371         "  CHARGED TO BUILDING " DELIMITED BY SIZE
081372         WS-AMOUNT-DISP DELIMITED BY SIZE
081373         INTO RPT-LINE
081374     END-STRING.
081375     WRITE RPT-LINE.
081376     IF TRIP-CROSSES-ROUTE
081377        MOVE SPACES TO CONFLICT-LINE
081378        STRING "      BOOKED ON " DELIMITED BY SIZE
081379            FUNCTION TRIM(WS-NUM-DISP-2) DELIMITED BY SIZE
081380            " BUS(ES) NOT RUNNING A ROUTE IN THOSE HOURS"
081381            DELIMITED BY SIZE
081382            INTO CONFLICT-LINE
081383        END-STRING
081384        WRITE CONFLICT-LINE
081385     END-IF.
081386
081387*----------------------------------------------------------------
081388* A TRIP NEEDS A BUILDING, A RETURN AFTER ITS DEPARTURE, THE
081389* MILES, AND AT LEAST ONE SIGNED SLIP -- UNTIL A SLIP COMES BACK
081390* THERE IS NOBODY TO CARRY AND THE TRIP WAITS FOR A LATER RUN.
081391*----------------------------------------------------------------
081392 7610-CHECK-TRIP-DETAILS.
081393     MOVE 0 TO WS-TRIP-SIGNED.
081394     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PC-COUNT
081395        IF PC-TRIP-ID(K) = TP-TRIP-ID(I)
081396           MOVE PC-SIGNED(K) TO WS-TRIP-SIGNED
081397        END-IF
081398     END-PERFORM.
081399     MOVE TP-DEPART(I) TO WS-CLOCK-HHMM.
081400     IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
081401        MOVE "BAD DEPARTURE TIME ON TRIPMAST" TO TP-REASON(I)
081402        EXIT PARAGRAPH
081403     END-IF.
081404     PERFORM 7010-CLOCK-TO-MINUTES.
081405     MOVE WS-CLOCK-MINUTES TO WS-TRIP-START.
081406     MOVE TP-RETURN(I) TO WS-CLOCK-HHMM.
081407     IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
081408        OR TP-RETURN(I) NOT > TP-DEPART(I)
081409        MOVE "BAD RETURN TIME ON TRIPMAST" TO TP-REASON(I)
081410        EXIT PARAGRAPH
081411     END-IF.
081412     PERFORM 7010-CLOCK-TO-MINUTES.
081413     MOVE WS-CLOCK-MINUTES TO WS-TRIP-END.
081414     EVALUATE TRUE
081415         WHEN TP-SCHOOL(I) = 0
081416             MOVE "NO BUILDING ON TRIPMAST" TO TP-REASON(I)
081417         WHEN TP-MILES(I) = 0
081418             MOVE "NO ROUND-TRIP MILES ON TRIPMAST"
081419                 TO TP-REASON(I)
081420         WHEN WS-TRIP-SIGNED = 0
081421             MOVE "NO SIGNED SLIPS YET" TO TP-REASON(I)
081422     END-EVALUATE.
081423     COMPUTE WS-TRIP-WEEKDAY
081424         = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(TP-DATE(I)), 7).
081425
081426*----------------------------------------------------------------
081427* ROUTES RUN MONDAY TO FRIDAY ONLY (INTEGER-OF-DATE MOD 7: 1 IS
081428* MONDAY, 6 SATURDAY, 0 SUNDAY).
081429*----------------------------------------------------------------
081430 7620-CHECK-AFTERNOON-ROUTES.
081431     SET TRIP-CLEAR-OF-ROUTES TO TRUE.
081432     IF WS-TRIP-WEEKDAY = 0 OR WS-TRIP-WEEKDAY = 6
081433        EXIT PARAGRAPH
081434     END-IF.
081435     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RW-COUNT
081436        IF WS-TRIP-START < RW-PM-END(K)
081437           AND WS-TRIP-END > RW-PM-START(K)
081438           IF TRIP-CLEAR-OF-ROUTES
081439              SET TRIP-CROSSES-ROUTE TO TRUE
081440              ADD 1 TO WS-CONFLICT-COUNT
081441              PERFORM 7621-CONFLICT-HEADING
081442           END-IF
081443           PERFORM 7622-CONFLICT-ROUTE-LINES
081444        END-IF
081445     END-PERFORM.
081446
081447 7621-CONFLICT-HEADING.
081448     MOVE SPACES TO CONFLICT-LINE.
081449     WRITE CONFLICT-LINE.
081450     MOVE SPACES TO CONFLICT-LINE.
081451     STRING "TRIP " DELIMITED BY SIZE
081452         TP-TRIP-ID(I) DELIMITED BY SIZE
081453         "  " DELIMITED BY SIZE
081454         TP-DATE(I) DELIMITED BY SIZE
081455         "  LEAVES " DELIMITED BY SIZE
081456         TP-DEPART(I) DELIMITED BY SIZE
081457         "  BACK " DELIMITED BY SIZE
081458         TP-RETURN(I) DELIMITED BY SIZE
081459         "  BUILDING " DELIMITED BY SIZE
081460         TP-SCHOOL(I) DELIMITED BY SIZE
081461         "  " DELIMITED BY SIZE
081462         FUNCTION TRIM(TP-DESTINATION(I)) DELIMITED BY SIZE
081463         INTO CONFLICT-LINE
081464     END-STRING.
081465     WRITE CONFLICT-LINE.
081466
081467*----------------------------------------------------------------
081468* ONE LINE PER BUS THAT RUNS THE CROSSED ROUTE, SO THE
081469* TRANSPORTATION OFFICE SEES WHOSE AFTERNOON IS IN THE WAY.
081470*----------------------------------------------------------------
081471 7622-CONFLICT-ROUTE-LINES.
081472     MOVE 0 TO WS-FOUND-INDX.
081473     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
081474        IF BVT-ROUTE(J) = RW-ROUTE(K)
081475           MOVE J TO WS-FOUND-INDX
081476           MOVE SPACES TO CONFLICT-LINE
081477           STRING "      ROUTE " DELIMITED BY SIZE
081478               RW-ROUTE(K) DELIMITED BY SIZE
081479               "  AFTERNOON RUN " DELIMITED BY SIZE
081480               RW-PM-FIRST(K) DELIMITED BY SIZE
081481               "-" DELIMITED BY SIZE
081482               RW-PM-LAST(K) DELIMITED BY SIZE
081483               "  BUS " DELIMITED BY SIZE
081484               BVT-BUS-NUMBER(J) DELIMITED BY SIZE
081485               "  DRIVER " DELIMITED BY SIZE
081486               BVT-DRIVER-ID(J) DELIMITED BY SIZE
081487               " " DELIMITED BY SIZE
081488               FUNCTION TRIM(BVT-DRIVER-NAME(J)) DELIMITED BY SIZE
081489               INTO CONFLICT-LINE
081490           END-STRING
081491           WRITE CONFLICT-LINE
081492        END-IF
081493     END-PERFORM.
081494     IF WS-FOUND-INDX = 0
081495        MOVE SPACES TO CONFLICT-LINE
081496        STRING "      ROUTE " DELIMITED BY SIZE
081497            RW-ROUTE(K) DELIMITED BY SIZE
081498            "  AFTERNOON RUN " DELIMITED BY SIZE
081499            RW-PM-FIRST(K) DELIMITED BY SIZE
081500            "-" DELIMITED BY SIZE
081501            RW-PM-LAST(K) DELIMITED BY SIZE
081502            "  NO BUS ON BUSAVAIL RUNS THIS ROUTE"
081503            DELIMITED BY SIZE
081504            INTO CONFLICT-LINE
081505        END-STRING
081506        WRITE CONFLICT-LINE
081507     END-IF.
081508
081509*----------------------------------------------------------------
081510* LARGEST FREE BUS FIRST UNTIL THE SEATS COVER THE RIDERS.
081511*----------------------------------------------------------------
081512 7630-PICK-BUSES.
081513     MOVE 0 TO WS-SEATS-FOUND.
081514     MOVE 0 TO WS-BUSES-PICKED.
081515     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
081516        MOVE "N" TO BVT-PICKED(J)
081517     END-PERFORM.
081518     PERFORM VARYING J FROM 1 BY 1
081519              UNTIL J > WS-BV-COUNT
081520                 OR WS-SEATS-FOUND NOT < WS-TRIP-RIDERS
081521        PERFORM 7631-CHECK-BUS-FREE
081522        IF BUS-USABLE
081523           MOVE "Y" TO BVT-PICKED(J)
081524           ADD BVT-SEATS(J) TO WS-SEATS-FOUND
081525           ADD 1 TO WS-BUSES-PICKED
081526        END-IF
081527     END-PERFORM.
081528
081529*----------------------------------------------------------------
081530* A BUS IS NOT FREE WHEN IT IS OUT OF SERVICE THAT DAY, WHEN THE
081531* TRIP'S HOURS CROSS ITS OWN MORNING OR AFTERNOON ROUTE ON A
081532* WEEKDAY, OR WHEN IT OR ITS DRIVER IS ALREADY BOOKED ACROSS THE
081533* TRIP'S HOURS.
081534*----------------------------------------------------------------
081535 7631-CHECK-BUS-FREE.
081536     SET BUS-USABLE TO TRUE.
081537     IF BVT-OUT-FROM(J) > 0
081538        AND TP-DATE(I) NOT < BVT-OUT-FROM(J)
081539        AND (BVT-OUT-TO(J) = 0 OR TP-DATE(I) NOT > BVT-OUT-TO(J))
081540        SET BUS-NOT-USABLE TO TRUE
081541        EXIT PARAGRAPH
081542     END-IF.
081543     IF BVT-RW-INDX(J) > 0
081544        AND WS-TRIP-WEEKDAY NOT = 0 AND WS-TRIP-WEEKDAY NOT = 6
081545        MOVE BVT-RW-INDX(J) TO K
081546        IF (WS-TRIP-START < RW-AM-END(K)
081547              AND WS-TRIP-END > RW-AM-START(K))
081548           OR (WS-TRIP-START < RW-PM-END(K)
081549              AND WS-TRIP-END > RW-PM-START(K))
081550           SET BUS-NOT-USABLE TO TRUE
081551           EXIT PARAGRAPH
081552        END-IF
081553     END-IF.
081554     PERFORM VARYING K FROM 1 BY 1
081555              UNTIL K > WS-BK-COUNT OR BUS-NOT-USABLE
081556        IF BK-DATE(K) = TP-DATE(I)
081557           AND (BK-BUS-NUMBER(K) = BVT-BUS-NUMBER(J)
081558                OR BK-DRIVER-ID(K) = BVT-DRIVER-ID(J))
081559           AND WS-TRIP-START < BK-END(K)
081560           AND WS-TRIP-END > BK-START(K)
081561           SET BUS-NOT-USABLE TO TRUE
081562        END-IF
081563     END-PERFORM.
081564
081565*----------------------------------------------------------------
081566* THE RIDERS FILL THE PICKED BUSES IN ORDER, LARGEST FIRST.
081567*----------------------------------------------------------------
081568 7640-BOOK-PICKED-BUSES.
081569     MOVE WS-TRIP-RIDERS TO WS-RIDERS-LEFT.
081570     MOVE 0 TO WS-BUS-SEQ.
081571     PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
081572        IF BVT-PICKED(J) = "Y"
081573           ADD 1 TO WS-BUS-SEQ
081574           IF WS-RIDERS-LEFT > BVT-SEATS(J)
081575              MOVE BVT-SEATS(J) TO WS-BUS-RIDERS
081576           ELSE
081577              MOVE WS-RIDERS-LEFT TO WS-BUS-RIDERS
081578           END-IF
081579           SUBTRACT WS-BUS-RIDERS FROM WS-RIDERS-LEFT
081580           PERFORM 7641-WRITE-BOOKING
081581           PERFORM 7650-PRINT-TRIP-SHEET
081582        END-IF
081583     END-PERFORM.
081584
081585 7641-WRITE-BOOKING.
081586     MOVE TP-TRIP-ID(I) TO TB-TRIP-ID.
081587     MOVE TP-DATE(I) TO TB-DATE.
081588     MOVE BVT-BUS-NUMBER(J) TO TB-BUS-NUMBER.
081589     MOVE BVT-DRIVER-ID(J) TO TB-DRIVER-ID.
081590     MOVE TP-DEPART(I) TO TB-DEPART-TIME.
081591     MOVE TP-RETURN(I) TO TB-RETURN-TIME.
081592     MOVE TP-SCHOOL(I) TO TB-SCHOOL-CODE.
081593     MOVE WS-BUS-RIDERS TO TB-RIDERS.
081594     MOVE WS-TODAY TO TB-BOOKED-DATE.
081595     WRITE TRIP-BUS-RECORD.
081596     ADD 1 TO WS-TRIP-BUS-COUNT.
081597     IF WS-BK-COUNT < 3000
081598        ADD 1 TO WS-BK-COUNT
081599        MOVE TP-TRIP-ID(I) TO BK-TRIP-ID(WS-BK-COUNT)
081600        MOVE TP-DATE(I) TO BK-DATE(WS-BK-COUNT)
081601        MOVE BVT-BUS-NUMBER(J) TO BK-BUS-NUMBER(WS-BK-COUNT)
081602        MOVE BVT-DRIVER-ID(J) TO BK-DRIVER-ID(WS-BK-COUNT)
081603        MOVE WS-TRIP-START TO BK-START(WS-BK-COUNT)
081604        MOVE WS-TRIP-END TO BK-END(WS-BK-COUNT)
081605     END-IF.
081606
081607 7650-PRINT-TRIP-SHEET.
081608     MOVE ALL "-" TO SHEET-LINE.
081609     WRITE SHEET-LINE.
081610     MOVE WS-BUS-SEQ TO WS-NUM-DISP.
081611     MOVE WS-BUSES-PICKED TO WS-NUM-DISP-2.
081612     MOVE SPACES TO SHEET-LINE.
081613     STRING "DRIVER TRIP SHEET   TRIP " DELIMITED BY SIZE
081614         TP-TRIP-ID(I) DELIMITED BY SIZE
081615         "   BUS " DELIMITED BY SIZE
081616         FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
081617         " OF " DELIMITED BY SIZE
081618         FUNCTION TRIM(WS-NUM-DISP-2) DELIMITED BY SIZE
081619         " ON THIS TRIP" DELIMITED BY SIZE
081620         INTO SHEET-LINE
081621     END-STRING.
081622     WRITE SHEET-LINE.
081623     MOVE SPACES TO SHEET-LINE.
081624     STRING "DRIVER   " DELIMITED BY SIZE
081625         BVT-DRIVER-ID(J) DELIMITED BY SIZE
081626         "  " DELIMITED BY SIZE
081627         BVT-DRIVER-NAME(J) DELIMITED BY SIZE
081628         "  BUS " DELIMITED BY SIZE
081629         BVT-BUS-NUMBER(J) DELIMITED BY SIZE
081630         "  SEATS " DELIMITED BY SIZE
081631         BVT-SEATS(J) DELIMITED BY SIZE
081632         INTO SHEET-LINE
081633     END-STRING.
081634     WRITE SHEET-LINE.
081635     MOVE SPACES TO SHEET-LINE.
081636     STRING "DATE     " DELIMITED BY SIZE
081637         TP-DATE(I) DELIMITED BY SIZE
081638         "  LEAVE SCHOOL " DELIMITED BY SIZE
081639         TP-DEPART(I) DELIMITED BY SIZE
081640         "  BACK AT SCHOOL " DELIMITED BY SIZE
081641         TP-RETURN(I) DELIMITED BY SIZE
081642         INTO SHEET-LINE
081643     END-STRING.
081644     WRITE SHEET-LINE.
081645     MOVE SPACES TO SHEET-LINE.
081646     STRING "BUILDING " DELIMITED BY SIZE
081647         TP-SCHOOL(I) DELIMITED BY SIZE
081648         "  GRADE " DELIMITED BY SIZE
081649         TP-GRADE(I) DELIMITED BY SIZE
081650         "  SECTION " DELIMITED BY SIZE
081651         TP-SECTION(I) DELIMITED BY SIZE
081652         INTO SHEET-LINE
081653     END-STRING.
081654     WRITE SHEET-LINE.
081655     MOVE SPACES TO SHEET-LINE.
081656     STRING "DESTINATION " DELIMITED BY SIZE
081657         TP-DESTINATION(I) DELIMITED BY SIZE
081658         INTO SHEET-LINE
081659     END-STRING.
081660     WRITE SHEET-LINE.
081661     MOVE WS-BUS-RIDERS TO WS-NUM-DISP.
081662     MOVE WS-TRIP-RIDERS TO WS-NUM-DISP-2.
081663     MOVE SPACES TO SHEET-LINE.
081664     STRING "RIDERS ON THIS BUS " DELIMITED BY SIZE
081665         FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
081666         " OF " DELIMITED BY SIZE
081667         FUNCTION TRIM(WS-NUM-DISP-2) DELIMITED BY SIZE
081668         "   ROUND-TRIP MILES " DELIMITED BY SIZE
081669         TP-MILES(I) DELIMITED BY SIZE
081670         INTO SHEET-LINE
081671     END-STRING.
081672     WRITE SHEET-LINE.
081673     MOVE SPACES TO SHEET-LINE.
081674     WRITE SHEET-LINE.
081675     MOVE "ODOMETER OUT ________  IN ________   DRIVER __________"
081676         TO SHEET-LINE.
081677     WRITE SHEET-LINE.
081678
081679*----------------------------------------------------------------
081680* MILES ARE THE ROUND TRIP ONCE PER BUS.  DRIVER HOURS ARE LEAVE
081681* TO BACK PER BUS, NEVER LESS THAN THE DRIVER'S MINIMUM CALL.
081682*----------------------------------------------------------------
081683 7660-POST-TRIP-CHARGES.
081684     COMPUTE WS-BILL-MINUTES = WS-TRIP-END - WS-TRIP-START.
081685     IF WS-BILL-MINUTES < WS-MIN-DRIVER-MINUTES
081686        MOVE WS-MIN-DRIVER-MINUTES TO WS-BILL-MINUTES
081687     END-IF.
081688     MOVE TP-SCHOOL(I) TO BC-SCHOOL-CODE.
081689     MOVE TP-DATE(I) TO BC-SERVICE-DATE.
081690     MOVE WS-TODAY TO BC-POSTED-DATE.
081691     MOVE "BUSTRIP" TO BC-SOURCE.
081692     MOVE SPACES TO BC-REFERENCE.
081693     STRING "TRIP " DELIMITED BY SIZE
081694         TP-TRIP-ID(I) DELIMITED BY SIZE
081695         INTO BC-REFERENCE
081696     END-STRING.
081697     MOVE "MILEAGE" TO BC-CATEGORY.
081698     COMPUTE BC-QUANTITY = TP-MILES(I) * WS-BUSES-PICKED.
081699     COMPUTE BC-AMOUNT ROUNDED = BC-QUANTITY * WS-MILE-RATE.
081700     WRITE BUILDING-CHARGE-RECORD.
081701     ADD BC-AMOUNT TO WS-TRIP-CHARGE.
081702     MOVE "DRIVER HOURS" TO BC-CATEGORY.
081703     COMPUTE BC-QUANTITY ROUNDED
081704         = WS-BILL-MINUTES * WS-BUSES-PICKED / 60.
081705     COMPUTE BC-AMOUNT ROUNDED
081706         = WS-BILL-MINUTES * WS-BUSES-PICKED * WS-HOUR-RATE / 60.
081707     WRITE BUILDING-CHARGE-RECORD.
081708     ADD BC-AMOUNT TO WS-TRIP-CHARGE.
081709     ADD WS-TRIP-CHARGE TO WS-TOTAL-CHARGE.
081710
081711 7680-TRIP-HEADING-LINE.
081712     MOVE SPACES TO RPT-LINE.
081713     STRING "TRIP " DELIMITED BY SIZE
081714         TP-TRIP-ID(I) DELIMITED BY SIZE
081715         "  " DELIMITED BY SIZE
081716         TP-DATE(I) DELIMITED BY SIZE
081717         "  " DELIMITED BY SIZE
081718         TP-DEPART(I) DELIMITED BY SIZE
081719         "-" DELIMITED BY SIZE
081720         TP-RETURN(I) DELIMITED BY SIZE
081721         "  BUILDING " DELIMITED BY SIZE
081722         TP-SCHOOL(I) DELIMITED BY SIZE
081723         "  GRADE " DELIMITED BY SIZE
081724         TP-GRADE(I) DELIMITED BY SIZE
081725         "-" DELIMITED BY SIZE
081726         TP-SECTION(I) DELIMITED BY SIZE
081727         "  " DELIMITED BY SIZE
081728         FUNCTION TRIM(TP-DESTINATION(I)) DELIMITED BY SIZE
081729         INTO RPT-LINE
081730     END-STRING.
081731     WRITE RPT-LINE.
081732
081733 7690-TRIP-NOT-BOOKED.
081734     ADD 1 TO WS-TRIPS-UNBOOKED.
081735     PERFORM 7680-TRIP-HEADING-LINE.
081736     MOVE SPACES TO RPT-LINE.
081737     STRING "      NOT BOOKED: " DELIMITED BY SIZE
081738         WS-TRIP-REASON DELIMITED BY SIZE
081739         INTO RPT-LINE
081740     END-STRING.
081741     WRITE RPT-LINE.
081742     IF TRIP-CROSSES-ROUTE
081743        MOVE SPACES TO CONFLICT-LINE
081744        STRING "      NOT BOOKED: " DELIMITED BY SIZE
081745            WS-TRIP-REASON DELIMITED BY SIZE
081746            INTO CONFLICT-LINE
081747        END-STRING
081748        WRITE CONFLICT-LINE
081749     END-IF.
081750
081751 7900-TRIP-TOTALS.
081752     MOVE SPACES TO RPT-LINE.
081753     WRITE RPT-LINE.
081754     MOVE WS-TRIPS-READ TO WS-NUM-DISP.
081755     MOVE WS-TRIPS-BOOKED TO WS-NUM-DISP-2.
081756     MOVE WS-TRIPS-UNBOOKED TO WS-NUM-DISP-3.
081757     MOVE WS-TRIPS-PRIOR TO WS-NUM-DISP-4.
081758     MOVE SPACES TO RPT-LINE.
081759     STRING "TRIPS " DELIMITED BY SIZE
081760         WS-NUM-DISP DELIMITED BY SIZE
081761         "  BOOKED " DELIMITED BY SIZE
081762         WS-NUM-DISP-2 DELIMITED BY SIZE
081763         "  NOT BOOKED " DELIMITED BY SIZE
081764         WS-NUM-DISP-3 DELIMITED BY SIZE
081765         "  BOOKED ON AN EARLIER RUN " DELIMITED BY SIZE
081766         WS-NUM-DISP-4 DELIMITED BY SIZE
081767         INTO RPT-LINE
081768     END-STRING.
081769     WRITE RPT-LINE.
081770     MOVE WS-TRIP-BUS-COUNT TO WS-NUM-DISP.
081771     MOVE WS-CONFLICT-COUNT TO WS-NUM-DISP-2.
081772     MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-DISP.
081773     MOVE SPACES TO RPT-LINE.
081774     STRING "BUSES BOOKED " DELIMITED BY SIZE
081775         WS-NUM-DISP DELIMITED BY SIZE
081776         "  ROUTE CONFLICTS " DELIMITED BY SIZE
081777         WS-NUM-DISP-2 DELIMITED BY SIZE
081778         "  CHARGED TO BUILDINGS " DELIMITED BY SIZE
081779         WS-AMOUNT-DISP DELIMITED BY SIZE
081780         INTO RPT-LINE
081781     END-STRING.
081782     WRITE RPT-LINE.
081783
081800*----------------------------------------------------------------
081900* MIRRORS GRADE-SCHOOL'S CHECK-RECORD-LAYOUTS: EVERY SHARED RECORD
082000* THIS PROGRAM CARRIES IS CHECKED AGAINST ITS LAYOUTCT ROW BEFORE
082100* ANY FILE IS OPENED.  A VERSION OR LENGTH THAT DOES NOT MATCH
082200* ENDS THE RUN RC=16 WITH AN OPSERRLG ENTRY; EVERY CHECK IS LOGGED
082300* TO LAYOUTUS FOR THE LAYOUT-VERSION REPORT.
082400*----------------------------------------------------------------
082500 9800-CHECK-LAYOUTS.
082600     PERFORM 9810-LOAD-LAYOUT-CONTROL.
082700     OPEN EXTEND LAYOUT-USAGE-LOG.
082800     IF WS-LU-STATUS = "35"
082900        OPEN OUTPUT LAYOUT-USAGE-LOG
083000     END-IF.
083100     MOVE "ROSTERF" TO WS-LK-DATASET.
083200     MOVE 3 TO WS-LK-VERSION.
083300     MOVE LENGTH OF ROSTER-RECORD TO WS-LK-LENGTH.
083400     PERFORM 9820-CHECK-ONE-LAYOUT.
083500     MOVE "HSHLDMST" TO WS-LK-DATASET.
083600     MOVE 3 TO WS-LK-VERSION.
083700     MOVE LENGTH OF HOUSEHOLD-RECORD TO WS-LK-LENGTH.
083800     PERFORM 9820-CHECK-ONE-LAYOUT.
083900     CLOSE LAYOUT-USAGE-LOG.
084000
084100 9810-LOAD-LAYOUT-CONTROL.
084200     MOVE 0 TO WS-LC-COUNT.
084300     OPEN INPUT LAYOUT-CONTROL.
084400     IF WS-LC-STATUS NOT = "00"
084500        EXIT PARAGRAPH
084600     END-IF.
084700     PERFORM UNTIL WS-LC-STATUS NOT = "00"
084800        READ LAYOUT-CONTROL
084900            AT END MOVE "10" TO WS-LC-STATUS
085000        END-READ
085100        IF WS-LC-STATUS = "00" AND WS-LC-COUNT < 50
085200           ADD 1 TO WS-LC-COUNT
085300           MOVE LC-DATASET TO LCT-DATASET(WS-LC-COUNT)
085400           MOVE LC-VERSION TO LCT-VERSION(WS-LC-COUNT)
085500           MOVE LC-LENGTH TO LCT-LENGTH(WS-LC-COUNT)
085600        END-IF
085700     END-PERFORM.
085800     CLOSE LAYOUT-CONTROL.
085900
086000*----------------------------------------------------------------
086100* A DATASET WITH NO LAYOUTCT ROW IS NOT UNDER CONTROL AND PASSES
086200* AS NOCTL.
086300*----------------------------------------------------------------
086400 9820-CHECK-ONE-LAYOUT.
086500     MOVE "NOCTL" TO WS-LK-RESULT.
086600     PERFORM VARYING WS-LC-INDX FROM 1 BY 1
086700             UNTIL WS-LC-INDX > WS-LC-COUNT
086800        IF LCT-DATASET(WS-LC-INDX) = WS-LK-DATASET
086900           IF LCT-VERSION(WS-LC-INDX) = WS-LK-VERSION
087000              AND LCT-LENGTH(WS-LC-INDX) = WS-LK-LENGTH
087100              MOVE "CURRENT" TO WS-LK-RESULT
087200           ELSE
087300              MOVE "MISMATCH" TO WS-LK-RESULT
087400           END-IF
087500        END-IF
087600     END-PERFORM.
087700     MOVE FUNCTION CURRENT-DATE(1:14) TO LU-TIMESTAMP.
087800     MOVE "GRADE-SCHOOL-BUS" TO LU-PROGRAM.
087900     MOVE WS-LK-DATASET TO LU-DATASET.
088000     MOVE WS-LK-VERSION TO LU-VERSION.
088100     MOVE WS-LK-LENGTH TO LU-LENGTH.
088200     MOVE WS-LK-RESULT TO LU-RESULT.
088300     WRITE LAYOUT-USAGE-RECORD.
088400     IF WS-LK-RESULT NOT = "MISMATCH"
088500        EXIT PARAGRAPH
088600     END-IF.
088700     SET LAYOUT-MISMATCH TO TRUE.
088800     DISPLAY "GRADE-SCHOOL-BUS HALTED: " WS-LK-DATASET
088900         " LAYOUT " WS-LK-VERSION " LENGTH " WS-LK-LENGTH
089000         " DOES NOT MATCH LAYOUTCT".
089100     OPEN EXTEND OPS-ERROR-LOG.
089200     IF WS-OPS-LOG-STATUS = "35"
089300        OPEN OUTPUT OPS-ERROR-LOG
089400     END-IF.
089500     MOVE FUNCTION CURRENT-DATE(1:14) TO OE-TIMESTAMP.
089600     MOVE "GRADE-SCHOOL-BUS" TO OE-PROGRAM.
089700     MOVE WS-LK-DATASET TO OE-FILE-NAME.
089800     MOVE "LAYOUT" TO OE-OPERATION.
089900     MOVE "16" TO OE-STATUS.
090000     WRITE OPS-ERROR-RECORD.
090100     CLOSE OPS-ERROR-LOG.
