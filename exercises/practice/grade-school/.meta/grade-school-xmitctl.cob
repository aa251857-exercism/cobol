001900*                 AND AGES EVERYTHING STILL UNACKNOWLEDGED, SO
002000*                 A LOST FILE IS A MORNING-REPORT ITEM, NOT A
002100*                 SURPRISE.
002110* 2026-10-15 KAP  A LOG CARD MAY CARRY N IN COLUMN 17 FOR AN
002120*                 EXTRACT NO STATE ACKNOWLEDGMENT WILL EVER
002130*                 ANSWER (THE PARENT-PORTAL FEED).  THE MANIFEST
002140*                 ROW CARRIES THE FLAG AS A TRAILING COLUMN AND
002150*                 REPORT LEAVES THOSE ROWS OUT OF THE AGING.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005000 FD  PARM-FILE.
005100*----------------------------------------------------------------
005200* ONE CARD: "LOG <EXTRACT-NAME>" OR "REPORT".
005250* N IN COLUMN 17 OF A LOG CARD: NO ACKNOWLEDGMENT EXPECTED.
005300*----------------------------------------------------------------
005400 01  PARM-RECORD.
005500     05 PARM-MODE             PIC X(06).
005600     05 FILLER                PIC X(01).
005700     05 PARM-EXTRACT          PIC X(08).
005720     05 FILLER                PIC X(01).
005740     05 PARM-NO-ACK           PIC X(01).
005800
005900* WHATEVER EXTRACT THE LOG STEP POINTS XMITIN AT; THE LAYOUT
006000* DOES NOT MATTER HERE, ONLY THE COUNT AND THE BYTES.
007000     05 MF-EXTRACT            PIC X(08).
007100     05 MF-RECORD-COUNT       PIC 9(07).
007200     05 MF-CONTROL-TOTAL      PIC 9(11).
007220*    TRAILING COLUMN: N WHEN NO ACKNOWLEDGMENT WILL COME.  BLANK
007240*    (ALL ROWS WRITTEN BEFORE THE FIELD EXISTED) MEANS ONE IS DUE.
007260     05 MF-ACK-EXPECTED       PIC X(01).
007300
007400* THE STATE'S ACKNOWLEDGMENT: WHICH EXTRACT, SENT WHICH DAY,
007500* ACCEPTED OR REJECTED.
008900 01 WS-ACK-STATUS              PIC XX.
009000 01 WS-MODE                    PIC X(06).
009100 01 WS-EXTRACT                 PIC X(08).
009150 01 WS-NO-ACK                  PIC X(01).
009200 01 WS-TODAY                   PIC 9(08).
009300 01 WS-RECORD-COUNT            PIC 9(07).
009400 01 WS-CONTROL-TOTAL           PIC 9(11).
012900
013000 1000-INITIALIZE.
013100     MOVE SPACES TO WS-MODE.
013150     MOVE SPACES TO WS-NO-ACK.
013200     OPEN INPUT PARM-FILE.
013300     IF WS-PARM-STATUS = "00"
013400        READ PARM-FILE
013700        IF WS-PARM-STATUS = "00"
013800           MOVE PARM-MODE TO WS-MODE
013900           MOVE PARM-EXTRACT TO WS-EXTRACT
013950           MOVE PARM-NO-ACK TO WS-NO-ACK
014000        END-IF
014100        CLOSE PARM-FILE
014200     END-IF.
017600     MOVE WS-EXTRACT TO MF-EXTRACT.
017700     MOVE WS-RECORD-COUNT TO MF-RECORD-COUNT.
017800     MOVE WS-CONTROL-TOTAL TO MF-CONTROL-TOTAL.
017810     IF WS-NO-ACK = "N"
017820        MOVE "N" TO MF-ACK-EXPECTED
017830     ELSE
017840        MOVE SPACE TO MF-ACK-EXPECTED
017850     END-IF.
017900     WRITE MANIFEST-RECORD.
018000     CLOSE MANIFEST-FILE.
018100     DISPLAY "GRADE-SCHOOL-XMITCTL LOGGED " WS-EXTRACT
024000     CLOSE ACK-FILE.
024100
024200 3200-AGE-ONE.
024220     IF MF-ACK-EXPECTED = "N"
024240        EXIT PARAGRAPH
024260     END-IF.
024300     SET TRANSMISSION-UNACKED TO TRUE.
024400     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACK-COUNT
024500        IF AK-T-EXTRACT(I) = MF-EXTRACT
