       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALANCE.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    DRIFT FROM THE MODEL PORTFOLIO AND REBALANCING
      *            PROPOSALS. EACH portfolio.dat CLIENT WITH A MODEL ON
      *            clientmodel.dat IS VALUED AT THE CURRENT POSITION
      *            AMOUNTS (AS PORTVALUE AND FEEBILL TOTAL THEM), EACH
      *            POSITION COUNTED IN THE ASSET CLASS assetclass.dat
      *            GIVES ITS LABEL, AND THE ACTUAL PERCENT PER CLASS
      *            IS SET AGAINST THE MODEL'S TARGET ON models.dat (ALL
      *            THREE KEPT WITH modelmaint). A CLASS HELD BUT NOT IN
      *            THE MODEL HAS A TARGET OF ZERO. A CLIENT WITH ANY
      *            CLASS OUTSIDE ITS TOLERANCE BAND GETS A PROPOSAL
      *            THAT BRINGS EVERY CLASS BACK TO TARGET: AN
      *            OVERWEIGHT CLASS IS SOLD DOWN ACROSS ITS POSITIONS
      *            IN PROPORTION TO THEIR AMOUNTS, AN UNDERWEIGHT
      *            CLASS IS BOUGHT INTO ITS LARGEST POSITION, AND THE
      *            SALES ARE PAIRED WITH THE PURCHASES AS MOVES FROM
      *            ONE POSITION TO ANOTHER. THE R RUN PRINTS EVERY
      *            CLIENT TO modeldrift.rpt THROUGH THE SHARED PRINT
      *            SERVICE AND LISTS THE CLIENTS IT COULD NOT ASSESS
      *            (NO MODEL, A MODEL NOT ADDING TO 100, AN UNMAPPED
      *            POSITION, OR NOWHERE TO BUY INTO). THE A OPTION
      *            SHOWS ONE CLIENT'S PROPOSAL AND, IF THE ADVISOR
      *            ACCEPTS IT, APPLIES THE MOVES TO THE POSITION
      *            AMOUNTS ON portfolio.dat AND LOGS EACH MOVE TO
      *            investmentrun.log. A POSITION KEPT ON THE
      *            TRANSACTION LEDGER (invledger.dat) TAKES ITS
      *            AMOUNT FROM THE LEDGER, SO A PROPOSAL TOUCHING ONE
      *            IS NOT APPLIED HERE -- ITS MOVES ARE POSTED AS
      *            SALES AND PURCHASES WITH invledger.
      *    compile with (from the repo root) ->
      *        cobc -x -o rebalance InterestRates/rebalance.cob
      *    then run ./rebalance

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT MODEL-FILE ASSIGN TO "models.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-FILE-STATUS.
           SELECT CLASS-MAP-FILE ASSIGN TO "assetclass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT CLIENT-MODEL-FILE ASSIGN TO "clientmodel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "invledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT INVESTMENT-LOG-FILE ASSIGN TO "investmentrun.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT PORTMAINT WRITES.
       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-RECORD.
           05 PF-CLIENT-ID     PIC X(10).
           05 PF-POSITION      PIC X(10).
           05 PF-AMOUNT        PIC 9(9)V99.
           05 PF-RATE          PIC 9(2)V9.
           05 PF-START-DATE    PIC X(8).
           05 PF-YEARS-LEFT    PIC 9(2).
           05 PF-CONTRIBUTION  PIC 9(7)V99.

      *    SAME LAYOUTS MODELMAINT WRITES.
       FD  MODEL-FILE.
       01  MODEL-RECORD.
           05 MD-MODEL-CODE    PIC X(6).
           05 MD-ASSET-CLASS   PIC X(10).
           05 MD-TARGET-PCT    PIC 9(3)V99.
           05 MD-TOLERANCE     PIC 9(2)V99.

       FD  CLASS-MAP-FILE.
       01  CLASS-MAP-RECORD.
           05 AC-POSITION      PIC X(10).
           05 AC-ASSET-CLASS   PIC X(10).
           05 AC-RISK-LEVEL    PIC X.

       FD  CLIENT-MODEL-FILE.
       01  CLIENT-MODEL-RECORD.
           05 CM-CLIENT-ID     PIC X(10).
           05 CM-MODEL-CODE    PIC X(6).

      *    SAME LAYOUT INVLEDGER WRITES.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-CLIENT-ID     PIC X(10).
           05 LG-POSITION      PIC X(10).
           05 LG-DATE          PIC X(8).
           05 LG-TYPE          PIC X.
           05 LG-UNITS         PIC 9(7)V9999.
           05 LG-AMOUNT        PIC 9(9)V99.

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-LEDGER-POSITION  PIC X(10) VALUE SPACES.
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-CONFIRM          PIC X VALUE " ".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
      *    "Y" SENDS THE CLIENT LINES TO THE REPORT, OTHERWISE TO
      *    THE SCREEN.
       01  WS-TO-REPORT        PIC X VALUE "N".

       01  WS-CLIENT-ID        PIC X(10).
       01  WS-MODEL-CODE       PIC X(6).
       01  WS-MODEL-TOTAL      PIC 9(4)V99 VALUE 0.
       01  WS-SKIP-REASON      PIC X(60).
       01  WS-HOLDINGS         PIC 9(11)V99 VALUE 0.
       01  WS-OUT-COUNT        PIC 9(3) VALUE 0.
       01  WS-UNMAPPED-POSITION PIC X(10).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-DELTA-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-REMAINING        PIC S9(11)V99 VALUE 0.
       01  WS-MOVE-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-FIRST-SWITCH     PIC X VALUE "N".
       01  WS-CLIENT-COUNT     PIC 9(3) VALUE 0.
       01  WS-PROPOSAL-COUNT   PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(3) VALUE 0.

      *    THE WHOLE FILE, EVERY CLIENT, AS PORTMAINT HOLDS IT --
      *    AN ACCEPTED PROPOSAL REWRITES EVERYONE'S POSITIONS BACK.
       01  PORTFOLIO-TABLE.
           05 WS-PT-COUNT      PIC 9(3) VALUE 0.
           05 PT-ENTRY OCCURS 100 TIMES.
               10 PTE-CLIENT-ID   PIC X(10).
               10 PTE-POSITION    PIC X(10).
               10 PTE-AMOUNT      PIC 9(9)V99.
               10 PTE-RATE        PIC 9(2)V9.
               10 PTE-START-DATE  PIC X(8).
               10 PTE-YEARS-LEFT  PIC 9(2).
               10 PTE-CONTRIB     PIC 9(7)V99.
       01  P                   PIC 9(3) VALUE 1.
       01  Q                   PIC 9(3) VALUE 1.
       01  C                   PIC 9(3) VALUE 1.

       01  MODEL-TABLE.
           05 WS-MD-COUNT      PIC 9(3) VALUE 0.
           05 MD-ENTRY OCCURS 200 TIMES.
               10 MDE-MODEL-CODE   PIC X(6).
               10 MDE-ASSET-CLASS  PIC X(10).
               10 MDE-TARGET-PCT   PIC 9(3)V99.
               10 MDE-TOLERANCE    PIC 9(2)V99.
       01  M                   PIC 9(3) VALUE 1.

       01  CLASS-MAP-TABLE.
           05 WS-AC-COUNT      PIC 9(3) VALUE 0.
           05 AC-ENTRY OCCURS 200 TIMES.
               10 ACE-POSITION     PIC X(10).
               10 ACE-ASSET-CLASS  PIC X(10).
               10 ACE-RISK-LEVEL   PIC X.
       01  A                   PIC 9(3) VALUE 1.

       01  CLIENT-MODEL-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 200 TIMES.
               10 CME-CLIENT-ID    PIC X(10).
               10 CME-MODEL-CODE   PIC X(6).
       01  K                   PIC 9(3) VALUE 1.

      *    ONE CLIENT'S ASSET CLASSES -- THE MODEL'S FIRST, THEN ANY
      *    CLASS HELD OUTSIDE IT.
       01  CLASS-WORK-TABLE.
           05 WS-CW-COUNT      PIC 9(3) VALUE 0.
           05 CW-ENTRY OCCURS 20 TIMES.
               10 CWE-ASSET-CLASS  PIC X(10).
               10 CWE-TARGET-PCT   PIC 9(3)V99.
               10 CWE-TOLERANCE    PIC 9(2)V99.
               10 CWE-ACTUAL       PIC 9(11)V99.
               10 CWE-ACTUAL-PCT   PIC 9(3)V99.
               10 CWE-DRIFT        PIC S9(3)V99.
               10 CWE-OUTSIDE      PIC X.
               10 CWE-DELTA        PIC S9(11)V99.
               10 CWE-HELD-COUNT   PIC 9(3).
               10 CWE-LAST-SW      PIC 9(3).
               10 CWE-LARGEST-SW   PIC 9(3).
       01  W                   PIC 9(3) VALUE 1.

      *    ONE CLIENT'S POSITIONS AND THE AMOUNT EACH IS TO BUY (+)
      *    OR SELL (-).
       01  POSITION-WORK-TABLE.
           05 WS-SW-COUNT      PIC 9(3) VALUE 0.
           05 SW-ENTRY OCCURS 100 TIMES.
               10 SWE-PT-INDEX     PIC 9(3).
               10 SWE-CLASS-INDEX  PIC 9(3).
               10 SWE-DELTA        PIC S9(11)V99.
               10 SWE-LEFT         PIC S9(11)V99.
       01  S                   PIC 9(3) VALUE 1.
       01  T                   PIC 9(3) VALUE 1.

       01  MOVE-TABLE.
           05 WS-MV-COUNT      PIC 9(3) VALUE 0.
           05 MV-ENTRY OCCURS 100 TIMES.
               10 MVE-FROM-PT      PIC 9(3).
               10 MVE-TO-PT        PIC 9(3).
               10 MVE-AMOUNT       PIC 9(11)V99.
       01  V                   PIC 9(3) VALUE 1.

       01  SKIPPED-TABLE.
           05 SK-ENTRY OCCURS 100 TIMES.
               10 SKE-CLIENT-ID    PIC X(10).
               10 SKE-REASON       PIC X(60).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-PCT           PIC ZZ9.99.
           05 ED-TARGET        PIC ZZ9.99.
           05 ED-TOLERANCE     PIC Z9.99.
           05 ED-DRIFT         PIC ---9.99.
           05 ED-COUNT         PIC ZZ9.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "REBALANCE".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-TABLES
           IF WS-PT-COUNT = 100 AND WS-PF-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 100 POSITIONS ON FILE. SPLIT "
                   "portfolio.dat BEFORE REBALANCING IT. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0050-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                       PERFORM 0300-DRIFT-RUN THRU 0300-EXIT
                   WHEN "A"
                       PERFORM 0600-ACCEPT-PROPOSAL THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           GOBACK.

       0050-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- MODEL DRIFT AND REBALANCING -----"
           DISPLAY "R - RUN THE DRIFT REPORT AND PROPOSALS"
           DISPLAY "A - REVIEW AND ACCEPT A CLIENT'S PROPOSAL"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0100-LOAD-TABLES.
           MOVE 0 TO WS-PT-COUNT
           MOVE "N" TO WS-PF-EOF
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PF-FILE-STATUS = "00"
               PERFORM UNTIL WS-PF-EOF = "Y" OR WS-PT-COUNT = 100
                   READ PORTFOLIO-FILE
                       AT END
                           MOVE "Y" TO WS-PF-EOF
                       NOT AT END
                           ADD 1 TO WS-PT-COUNT
                           MOVE PF-CLIENT-ID
                               TO PTE-CLIENT-ID(WS-PT-COUNT)
                           MOVE PF-POSITION
                               TO PTE-POSITION(WS-PT-COUNT)
                           MOVE PF-AMOUNT TO PTE-AMOUNT(WS-PT-COUNT)
                           MOVE PF-RATE TO PTE-RATE(WS-PT-COUNT)
                           MOVE PF-START-DATE
                               TO PTE-START-DATE(WS-PT-COUNT)
                           MOVE PF-YEARS-LEFT
                               TO PTE-YEARS-LEFT(WS-PT-COUNT)
                           MOVE PF-CONTRIBUTION
                               TO PTE-CONTRIB(WS-PT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           END-IF
           MOVE 0 TO WS-MD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MODEL-FILE
           IF WS-MD-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-MD-COUNT = 200
                   READ MODEL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-MD-COUNT
                           MOVE MODEL-RECORD TO MD-ENTRY(WS-MD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MODEL-FILE
           END-IF
           MOVE 0 TO WS-AC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CLASS-MAP-FILE
           IF WS-AC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-AC-COUNT = 200
                   READ CLASS-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-AC-COUNT
                           MOVE CLASS-MAP-RECORD
                               TO AC-ENTRY(WS-AC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLASS-MAP-FILE
           END-IF
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CLIENT-MODEL-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-CM-COUNT = 200
                   READ CLIENT-MODEL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE CLIENT-MODEL-RECORD
                               TO CM-ENTRY(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MODEL-FILE
           END-IF.

      *    EVERY CLIENT ON portfolio.dat, IN FILE ORDER.
       0300-DRIFT-RUN.
           IF WS-PT-COUNT = 0
               DISPLAY "NO POSITIONS ON portfolio.dat. NOTHING TO "
                   "ASSESS."
               GO TO 0300-EXIT
           END-IF
           MOVE 0 TO WS-CLIENT-COUNT
           MOVE 0 TO WS-PROPOSAL-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE "Y" TO WS-TO-REPORT
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "modeldrift.rpt" TO WS-PS-TEXT-1
           MOVE "DRIFT FROM MODEL PORTFOLIO AND REBALANCING PROPOSALS"
               TO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           PERFORM 0510-CLASS-HEADING
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-PT-COUNT
               MOVE "Y" TO WS-FIRST-SWITCH
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q >= C
                   IF PTE-CLIENT-ID(Q) = PTE-CLIENT-ID(C)
                       MOVE "N" TO WS-FIRST-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FIRST-SWITCH = "Y"
                   MOVE PTE-CLIENT-ID(C) TO WS-CLIENT-ID
                   PERFORM 0350-ASSESS-ONE-CLIENT
               END-IF
           END-PERFORM
           PERFORM 0380-PRINT-SKIPPED-LIST
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-CLIENT-COUNT " CLIENTS ASSESSED ON "
               "modeldrift.rpt, " WS-PROPOSAL-COUNT
               " OUTSIDE TOLERANCE WITH A PROPOSAL."
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " CLIENTS COULD NOT BE "
                   "ASSESSED:"
               PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > WS-SKIPPED-COUNT
                   DISPLAY "  " SKE-CLIENT-ID(S) "  " SKE-REASON(S)
               END-PERFORM
           END-IF
           PERFORM 0950-LOG-DRIFT-RUN
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0300-EXIT.
           EXIT.

       0350-ASSESS-ONE-CLIENT.
           PERFORM 0400-BUILD-PROPOSAL THRU 0400-EXIT
           IF WS-SKIP-REASON NOT = SPACES
               IF WS-SKIPPED-COUNT < 100
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE WS-CLIENT-ID TO SKE-CLIENT-ID(WS-SKIPPED-COUNT)
                   MOVE WS-SKIP-REASON TO SKE-REASON(WS-SKIPPED-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-CLIENT-COUNT
               IF WS-OUT-COUNT > 0
                   ADD 1 TO WS-PROPOSAL-COUNT
               END-IF
               PERFORM 0500-SHOW-CLIENT
           END-IF.

       0380-PRINT-SKIPPED-LIST.
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0890-EMIT-LINE
           IF WS-SKIPPED-COUNT = 0
               MOVE "EVERY CLIENT WAS ASSESSED." TO WS-PS-TEXT-1
               PERFORM 0890-EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "NOT ASSESSED -- FIX THE MODEL MASTERS WITH modelmaint:"
               TO WS-PS-TEXT-1
           PERFORM 0890-EMIT-LINE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SKIPPED-COUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " SKE-CLIENT-ID(S) "  " SKE-REASON(S)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0890-EMIT-LINE
           END-PERFORM.

      *    VALUES WS-CLIENT-ID AGAINST ITS MODEL AND, WHEN A CLASS
      *    IS OUTSIDE ITS BAND, WORKS OUT THE MOVES. WS-SKIP-REASON
      *    IS SET WHEN THE CLIENT CANNOT BE ASSESSED.
       0400-BUILD-PROPOSAL.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 0 TO WS-CW-COUNT
           MOVE 0 TO WS-SW-COUNT
           MOVE 0 TO WS-MV-COUNT
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-HOLDINGS
           MOVE SPACES TO WS-UNMAPPED-POSITION
           MOVE SPACES TO WS-MODEL-CODE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CM-COUNT
               IF CME-CLIENT-ID(K) = WS-CLIENT-ID
                   MOVE CME-MODEL-CODE(K) TO WS-MODEL-CODE
               END-IF
           END-PERFORM
           IF WS-MODEL-CODE = SPACES
               MOVE "NO MODEL ASSIGNED" TO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
           MOVE 0 TO WS-MODEL-TOTAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
               IF MDE-MODEL-CODE(M) = WS-MODEL-CODE
                       AND WS-CW-COUNT < 20
                   ADD MDE-TARGET-PCT(M) TO WS-MODEL-TOTAL
                   ADD 1 TO WS-CW-COUNT
                   MOVE WS-CW-COUNT TO W
                   MOVE MDE-ASSET-CLASS(M) TO CWE-ASSET-CLASS(W)
                   MOVE MDE-TARGET-PCT(M) TO CWE-TARGET-PCT(W)
                   MOVE MDE-TOLERANCE(M) TO CWE-TOLERANCE(W)
                   PERFORM 0470-CLEAR-CLASS-ENTRY
               END-IF
           END-PERFORM
           IF WS-CW-COUNT = 0
               STRING "MODEL " DELIMITED BY SIZE
                   WS-MODEL-CODE DELIMITED BY SPACE
                   " IS NOT ON models.dat" DELIMITED BY SIZE
                   INTO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
           IF WS-MODEL-TOTAL NOT = 100
               STRING "MODEL " DELIMITED BY SIZE
                   WS-MODEL-CODE DELIMITED BY SPACE
                   " TARGETS DO NOT ADD TO 100" DELIMITED BY SIZE
                   INTO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = WS-CLIENT-ID
                   PERFORM 0420-ADD-POSITION
               END-IF
           END-PERFORM
           IF WS-SKIP-REASON NOT = SPACES
               GO TO 0400-EXIT
           END-IF
           IF WS-SW-COUNT = 0
               MOVE "NO POSITIONS ON portfolio.dat" TO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
           IF WS-UNMAPPED-POSITION NOT = SPACES
               STRING "POSITION " DELIMITED BY SIZE
                   WS-UNMAPPED-POSITION DELIMITED BY SPACE
                   " HAS NO ASSET CLASS" DELIMITED BY SIZE
                   INTO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
           IF WS-HOLDINGS = 0
               MOVE "HOLDINGS TOTAL ZERO" TO WS-SKIP-REASON
               GO TO 0400-EXIT
           END-IF
      *    ACTUAL AGAINST TARGET. THE TARGET AMOUNTS ARE ROUNDED TO
      *    THE CENT; WHATEVER THAT LEAVES OVER GOES TO THE MODEL'S
      *    FIRST CLASS SO THE PURCHASES AND SALES NET TO ZERO.
           MOVE 0 TO WS-DELTA-TOTAL
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-CW-COUNT
               COMPUTE CWE-ACTUAL-PCT(W) ROUNDED =
                   CWE-ACTUAL(W) * 100 / WS-HOLDINGS
               COMPUTE CWE-DRIFT(W) =
                   CWE-ACTUAL-PCT(W) - CWE-TARGET-PCT(W)
               IF CWE-DRIFT(W) > CWE-TOLERANCE(W)
                       OR CWE-DRIFT(W) < 0 - CWE-TOLERANCE(W)
                   MOVE "Y" TO CWE-OUTSIDE(W)
                   ADD 1 TO WS-OUT-COUNT
               END-IF
               COMPUTE CWE-DELTA(W) ROUNDED =
                   WS-HOLDINGS * CWE-TARGET-PCT(W) / 100
                   - CWE-ACTUAL(W)
               ADD CWE-DELTA(W) TO WS-DELTA-TOTAL
           END-PERFORM
           SUBTRACT WS-DELTA-TOTAL FROM CWE-DELTA(1)
           IF WS-OUT-COUNT = 0
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-CW-COUNT
               IF CWE-DELTA(W) > 0 AND CWE-HELD-COUNT(W) = 0
                       AND WS-SKIP-REASON = SPACES
                   STRING "NO POSITION HELD IN " DELIMITED BY SIZE
                       CWE-ASSET-CLASS(W) DELIMITED BY SPACE
                       " TO BUY INTO" DELIMITED BY SIZE
                       INTO WS-SKIP-REASON
               END-IF
           END-PERFORM
           IF WS-SKIP-REASON NOT = SPACES
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-CW-COUNT
               EVALUATE TRUE
                   WHEN CWE-DELTA(W) > 0
                       MOVE CWE-DELTA(W)
                           TO SWE-DELTA(CWE-LARGEST-SW(W))
                   WHEN CWE-DELTA(W) < 0
                       PERFORM 0440-SPREAD-SALE
               END-EVALUATE
           END-PERFORM
           PERFORM 0460-PAIR-MOVES.
       0400-EXIT.
           EXIT.

       0420-ADD-POSITION.
           IF WS-SW-COUNT = 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SW-COUNT
           MOVE P TO SWE-PT-INDEX(WS-SW-COUNT)
           MOVE 0 TO SWE-CLASS-INDEX(WS-SW-COUNT)
           MOVE 0 TO SWE-DELTA(WS-SW-COUNT)
           MOVE 0 TO SWE-LEFT(WS-SW-COUNT)
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               IF ACE-POSITION(A) = PTE-POSITION(P)
                   MOVE A TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-UNMAPPED-POSITION = SPACES
                   MOVE PTE-POSITION(P) TO WS-UNMAPPED-POSITION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-INDEX TO A
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-CW-COUNT
               IF CWE-ASSET-CLASS(W) = ACE-ASSET-CLASS(A)
                   MOVE W TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-CW-COUNT = 20
                   MOVE "MORE THAN 20 ASSET CLASSES HELD"
                       TO WS-SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
      *        HELD OUTSIDE THE MODEL -- A TARGET OF ZERO.
               ADD 1 TO WS-CW-COUNT
               MOVE WS-CW-COUNT TO W
               MOVE ACE-ASSET-CLASS(A) TO CWE-ASSET-CLASS(W)
               MOVE 0 TO CWE-TARGET-PCT(W)
               MOVE 0 TO CWE-TOLERANCE(W)
               PERFORM 0470-CLEAR-CLASS-ENTRY
               MOVE W TO WS-FOUND-INDEX
           END-IF
           MOVE WS-FOUND-INDEX TO W
           MOVE W TO SWE-CLASS-INDEX(WS-SW-COUNT)
           ADD PTE-AMOUNT(P) TO CWE-ACTUAL(W)
           ADD PTE-AMOUNT(P) TO WS-HOLDINGS
           ADD 1 TO CWE-HELD-COUNT(W)
           MOVE WS-SW-COUNT TO CWE-LAST-SW(W)
           IF CWE-LARGEST-SW(W) = 0
               MOVE WS-SW-COUNT TO CWE-LARGEST-SW(W)
           ELSE
               MOVE CWE-LARGEST-SW(W) TO S
               IF PTE-AMOUNT(P) > PTE-AMOUNT(SWE-PT-INDEX(S))
                   MOVE WS-SW-COUNT TO CWE-LARGEST-SW(W)
               END-IF
           END-IF.

      *    AN OVERWEIGHT CLASS SELLS ACROSS ITS POSITIONS IN
      *    PROPORTION TO THEIR AMOUNTS; THE LAST TAKES THE ROUNDING.
       0440-SPREAD-SALE.
           MOVE CWE-DELTA(W) TO WS-REMAINING
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SW-COUNT
               IF SWE-CLASS-INDEX(S) = W
                   IF S = CWE-LAST-SW(W)
                       MOVE WS-REMAINING TO SWE-DELTA(S)
                   ELSE
                       COMPUTE SWE-DELTA(S) ROUNDED =
                           CWE-DELTA(W) * PTE-AMOUNT(SWE-PT-INDEX(S))
                           / CWE-ACTUAL(W)
                       SUBTRACT SWE-DELTA(S) FROM WS-REMAINING
                   END-IF
               END-IF
           END-PERFORM.

      *    EACH SALE IS PAIRED WITH THE PURCHASES IN TURN UNTIL IT
      *    IS USED UP, AS SETTLE-UP PAIRS DEBTORS WITH CREDITORS.
       0460-PAIR-MOVES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SW-COUNT
               MOVE SWE-DELTA(S) TO SWE-LEFT(S)
           END-PERFORM
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SW-COUNT
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-SW-COUNT OR SWE-LEFT(S) >= 0
                   IF SWE-LEFT(T) > 0 AND WS-MV-COUNT < 100
                       IF SWE-LEFT(T) < 0 - SWE-LEFT(S)
                           MOVE SWE-LEFT(T) TO WS-MOVE-AMOUNT
                       ELSE
                           COMPUTE WS-MOVE-AMOUNT = 0 - SWE-LEFT(S)
                       END-IF
                       ADD 1 TO WS-MV-COUNT
                       MOVE SWE-PT-INDEX(S) TO MVE-FROM-PT(WS-MV-COUNT)
                       MOVE SWE-PT-INDEX(T) TO MVE-TO-PT(WS-MV-COUNT)
                       MOVE WS-MOVE-AMOUNT TO MVE-AMOUNT(WS-MV-COUNT)
                       ADD WS-MOVE-AMOUNT TO SWE-LEFT(S)
                       SUBTRACT WS-MOVE-AMOUNT FROM SWE-LEFT(T)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0470-CLEAR-CLASS-ENTRY.
           MOVE 0 TO CWE-ACTUAL(W)
           MOVE 0 TO CWE-ACTUAL-PCT(W)
           MOVE 0 TO CWE-DRIFT(W)
           MOVE "N" TO CWE-OUTSIDE(W)
           MOVE 0 TO CWE-DELTA(W)
           MOVE 0 TO CWE-HELD-COUNT(W)
           MOVE 0 TO CWE-LAST-SW(W)
           MOVE 0 TO CWE-LARGEST-SW(W).

      *    ONE CLIENT'S CLASSES AND PROPOSAL, TO THE REPORT OR THE
      *    SCREEN ACCORDING TO WS-TO-REPORT.
       0500-SHOW-CLIENT.
           MOVE WS-HOLDINGS TO ED-AMOUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CLIENT " WS-CLIENT-ID "  MODEL " WS-MODEL-CODE
               "  HOLDINGS " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-EMIT-LINE
           IF WS-TO-REPORT NOT = "Y"
               PERFORM 0510-CLASS-HEADING
               PERFORM 0890-EMIT-LINE
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-CW-COUNT
               MOVE CWE-ACTUAL(W) TO ED-AMOUNT
               MOVE CWE-ACTUAL-PCT(W) TO ED-PCT
               MOVE CWE-TARGET-PCT(W) TO ED-TARGET
               MOVE CWE-TOLERANCE(W) TO ED-TOLERANCE
               MOVE CWE-DRIFT(W) TO ED-DRIFT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " CWE-ASSET-CLASS(W) "  " ED-AMOUNT "  "
                   ED-PCT "   " ED-TARGET "  " ED-TOLERANCE "  "
                   ED-DRIFT
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               IF CWE-OUTSIDE(W) = "Y"
                   MOVE "OUTSIDE" TO WS-PS-TEXT-1(67:7)
               END-IF
               PERFORM 0890-EMIT-LINE
           END-PERFORM
           IF WS-OUT-COUNT = 0
               MOVE "  WITHIN TOLERANCE -- NO TRADES PROPOSED."
                   TO WS-PS-TEXT-1
               PERFORM 0890-EMIT-LINE
           ELSE
               MOVE "  PROPOSED MOVES TO BRING EVERY CLASS TO TARGET:"
                   TO WS-PS-TEXT-1
               PERFORM 0890-EMIT-LINE
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-MV-COUNT
                   MOVE MVE-AMOUNT(V) TO ED-AMOUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "    MOVE " ED-AMOUNT " FROM "
                       PTE-POSITION(MVE-FROM-PT(V)) " TO "
                       PTE-POSITION(MVE-TO-PT(V))
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0890-EMIT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0890-EMIT-LINE.

       0510-CLASS-HEADING.
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  ASSET CLASS      ACTUAL VALUE ACTUAL%"
               "  TARGET%    TOL    DRIFT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1.

      *    ONE CLIENT'S PROPOSAL ON THE SCREEN; ACCEPTED, THE MOVES
      *    ARE APPLIED TO THE POSITION AMOUNTS AND portfolio.dat IS
      *    REWRITTEN.
       0600-ACCEPT-PROPOSAL.
           DISPLAY "ENTER CLIENT ID: "
           ACCEPT WS-CLIENT-ID
           IF WS-CLIENT-ID = SPACES
               GO TO 0600-EXIT
           END-IF
           MOVE "N" TO WS-TO-REPORT
           PERFORM 0400-BUILD-PROPOSAL THRU 0400-EXIT
           IF WS-SKIP-REASON NOT = SPACES
               DISPLAY "CLIENT " WS-CLIENT-ID " CANNOT BE ASSESSED: "
                   WS-SKIP-REASON
               GO TO 0600-EXIT
           END-IF
           PERFORM 0500-SHOW-CLIENT
           IF WS-OUT-COUNT = 0 OR WS-MV-COUNT = 0
               DISPLAY "NOTHING TO REBALANCE."
               GO TO 0600-EXIT
           END-IF
           PERFORM 0650-FIND-LEDGER-POSITION
           IF WS-LEDGER-POSITION NOT = SPACES
               DISPLAY "POSITION " WS-LEDGER-POSITION " IS KEPT ON "
                   "THE TRANSACTION LEDGER. POST THESE MOVES AS "
                   "SALES AND PURCHASES WITH invledger."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "APPLY THESE MOVES TO portfolio.dat (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "PROPOSAL NOT APPLIED."
               GO TO 0600-EXIT
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SW-COUNT
               ADD SWE-DELTA(S) TO PTE-AMOUNT(SWE-PT-INDEX(S))
           END-PERFORM
           PERFORM 0800-REWRITE-PORTFOLIO-FILE
           PERFORM 0960-LOG-ACCEPTED-MOVES
           MOVE WS-MV-COUNT TO ED-COUNT
           DISPLAY "PROPOSAL APPLIED: " ED-COUNT " MOVES LOGGED TO "
               "investmentrun.log.".
       0600-EXIT.
           EXIT.

      *    THE FIRST POSITION IN THE MOVES THAT HAS ANY
      *    TRANSACTION ON invledger.dat, OR SPACES.
       0650-FIND-LEDGER-POSITION.
           MOVE SPACES TO WS-LEDGER-POSITION
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-LEDGER-POSITION NOT = SPACES
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LG-CLIENT-ID = WS-CLIENT-ID
                           PERFORM VARYING V FROM 1 BY 1
                                   UNTIL V > WS-MV-COUNT
                               IF LG-POSITION =
                                       PTE-POSITION(MVE-FROM-PT(V))
                                   OR LG-POSITION =
                                       PTE-POSITION(MVE-TO-PT(V))
                                   MOVE LG-POSITION
                                       TO WS-LEDGER-POSITION
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       0800-REWRITE-PORTFOLIO-FILE.
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               MOVE PTE-CLIENT-ID(P) TO PF-CLIENT-ID
               MOVE PTE-POSITION(P) TO PF-POSITION
               MOVE PTE-AMOUNT(P) TO PF-AMOUNT
               MOVE PTE-RATE(P) TO PF-RATE
               MOVE PTE-START-DATE(P) TO PF-START-DATE
               MOVE PTE-YEARS-LEFT(P) TO PF-YEARS-LEFT
               MOVE PTE-CONTRIB(P) TO PF-CONTRIBUTION
               WRITE PORTFOLIO-RECORD
           END-PERFORM
           CLOSE PORTFOLIO-FILE.

       0890-EMIT-LINE.
           IF WS-TO-REPORT = "Y"
               MOVE "D" TO WS-PS-FUNCTION
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           ELSE
               DISPLAY WS-PS-TEXT-1
           END-IF.

       0900-OPEN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND INVESTMENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
      *        LOG DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT INVESTMENT-LOG-FILE
               CLOSE INVESTMENT-LOG-FILE
               OPEN EXTEND INVESTMENT-LOG-FILE
           END-IF.

       0950-LOG-DRIFT-RUN.
           PERFORM 0900-OPEN-LOG
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  MODELDRIFT  CLIENTS=" WS-CLIENT-COUNT
               "  PROPOSALS=" WS-PROPOSAL-COUNT
               "  SKIPPED=" WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DRIFT RUN " WS-PROPOSAL-COUNT " PROPOSALS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

       0960-LOG-ACCEPTED-MOVES.
           PERFORM 0900-OPEN-LOG
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-MV-COUNT
               MOVE MVE-AMOUNT(V) TO ED-AMOUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
                   "  REBALANCE=" WS-CLIENT-ID
                   "  FROM=" PTE-POSITION(MVE-FROM-PT(V))
                   "  TO=" PTE-POSITION(MVE-TO-PT(V))
                   "  AMOUNT=" ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
               WRITE INVESTMENT-LOG-RECORD
           END-PERFORM
           CLOSE INVESTMENT-LOG-FILE
           MOVE WS-MV-COUNT TO ED-COUNT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REBALANCED " WS-CLIENT-ID " " ED-COUNT " MOVES"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
