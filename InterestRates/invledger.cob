       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVLEDGER.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    PORTFOLIO TRANSACTION LEDGER, COST BASIS AND
      *            REALIZED GAINS. EVERY MOVEMENT IN A portfolio.dat
      *            POSITION IS POSTED HERE AS A DATED TRANSACTION ON
      *            invledger.dat -- BUYS, DIVIDENDS REINVESTED,
      *            SELLS, WITHDRAWALS AND FEES -- WITH THE UNITS AND
      *            THE MONEY INVOLVED. A BUY OR A REINVESTED DIVIDEND
      *            OPENS A TAX LOT AT ITS COST; A SELL, A WITHDRAWAL
      *            OR A FEE DISPOSES OF UNITS, TAKEN FROM THE OLDEST
      *            LOTS FIRST (FIFO), AND THE DIFFERENCE BETWEEN WHAT
      *            THE UNITS FETCHED AND WHAT THEY COST IS THE
      *            REALIZED GAIN OR LOSS. FOR A POSITION KEPT ON THE
      *            LEDGER, PF-AMOUNT IS THE COST BASIS OF THE UNITS
      *            STILL HELD: IT IS REBUILT FROM THE LEDGER AFTER
      *            EVERY POSTING (AND ON DEMAND WITH THE B OPTION),
      *            OVERWRITING ANY AMOUNT KEYED WITH portmaint. A
      *            POSITION WITH NO LEDGER HISTORY KEEPS ITS KEYED
      *            AMOUNT. THE G OPTION PRINTS A YEAR'S REALIZED GAINS
      *            AND LOSSES PER CLIENT FOR THE TAX PREPARER, LOT BY
      *            LOT, SPLIT SHORT-TERM AND LONG-TERM (HELD MORE THAN
      *            ONE YEAR), WITH THE DIVIDENDS REINVESTED IN THE
      *            YEAR, TO gainsreport.rpt THROUGH THE SHARED PRINT
      *            SERVICE. POSTINGS AND REBUILDS ARE LOGGED TO
      *            investmentrun.log AND AUDITED.
      *    compile with (from the repo root) ->
      *        cobc -x -o invledger InterestRates/invledger.cob
      *    then run ./invledger

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
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

      *    ONE LINE PER TRANSACTION, IN THE ORDER POSTED (NOT
      *    NECESSARILY DATE ORDER). LG-TYPE "B" BUY, "R" DIVIDEND
      *    REINVESTED, "S" SELL, "W" WITHDRAWAL, "F" FEE. LG-AMOUNT
      *    IS WHAT WAS PAID FOR THE UNITS (B, R) OR WHAT THEY
      *    FETCHED (S, W, F).
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
       01  WS-LG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
       01  WS-LG-PROMPT        PIC X(60).
       01  WS-LG-NUM-BUFFER    PIC X(18).
       01  WS-CLIENT-ID        PIC X(10) VALUE SPACES.
       01  WS-SEARCH-POSITION  PIC X(10).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-NEW-TYPE         PIC X VALUE SPACE.
       01  WS-NEW-UNITS        PIC 9(7)V9999 VALUE 0.
       01  WS-NEW-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-CHANGED-COUNT    PIC 9(3) VALUE 0.

      *    THE TAX YEAR THE GAINS REPORT COVERS, AND THE MODE SWITCH
      *    THAT HAS THE FIFO RUN PRINT EACH DISPOSAL IN THAT YEAR.
       01  WS-TAX-YEAR         PIC X(4) VALUE SPACES.
       01  WS-GAINS-MODE       PIC X VALUE "N".

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

      *    THE WHOLE FILE, EVERY CLIENT, AS PORTMAINT HOLDS IT --
      *    A REBUILD REWRITES EVERYONE'S POSITIONS BACK.
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
       01  C                   PIC 9(3) VALUE 1.
       01  Q                   PIC 9(3) VALUE 1.

      *    ONE POSITION'S TRANSACTIONS IN DATE ORDER (POSTING ORDER
      *    WITHIN A DAY).
       01  POSITION-LEDGER-TABLE.
           05 WS-LE-COUNT      PIC 9(3) VALUE 0.
           05 LE-ENTRY OCCURS 500 TIMES.
               10 LEE-DATE         PIC X(8).
               10 LEE-TYPE         PIC X.
               10 LEE-UNITS        PIC 9(7)V9999.
               10 LEE-AMOUNT       PIC 9(9)V99.
       01  L                   PIC 9(3) VALUE 1.
       01  WS-INSERT-AT        PIC 9(3) VALUE 1.
       01  WS-LE-OVERFLOW      PIC X VALUE "N".
       01  WS-HOLD-ENTRY.
           05 WS-HOLD-DATE     PIC X(8).
           05 WS-HOLD-TYPE     PIC X.
           05 WS-HOLD-UNITS    PIC 9(7)V9999.
           05 WS-HOLD-AMOUNT   PIC 9(9)V99.

      *    THE OPEN TAX LOTS, OLDEST FIRST.
       01  LOT-TABLE.
           05 WS-LOT-COUNT     PIC 9(3) VALUE 0.
           05 LOT-ENTRY OCCURS 500 TIMES.
               10 LOT-ACQ-DATE     PIC X(8).
               10 LOT-UNITS        PIC 9(7)V9999.
               10 LOT-COST         PIC 9(9)V99.
       01  WS-FIRST-LOT        PIC 9(3) VALUE 1.

      *    RESULTS OF A FIFO RUN.
       01  WS-HELD-UNITS       PIC 9(7)V9999 VALUE 0.
       01  WS-HELD-COST        PIC 9(11)V99 VALUE 0.
       01  WS-SHORT-DATE       PIC X(8) VALUE SPACES.

      *    ONE DISPOSAL, BROKEN INTO A PIECE PER LOT IT DRAWS ON.
       01  WS-UNITS-LEFT       PIC 9(7)V9999 VALUE 0.
       01  WS-PROCEEDS-LEFT    PIC 9(9)V99 VALUE 0.
       01  WS-TAKE-UNITS       PIC 9(7)V9999 VALUE 0.
       01  WS-PIECE-PROCEEDS   PIC 9(9)V99 VALUE 0.
       01  WS-PIECE-COST       PIC 9(9)V99 VALUE 0.
       01  WS-PIECE-GAIN       PIC S9(9)V99 VALUE 0.
       01  WS-ANNIVERSARY      PIC 9(8) VALUE 0.

      *    ONE CLIENT'S TOTALS ON THE GAINS REPORT, SUBSCRIPT 1 FOR
      *    SHORT-TERM AND 2 FOR LONG-TERM.
       01  GAINS-TOTALS.
           05 GT-ENTRY OCCURS 2 TIMES.
               10 GT-PROCEEDS      PIC 9(11)V99.
               10 GT-COST          PIC 9(11)V99.
               10 GT-GAIN          PIC S9(11)V99.
       01  G                   PIC 9 VALUE 1.
       01  WS-DIVIDENDS        PIC 9(11)V99 VALUE 0.
       01  WS-CLIENT-PIECES    PIC 9(5) VALUE 0.
       01  WS-REPORTED-COUNT   PIC 9(3) VALUE 0.
       01  WS-FIRST-SWITCH     PIC X VALUE "N".

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05 ED-COST          PIC ZZ,ZZZ,ZZ9.99.
           05 ED-GAIN          PIC -ZZ,ZZZ,ZZ9.99.
           05 ED-UNITS         PIC Z,ZZZ,ZZ9.9999.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-TOTAL-GAIN    PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-COUNT         PIC ZZ9.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "INVLEDGER".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-PORTFOLIO-TABLE
           IF WS-PT-COUNT = 100 AND WS-PF-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 100 POSITIONS ON FILE. SPLIT "
                   "portfolio.dat BEFORE POSTING TO THE LEDGER. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0050-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "P"
                       PERFORM 0200-POST-TRANSACTION THRU 0200-EXIT
                   WHEN "L"
                       PERFORM 0300-LIST-POSITION THRU 0300-EXIT
                   WHEN "B"
                       PERFORM 0600-REBUILD-BALANCES
                       MOVE WS-CHANGED-COUNT TO ED-COUNT
                       DISPLAY ED-COUNT " POSITION AMOUNTS CHANGED "
                           "ON portfolio.dat."
                   WHEN "G"
                       PERFORM 0700-GAINS-REPORT THRU 0700-EXIT
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
           DISPLAY "----- PORTFOLIO TRANSACTION LEDGER -----"
           DISPLAY "P - POST A TRANSACTION"
           DISPLAY "L - LIST A POSITION'S LEDGER AND OPEN LOTS"
           DISPLAY "B - REBUILD portfolio.dat AMOUNTS FROM THE LEDGER"
           DISPLAY "G - YEAR-END REALIZED GAINS REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0100-LOAD-PORTFOLIO-TABLE.
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
           END-IF.

      *    THE POSITION MUST ALREADY BE ON portfolio.dat (ADD IT
      *    WITH portmaint). A DISPOSAL IS REFUSED IF, ONCE IT IS
      *    SLOTTED IN BY DATE, ANY DISPOSAL WOULD NEED MORE UNITS
      *    THAN ARE HELD ON ITS DATE. A MIS-KEYED TRANSACTION IS
      *    REVERSED BY POSTING THE OPPOSITE ONE.
       0200-POST-TRANSACTION.
           DISPLAY "ENTER CLIENT ID: "
           ACCEPT WS-CLIENT-ID
           DISPLAY "ENTER POSITION LABEL: "
           ACCEPT WS-SEARCH-POSITION
           PERFORM 0250-FIND-POSITION
           IF WS-FOUND-INDEX = 0
               DISPLAY "POSITION " WS-SEARCH-POSITION
                   " NOT ON FILE FOR " WS-CLIENT-ID
                   ". ADD IT WITH portmaint FIRST."
               GO TO 0200-EXIT
           END-IF
           MOVE SPACE TO WS-NEW-TYPE
           PERFORM UNTIL WS-NEW-TYPE = "B" OR "R" OR "S" OR "W"
                   OR "F"
               DISPLAY "B - BUY, R - DIVIDEND REINVESTED, S - SELL,"
                   " W - WITHDRAWAL, F - FEE: "
               ACCEPT WS-NEW-TYPE
               MOVE FUNCTION UPPER-CASE(WS-NEW-TYPE) TO WS-NEW-TYPE
           END-PERFORM
           DISPLAY "ENTER TRANSACTION DATE (YYYYMMDD): "
           ACCEPT WS-DV-DATE-1
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
           PERFORM UNTIL WS-DV-FLAG = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE. RE-ENTER: "
               ACCEPT WS-DV-DATE-1
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
           END-PERFORM
           MOVE 0 TO WS-NEW-UNITS
           PERFORM UNTIL WS-NEW-UNITS > 0
               MOVE "ENTER UNITS (XXXXXXX.XXXX): " TO WS-LG-PROMPT
               CALL "NUMVALID" USING WS-LG-PROMPT WS-LG-NUM-BUFFER
               MOVE WS-LG-NUM-BUFFER TO WS-NEW-UNITS
           END-PERFORM
           IF WS-NEW-TYPE = "B" OR "R"
               MOVE "ENTER AMOUNT PAID (XXXXXXXXX.XX): "
                   TO WS-LG-PROMPT
           ELSE
               MOVE "ENTER AMOUNT THE UNITS FETCHED (XXXXXXXXX.XX): "
                   TO WS-LG-PROMPT
           END-IF
           CALL "NUMVALID" USING WS-LG-PROMPT WS-LG-NUM-BUFFER
           MOVE WS-LG-NUM-BUFFER TO WS-NEW-AMOUNT
           PERFORM 0400-LOAD-POSITION-LEDGER
           IF WS-LE-COUNT = 500
               DISPLAY "*** 500 TRANSACTIONS ALREADY ON THE LEDGER "
                   "FOR THIS POSITION. NOT POSTED. ***"
               GO TO 0200-EXIT
           END-IF
           MOVE WS-DV-DATE-1 TO WS-HOLD-DATE
           MOVE WS-NEW-TYPE TO WS-HOLD-TYPE
           MOVE WS-NEW-UNITS TO WS-HOLD-UNITS
           MOVE WS-NEW-AMOUNT TO WS-HOLD-AMOUNT
           PERFORM 0450-INSERT-BY-DATE
           MOVE "N" TO WS-GAINS-MODE
           PERFORM 0500-RUN-FIFO
           IF WS-SHORT-DATE NOT = SPACES
               DISPLAY "*** THE DISPOSAL ON " WS-SHORT-DATE
                   " WOULD NEED MORE UNITS THAN ARE HELD. NOT "
                   "POSTED. ***"
               GO TO 0200-EXIT
           END-IF
           MOVE WS-CLIENT-ID TO LG-CLIENT-ID
           MOVE WS-SEARCH-POSITION TO LG-POSITION
           MOVE WS-DV-DATE-1 TO LG-DATE
           MOVE WS-NEW-TYPE TO LG-TYPE
           MOVE WS-NEW-UNITS TO LG-UNITS
           MOVE WS-NEW-AMOUNT TO LG-AMOUNT
           OPEN EXTEND LEDGER-FILE
           IF WS-LG-FILE-STATUS NOT = "00"
      *        FILE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST TRANSACTION IS WRITTEN.
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           PERFORM 0900-OPEN-LOG
           MOVE WS-NEW-AMOUNT TO ED-AMOUNT
           MOVE WS-NEW-UNITS TO ED-UNITS
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  LEDGER=" WS-CLIENT-ID
               " " WS-SEARCH-POSITION
               " " WS-DV-DATE-1 " " WS-NEW-TYPE
               " UNITS=" ED-UNITS
               " AMOUNT=" ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LEDGER " WS-NEW-TYPE " " WS-SEARCH-POSITION
               " " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "TRANSACTION POSTED."
           PERFORM 0600-REBUILD-BALANCES.
       0200-EXIT.
           EXIT.

      *    TWO CLIENTS MAY BOTH HOLD "BONDFUND" WITHOUT COLLIDING.
       0250-FIND-POSITION.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = WS-CLIENT-ID
                   AND PTE-POSITION(P) = WS-SEARCH-POSITION
                   MOVE P TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0300-LIST-POSITION.
           DISPLAY "ENTER CLIENT ID: "
           ACCEPT WS-CLIENT-ID
           DISPLAY "ENTER POSITION LABEL: "
           ACCEPT WS-SEARCH-POSITION
           PERFORM 0400-LOAD-POSITION-LEDGER
           IF WS-LE-COUNT = 0
               DISPLAY "NO LEDGER TRANSACTIONS FOR " WS-SEARCH-POSITION
                   " / " WS-CLIENT-ID "."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "DATE      T          UNITS         AMOUNT"
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LE-COUNT
               MOVE LEE-UNITS(L) TO ED-UNITS
               MOVE LEE-AMOUNT(L) TO ED-AMOUNT
               DISPLAY LEE-DATE(L) "  " LEE-TYPE(L) "  " ED-UNITS
                   "  " ED-AMOUNT
           END-PERFORM
           MOVE "N" TO WS-GAINS-MODE
           PERFORM 0500-RUN-FIFO
           DISPLAY " "
           DISPLAY "OPEN LOTS (OLDEST FIRST):"
           DISPLAY "ACQUIRED          UNITS           COST"
           PERFORM VARYING L FROM WS-FIRST-LOT BY 1
                   UNTIL L > WS-LOT-COUNT
               IF LOT-UNITS(L) > 0
                   MOVE LOT-UNITS(L) TO ED-UNITS
                   MOVE LOT-COST(L) TO ED-AMOUNT
                   DISPLAY LOT-ACQ-DATE(L) "  " ED-UNITS "  "
                       ED-AMOUNT
               END-IF
           END-PERFORM
           MOVE WS-HELD-UNITS TO ED-UNITS
           MOVE WS-HELD-COST TO ED-TOTAL
           DISPLAY "HELD    " "  " ED-UNITS " " ED-TOTAL
           IF WS-SHORT-DATE NOT = SPACES
               DISPLAY "*** THE DISPOSAL ON " WS-SHORT-DATE
                   " NEEDED MORE UNITS THAN WERE HELD. ***"
           END-IF.
       0300-EXIT.
           EXIT.

      *    WS-CLIENT-ID / WS-SEARCH-POSITION'S TRANSACTIONS, SLOTTED
      *    INTO DATE ORDER AS THEY ARE READ.
       0400-LOAD-POSITION-LEDGER.
           MOVE 0 TO WS-LE-COUNT
           MOVE "N" TO WS-LE-OVERFLOW
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LG-CLIENT-ID = WS-CLIENT-ID
                               AND LG-POSITION = WS-SEARCH-POSITION
                           IF WS-LE-COUNT = 500
                               MOVE "Y" TO WS-LE-OVERFLOW
                           ELSE
                               MOVE LG-DATE TO WS-HOLD-DATE
                               MOVE LG-TYPE TO WS-HOLD-TYPE
                               MOVE LG-UNITS TO WS-HOLD-UNITS
                               MOVE LG-AMOUNT TO WS-HOLD-AMOUNT
                               PERFORM 0450-INSERT-BY-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-LE-OVERFLOW = "Y"
               DISPLAY "*** MORE THAN 500 TRANSACTIONS FOR "
                   WS-SEARCH-POSITION " / " WS-CLIENT-ID
                   " -- THE LATEST ARE NOT COUNTED. ***"
           END-IF.

      *    AFTER EVERY ENTRY ON OR BEFORE ITS DATE.
       0450-INSERT-BY-DATE.
           MOVE 1 TO WS-INSERT-AT
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LE-COUNT
               IF LEE-DATE(L) NOT > WS-HOLD-DATE
                   COMPUTE WS-INSERT-AT = L + 1
               END-IF
           END-PERFORM
           PERFORM VARYING L FROM WS-LE-COUNT BY -1
                   UNTIL L < WS-INSERT-AT
               MOVE LE-ENTRY(L) TO LE-ENTRY(L + 1)
           END-PERFORM
           MOVE WS-HOLD-ENTRY TO LE-ENTRY(WS-INSERT-AT)
           ADD 1 TO WS-LE-COUNT.

      *    REPLAYS THE POSITION'S TRANSACTIONS: BUYS AND REINVESTED
      *    DIVIDENDS OPEN LOTS, DISPOSALS DRAW ON THE OLDEST LOTS.
      *    LEAVES THE UNITS AND COST STILL HELD, AND THE DATE OF THE
      *    FIRST DISPOSAL THAT FOUND TOO FEW UNITS (IF ANY).
       0500-RUN-FIFO.
           MOVE 0 TO WS-LOT-COUNT
           MOVE 1 TO WS-FIRST-LOT
           MOVE SPACES TO WS-SHORT-DATE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LE-COUNT
               IF LEE-TYPE(L) = "B" OR "R"
                   ADD 1 TO WS-LOT-COUNT
                   MOVE LEE-DATE(L) TO LOT-ACQ-DATE(WS-LOT-COUNT)
                   MOVE LEE-UNITS(L) TO LOT-UNITS(WS-LOT-COUNT)
                   MOVE LEE-AMOUNT(L) TO LOT-COST(WS-LOT-COUNT)
                   IF WS-GAINS-MODE = "Y" AND LEE-TYPE(L) = "R"
                           AND LEE-DATE(L)(1:4) = WS-TAX-YEAR
                       ADD LEE-AMOUNT(L) TO WS-DIVIDENDS
                   END-IF
               ELSE
                   PERFORM 0550-DISPOSE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-HELD-UNITS
           MOVE 0 TO WS-HELD-COST
           PERFORM VARYING L FROM WS-FIRST-LOT BY 1
                   UNTIL L > WS-LOT-COUNT
               ADD LOT-UNITS(L) TO WS-HELD-UNITS
               ADD LOT-COST(L) TO WS-HELD-COST
           END-PERFORM.

      *    ONE DISPOSAL (ENTRY L). EACH LOT IT DRAWS ON GIVES UP ITS
      *    COST IN PROPORTION TO THE UNITS TAKEN, AND THE PROCEEDS
      *    ARE SHARED OVER THE PIECES THE SAME WAY; THE LAST PIECE
      *    TAKES THE ROUNDING.
       0550-DISPOSE.
           MOVE LEE-UNITS(L) TO WS-UNITS-LEFT
           MOVE LEE-AMOUNT(L) TO WS-PROCEEDS-LEFT
           PERFORM UNTIL WS-UNITS-LEFT = 0
                   OR WS-FIRST-LOT > WS-LOT-COUNT
               IF LOT-UNITS(WS-FIRST-LOT) = 0
                   ADD 1 TO WS-FIRST-LOT
               ELSE
                   IF WS-UNITS-LEFT < LOT-UNITS(WS-FIRST-LOT)
                       MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS
                       COMPUTE WS-PIECE-COST ROUNDED =
                           LOT-COST(WS-FIRST-LOT) * WS-TAKE-UNITS
                           / LOT-UNITS(WS-FIRST-LOT)
                   ELSE
                       MOVE LOT-UNITS(WS-FIRST-LOT) TO WS-TAKE-UNITS
                       MOVE LOT-COST(WS-FIRST-LOT) TO WS-PIECE-COST
                   END-IF
                   IF WS-TAKE-UNITS = WS-UNITS-LEFT
                       MOVE WS-PROCEEDS-LEFT TO WS-PIECE-PROCEEDS
                   ELSE
                       COMPUTE WS-PIECE-PROCEEDS ROUNDED =
                           LEE-AMOUNT(L) * WS-TAKE-UNITS
                           / LEE-UNITS(L)
                   END-IF
                   SUBTRACT WS-TAKE-UNITS FROM LOT-UNITS(WS-FIRST-LOT)
                   SUBTRACT WS-PIECE-COST FROM LOT-COST(WS-FIRST-LOT)
                   SUBTRACT WS-TAKE-UNITS FROM WS-UNITS-LEFT
                   SUBTRACT WS-PIECE-PROCEEDS FROM WS-PROCEEDS-LEFT
                   IF WS-GAINS-MODE = "Y"
                           AND LEE-DATE(L)(1:4) = WS-TAX-YEAR
                       PERFORM 0780-PRINT-PIECE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNITS-LEFT > 0 AND WS-SHORT-DATE = SPACES
               MOVE LEE-DATE(L) TO WS-SHORT-DATE
           END-IF.

      *    EVERY POSITION WITH LEDGER HISTORY TAKES THE COST OF THE
      *    UNITS IT STILL HOLDS AS ITS AMOUNT; THE FILE IS REWRITTEN
      *    ONLY IF SOMETHING CHANGED.
       0600-REBUILD-BALANCES.
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE "N" TO WS-GAINS-MODE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-PT-COUNT
               MOVE PTE-CLIENT-ID(C) TO WS-CLIENT-ID
               MOVE PTE-POSITION(C) TO WS-SEARCH-POSITION
               PERFORM 0400-LOAD-POSITION-LEDGER
               IF WS-LE-COUNT > 0
                   PERFORM 0500-RUN-FIFO
                   IF WS-HELD-COST NOT = PTE-AMOUNT(C)
                       MOVE WS-HELD-COST TO PTE-AMOUNT(C)
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHANGED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
           CLOSE PORTFOLIO-FILE
           PERFORM 0900-OPEN-LOG
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  LEDGER REBUILD  POSITIONS CHANGED="
               WS-CHANGED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REBUILT " WS-CHANGED-COUNT " POSITION AMOUNTS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

      *    EVERY portfolio.dat CLIENT WITH A DISPOSAL OR A
      *    REINVESTED DIVIDEND IN THE YEAR, POSITION BY POSITION.
       0700-GAINS-REPORT.
           MOVE SPACES TO WS-TAX-YEAR
           PERFORM UNTIL WS-TAX-YEAR IS NUMERIC
               DISPLAY "ENTER TAX YEAR (YYYY): "
               ACCEPT WS-TAX-YEAR
           END-PERFORM
           MOVE 0 TO WS-REPORTED-COUNT
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "gainsreport.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "REALIZED GAINS AND LOSSES, TAX YEAR " WS-TAX-YEAR
               " (FIFO)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "POSITION   ACQUIRED SOLD          PROCEEDS"
               "          COST           GAIN  TERM"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "Y" TO WS-GAINS-MODE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-PT-COUNT
               MOVE "Y" TO WS-FIRST-SWITCH
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q >= C
                   IF PTE-CLIENT-ID(Q) = PTE-CLIENT-ID(C)
                       MOVE "N" TO WS-FIRST-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FIRST-SWITCH = "Y"
                   MOVE PTE-CLIENT-ID(C) TO WS-CLIENT-ID
                   PERFORM 0720-ONE-CLIENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-GAINS-MODE
           IF WS-REPORTED-COUNT = 0
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "NO DISPOSALS OR REINVESTED DIVIDENDS ON THE "
                   "LEDGER IN " WS-TAX-YEAR "."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-REPORTED-COUNT TO ED-COUNT
           DISPLAY ED-COUNT " CLIENTS ON gainsreport.rpt FOR "
               WS-TAX-YEAR "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "GAINS REPORT " WS-TAX-YEAR " " ED-COUNT " CLIENTS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0700-EXIT.
           EXIT.

      *    THE CLIENT HEADING GOES OUT BEFORE ITS FIRST PIECE; A
      *    CLIENT WITH NOTHING IN THE YEAR IS LEFT OFF.
       0720-ONE-CLIENT.
           MOVE 0 TO WS-CLIENT-PIECES
           MOVE 0 TO WS-DIVIDENDS
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 2
               MOVE 0 TO GT-PROCEEDS(G)
               MOVE 0 TO GT-COST(G)
               MOVE 0 TO GT-GAIN(G)
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = WS-CLIENT-ID
                   MOVE PTE-POSITION(P) TO WS-SEARCH-POSITION
                   PERFORM 0400-LOAD-POSITION-LEDGER
                   PERFORM 0500-RUN-FIFO
               END-IF
           END-PERFORM
           IF WS-CLIENT-PIECES = 0 AND WS-DIVIDENDS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CLIENT-PIECES = 0
               PERFORM 0790-CLIENT-HEADING
           END-IF
           ADD 1 TO WS-REPORTED-COUNT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 2
               MOVE GT-PROCEEDS(G) TO ED-AMOUNT
               MOVE GT-COST(G) TO ED-COST
               MOVE GT-GAIN(G) TO ED-GAIN
               MOVE SPACES TO WS-PS-TEXT-1
               IF G = 1
                   STRING "  SHORT-TERM TOTAL           " ED-AMOUNT " "
                       ED-COST " " ED-GAIN
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               ELSE
                   STRING "  LONG-TERM TOTAL            " ED-AMOUNT " "
                       ED-COST " " ED-GAIN
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               END-IF
               PERFORM 0890-PRINT-LINE
           END-PERFORM
           COMPUTE GT-GAIN(1) = GT-GAIN(1) + GT-GAIN(2)
           MOVE GT-GAIN(1) TO ED-TOTAL-GAIN
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  NET REALIZED GAIN (LOSS)                    "
               "          " ED-TOTAL-GAIN
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE WS-DIVIDENDS TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  DIVIDENDS REINVESTED" "      " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

      *    ONE LOT'S SHARE OF A DISPOSAL IN THE TAX YEAR. HELD MORE
      *    THAN ONE YEAR -- SOLD AFTER THE FIRST ANNIVERSARY OF THE
      *    LOT'S ACQUISITION -- IS LONG-TERM.
       0780-PRINT-PIECE.
           IF WS-CLIENT-PIECES = 0
               PERFORM 0790-CLIENT-HEADING
           END-IF
           ADD 1 TO WS-CLIENT-PIECES
           COMPUTE WS-ANNIVERSARY = FUNCTION NUMVAL(
               LOT-ACQ-DATE(WS-FIRST-LOT)) + 10000
           IF FUNCTION NUMVAL(LEE-DATE(L)) > WS-ANNIVERSARY
               MOVE 2 TO G
           ELSE
               MOVE 1 TO G
           END-IF
           COMPUTE WS-PIECE-GAIN = WS-PIECE-PROCEEDS - WS-PIECE-COST
           ADD WS-PIECE-PROCEEDS TO GT-PROCEEDS(G)
           ADD WS-PIECE-COST TO GT-COST(G)
           ADD WS-PIECE-GAIN TO GT-GAIN(G)
           MOVE WS-PIECE-PROCEEDS TO ED-AMOUNT
           MOVE WS-PIECE-COST TO ED-COST
           MOVE WS-PIECE-GAIN TO ED-GAIN
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-SEARCH-POSITION " " LOT-ACQ-DATE(WS-FIRST-LOT)
               " " LEE-DATE(L) " " ED-AMOUNT " " ED-COST " "
               ED-GAIN
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           IF G = 2
               MOVE "LONG" TO WS-PS-TEXT-1(74:5)
           ELSE
               MOVE "SHORT" TO WS-PS-TEXT-1(74:5)
           END-IF
           PERFORM 0890-PRINT-LINE.

       0790-CLIENT-HEADING.
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CLIENT " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

       0890-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

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
