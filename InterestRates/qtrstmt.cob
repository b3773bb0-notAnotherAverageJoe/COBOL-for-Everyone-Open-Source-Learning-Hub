       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRSTMT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    QUARTERLY CLIENT STATEMENTS. ADVISORY CLIENTS
      *            USED TO GET A PORTVALUE PRINTOUT AND A SEPARATE
      *            feebill INVOICE; THIS RUN PRINTS ONE STATEMENT
      *            PER CLIENT ON portfolio.dat FOR A KEYED QUARTER.
      *            EACH POSITION HELD IN THE QUARTER SHOWS ITS VALUE
      *            AT QUARTER START AND END (FROM THE valuations.dat
      *            CAPTURES -- THE PREVIOUS QUARTER-END IS THE START;
      *            A POSITION OPENED IN THE QUARTER STARTS AT ITS
      *            OPENING AMOUNT), THE CONTRIBUTIONS ACTUALLY MADE
      *            IN THE QUARTER LESS THE WITHDRAWALS (THE DATED
      *            CASH FLOWS portmaint RECORDS ON cashflows.dat),
      *            AND THE CHANGE IN VALUE. THE CLIENT TOTALS ADD
      *            THE ADVISORY FEES BILLED FOR THE QUARTER ON
      *            feeregister.dat AND THE
      *            RESULT NET OF CONTRIBUTIONS AND FEES, AND THE
      *            STATEMENT CLOSES WITH PORTVALUE'S PROJECTION OF
      *            EVERY POSITION. A CLIENT WITH A POSITION MISSING
      *            A QUARTER-START OR QUARTER-END VALUE GETS NO
      *            STATEMENT -- IT IS LISTED AT THE END OF THE
      *            REPORT AND ON THE SCREEN WITH THE FIRST GAP FOUND
      *            SO THE VALUE CAN BE CAPTURED WITH valdrift AND
      *            THE RUN REPEATED. THE STATEMENTS GO THROUGH THE
      *            SHARED PRINT SERVICE TO clientstmt.rpt (AND SO
      *            INTO THE REPORT ARCHIVE), AND THE RUN IS LOGGED
      *            TO investmentrun.log LIKE THE VALUATION RUNS.
      *    compile with (from the repo root) ->
      *        cobc -x -o qtrstmt InterestRates/qtrstmt.cob
      *    then run ./qtrstmt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT VALUATION-FILE ASSIGN TO "valuations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VL-FILE-STATUS.
           SELECT FEE-REGISTER-FILE ASSIGN TO "feeregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT CASHFLOW-FILE ASSIGN TO "cashflows.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
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

      *    SAME LAYOUT VALDRIFT WRITES. VL-QUARTER BLANK IS A
      *    YEAR-END VALUE -- THE END OF QUARTER 4.
       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05 VL-CLIENT-ID     PIC X(10).
           05 VL-POSITION      PIC X(10).
           05 VL-YEAR          PIC X(4).
           05 VL-ACTUAL-VALUE  PIC 9(11)V99.
           05 VL-QUARTER       PIC X.

      *    SAME LAYOUT FEEBILL WRITES.
       FD  FEE-REGISTER-FILE.
       01  FEE-REGISTER-RECORD.
           05 FR-BILL-DATE     PIC X(8).
           05 FR-QUARTER       PIC X(6).
           05 FR-CLIENT-ID     PIC X(10).
           05 FR-ASSETS        PIC 9(11)V99.
           05 FR-FEE           PIC 9(9)V99.

      *    SAME LAYOUT PORTMAINT WRITES. CF-TYPE "W" IS A
      *    WITHDRAWAL; ANYTHING ELSE IS A CONTRIBUTION.
       FD  CASHFLOW-FILE.
       01  CASHFLOW-RECORD.
           05 CF-CLIENT-ID     PIC X(10).
           05 CF-POSITION      PIC X(10).
           05 CF-DATE          PIC X(8).
           05 CF-TYPE          PIC X.
           05 CF-AMOUNT        PIC 9(9)V99.

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-VL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-VL-EOF           PIC X VALUE "N".
       01  WS-FR-EOF           PIC X VALUE "N".
       01  WS-CF-EOF           PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
       01  WS-TABLE-FULL       PIC X VALUE "N".

      *    THE QUARTER AS FEEBILL KEYS IT (YYYYQN), ITS FIRST AND
      *    LAST DAYS, AND THE VALUATION PERIODS (YEAR + QUARTER,
      *    QUARTER 4 FOR YEAR-END) THAT OPEN AND CLOSE IT.
       01  WS-QUARTER          PIC X(6) VALUE SPACES.
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-QTR-YEAR      PIC 9(4).
           05 WS-QTR-LETTER    PIC X.
           05 WS-QTR-NUMBER    PIC 9.
       01  WS-QTR-START-DATE   PIC X(8).
       01  WS-QTR-END-DATE     PIC X(8).
       01  WS-START-MONTH      PIC 9(2).
       01  WS-END-MONTH        PIC 9(2).
       01  WS-END-DAY          PIC 9(2).
       01  WS-OPEN-PERIOD.
           05 WS-OPEN-YEAR     PIC 9(4).
           05 WS-OPEN-QTR      PIC 9.
       01  WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR    PIC 9(4).
           05 WS-CLOSE-QTR     PIC 9.
       01  WS-VL-PERIOD.
           05 WS-VL-YEAR       PIC X(4).
           05 WS-VL-QTR        PIC X.

      *    EVERY POSITION ON portfolio.dat, WITH ITS QUARTER
      *    VALUES AS THE VALUATIONS ARE FOUND.
       01  POSITION-TABLE.
           05 WS-PT-COUNT      PIC 9(3) VALUE 0.
           05 PT-ENTRY OCCURS 500 TIMES.
               10 PTE-CLIENT-ID   PIC X(10).
               10 PTE-POSITION    PIC X(10).
               10 PTE-AMOUNT      PIC 9(9)V99.
               10 PTE-RATE        PIC 9(2)V9.
               10 PTE-START-DATE  PIC X(8).
               10 PTE-YEARS-LEFT  PIC 9(2).
               10 PTE-CONTRIB     PIC 9(7)V99.
               10 PTE-HELD        PIC X.
               10 PTE-OPENED      PIC X.
               10 PTE-START-FOUND PIC X.
               10 PTE-START-VAL   PIC 9(11)V99.
               10 PTE-END-FOUND   PIC X.
               10 PTE-END-VAL     PIC 9(11)V99.
               10 PTE-PROJECTED   PIC 9(11)V99.
               10 PTE-QTR-FLOWS   PIC S9(9)V99.
       01  P                   PIC 9(3) VALUE 1.

      *    ONE ROW PER DISTINCT CLIENT ON THE PORTFOLIO, WITH THE
      *    FEES BILLED FOR THE QUARTER AND WHY THE STATEMENT WAS
      *    SKIPPED (BLANK WHEN IT PRINTED).
       01  CLIENT-TABLE.
           05 WS-CL-COUNT      PIC 9(2) VALUE 0.
           05 CL-ENTRY OCCURS 50 TIMES.
               10 CLE-CLIENT-ID    PIC X(10).
               10 CLE-FEES         PIC 9(9)V99.
               10 CLE-SKIP-REASON  PIC X(60).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CL-INDEX         PIC 9(2) VALUE 0.

       01  PROJECTION-WORK.
           05 WS-FUTURE-VALUE  PIC 9(11)V99 VALUE 0.
           05 WS-YEAR-COUNTER  PIC 9(3) VALUE 0.

       01  STATEMENT-TOTALS.
           05 WS-QTR-CONTRIB   PIC S9(9)V99 VALUE 0.
           05 WS-CHANGE        PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-START   PIC 9(12)V99 VALUE 0.
           05 WS-TOTAL-END     PIC 9(12)V99 VALUE 0.
           05 WS-TOTAL-CONTRIB PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CHANGE  PIC S9(12)V99 VALUE 0.
           05 WS-NET-RESULT    PIC S9(12)V99 VALUE 0.
           05 WS-TOTAL-PROJECTED PIC 9(12)V99 VALUE 0.
       01  WS-PRINTED-COUNT    PIC 9(2) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(2) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(3) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-START         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-END           PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-CONTRIB       PIC -Z,ZZZ,ZZ9.99.
           05 ED-CHANGE        PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 ED-SIGNED-TOTAL  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 ED-PROJECTED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-RATE          PIC Z9.9.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "QTRSTMT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-TAKE-QUARTER
           PERFORM 0100-LOAD-POSITIONS THRU 0100-EXIT
           IF WS-CL-COUNT = 0
               DISPLAY "NO POSITIONS ON portfolio.dat. NOTHING TO "
                   "STATE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-VALUATIONS THRU 0200-EXIT
           PERFORM 0250-LOAD-QUARTER-FEES THRU 0250-EXIT
           PERFORM 0270-LOAD-QUARTER-FLOWS THRU 0270-EXIT
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "clientstmt.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "QUARTERLY CLIENT STATEMENTS - " WS-QUARTER
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "POSITION      START VALUE      END VALUE"
               "   CONTRIBUTED          CHANGE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               PERFORM 0300-STATE-ONE-CLIENT THRU 0300-EXIT
           END-PERFORM
           PERFORM 0700-PRINT-SKIPPED
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-PRINTED-COUNT " STATEMENTS FOR " WS-QUARTER
               " ON clientstmt.rpt, " WS-SKIPPED-COUNT
               " CLIENTS SKIPPED."
           IF WS-SKIPPED-COUNT > 0
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
                   IF CLE-SKIP-REASON(C) NOT = SPACES
                       DISPLAY "  SKIPPED " CLE-CLIENT-ID(C) "  "
                           CLE-SKIP-REASON(C)
                   END-IF
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** portfolio.dat HOLDS MORE POSITIONS OR "
                   "CLIENTS THAN THE RUN CAN TAKE -- THE REST HAVE "
                   "NO STATEMENT. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0800-LOG-STATEMENT-RUN
           GOBACK.

       0050-TAKE-QUARTER.
           PERFORM UNTIL WS-QTR-YEAR IS NUMERIC
                   AND WS-QTR-LETTER = "Q"
                   AND WS-QTR-NUMBER IS NUMERIC
                   AND WS-QTR-NUMBER >= 1 AND WS-QTR-NUMBER <= 4
               DISPLAY "ENTER STATEMENT QUARTER (YYYYQN, E.G. "
                   "2026Q3): "
               ACCEPT WS-QUARTER
               MOVE FUNCTION UPPER-CASE(WS-QUARTER) TO WS-QUARTER
           END-PERFORM
           COMPUTE WS-START-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1
           COMPUTE WS-END-MONTH = WS-QTR-NUMBER * 3
           IF WS-END-MONTH = 6 OR WS-END-MONTH = 9
               MOVE 30 TO WS-END-DAY
           ELSE
               MOVE 31 TO WS-END-DAY
           END-IF
           MOVE SPACES TO WS-QTR-START-DATE
           STRING WS-QTR-YEAR WS-START-MONTH "01"
               DELIMITED BY SIZE INTO WS-QTR-START-DATE
           MOVE SPACES TO WS-QTR-END-DATE
           STRING WS-QTR-YEAR WS-END-MONTH WS-END-DAY
               DELIMITED BY SIZE INTO WS-QTR-END-DATE
           MOVE WS-QTR-YEAR TO WS-CLOSE-YEAR
           MOVE WS-QTR-NUMBER TO WS-CLOSE-QTR
           IF WS-QTR-NUMBER = 1
               COMPUTE WS-OPEN-YEAR = WS-QTR-YEAR - 1
               MOVE "4" TO WS-OPEN-QTR
           ELSE
               MOVE WS-QTR-YEAR TO WS-OPEN-YEAR
               COMPUTE WS-OPEN-QTR = WS-QTR-NUMBER - 1
           END-IF.

      *    A POSITION IS HELD IN THE QUARTER WHEN IT STARTED BY THE
      *    QUARTER'S LAST DAY; ONE STARTED ON OR AFTER ITS FIRST DAY
      *    WAS OPENED IN THE QUARTER AND HAS NO QUARTER-START VALUE.
       0100-LOAD-POSITIONS.
           MOVE "N" TO WS-PF-EOF
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF
           PERFORM UNTIL WS-PF-EOF = "Y"
               READ PORTFOLIO-FILE
                   AT END
                       MOVE "Y" TO WS-PF-EOF
                   NOT AT END
                       PERFORM 0120-ADD-POSITION THRU 0120-EXIT
               END-READ
           END-PERFORM
           CLOSE PORTFOLIO-FILE.
       0100-EXIT.
           EXIT.

       0120-ADD-POSITION.
           MOVE 0 TO WS-CL-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               IF CLE-CLIENT-ID(C) = PF-CLIENT-ID
                   MOVE C TO WS-CL-INDEX
               END-IF
           END-PERFORM
           IF WS-CL-INDEX = 0
               IF WS-CL-COUNT = 50
                   MOVE "Y" TO WS-TABLE-FULL
                   GO TO 0120-EXIT
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE PF-CLIENT-ID TO CLE-CLIENT-ID(WS-CL-COUNT)
               MOVE 0 TO CLE-FEES(WS-CL-COUNT)
               MOVE SPACES TO CLE-SKIP-REASON(WS-CL-COUNT)
           END-IF
           IF WS-PT-COUNT = 500
               MOVE "Y" TO WS-TABLE-FULL
               GO TO 0120-EXIT
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE PF-CLIENT-ID TO PTE-CLIENT-ID(WS-PT-COUNT)
           MOVE PF-POSITION TO PTE-POSITION(WS-PT-COUNT)
           MOVE PF-AMOUNT TO PTE-AMOUNT(WS-PT-COUNT)
           MOVE PF-RATE TO PTE-RATE(WS-PT-COUNT)
           MOVE PF-START-DATE TO PTE-START-DATE(WS-PT-COUNT)
           MOVE PF-YEARS-LEFT TO PTE-YEARS-LEFT(WS-PT-COUNT)
           MOVE PF-CONTRIBUTION TO PTE-CONTRIB(WS-PT-COUNT)
           MOVE "N" TO PTE-START-FOUND(WS-PT-COUNT)
           MOVE "N" TO PTE-END-FOUND(WS-PT-COUNT)
           MOVE 0 TO PTE-START-VAL(WS-PT-COUNT)
           MOVE 0 TO PTE-END-VAL(WS-PT-COUNT)
           MOVE 0 TO PTE-QTR-FLOWS(WS-PT-COUNT)
           IF PF-START-DATE > WS-QTR-END-DATE
               MOVE "N" TO PTE-HELD(WS-PT-COUNT)
           ELSE
               MOVE "Y" TO PTE-HELD(WS-PT-COUNT)
           END-IF
           IF PF-START-DATE NOT < WS-QTR-START-DATE
               MOVE "Y" TO PTE-OPENED(WS-PT-COUNT)
           ELSE
               MOVE "N" TO PTE-OPENED(WS-PT-COUNT)
           END-IF.
       0120-EXIT.
           EXIT.

      *    THE LATEST LINE FOR A PERIOD WINS, AS IN VALDRIFT.
       0200-LOAD-VALUATIONS.
           MOVE "N" TO WS-VL-EOF
           OPEN INPUT VALUATION-FILE
           IF WS-VL-FILE-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ VALUATION-FILE
                   AT END
                       MOVE "Y" TO WS-VL-EOF
                   NOT AT END
                       MOVE VL-YEAR TO WS-VL-YEAR
                       MOVE VL-QUARTER TO WS-VL-QTR
                       IF WS-VL-QTR = SPACE
                           MOVE "4" TO WS-VL-QTR
                       END-IF
                       IF WS-VL-PERIOD = WS-OPEN-PERIOD
                               OR WS-VL-PERIOD = WS-CLOSE-PERIOD
                           PERFORM 0220-MATCH-VALUATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUATION-FILE.
       0200-EXIT.
           EXIT.

       0220-MATCH-VALUATION.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = VL-CLIENT-ID
                       AND PTE-POSITION(P) = VL-POSITION
                   IF WS-VL-PERIOD = WS-OPEN-PERIOD
                       MOVE "Y" TO PTE-START-FOUND(P)
                       MOVE VL-ACTUAL-VALUE TO PTE-START-VAL(P)
                   ELSE
                       MOVE "Y" TO PTE-END-FOUND(P)
                       MOVE VL-ACTUAL-VALUE TO PTE-END-VAL(P)
                   END-IF
               END-IF
           END-PERFORM.

      *    EVERY BILLING FOR THE QUARTER COUNTS -- A RE-BILL SHOWS
      *    AS A SECOND FEE, AS IT DID ON THE INVOICES.
       0250-LOAD-QUARTER-FEES.
           MOVE "N" TO WS-FR-EOF
           OPEN INPUT FEE-REGISTER-FILE
           IF WS-FR-FILE-STATUS NOT = "00"
               GO TO 0250-EXIT
           END-IF
           PERFORM UNTIL WS-FR-EOF = "Y"
               READ FEE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-FR-EOF
                   NOT AT END
                       IF FR-QUARTER = WS-QUARTER
                           PERFORM VARYING C FROM 1 BY 1
                                   UNTIL C > WS-CL-COUNT
                               IF CLE-CLIENT-ID(C) = FR-CLIENT-ID
                                   ADD FR-FEE TO CLE-FEES(C)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-REGISTER-FILE.
       0250-EXIT.
           EXIT.

      *    EVERY CASH FLOW DATED IN THE QUARTER, NETTED ONTO ITS
      *    POSITION -- CONTRIBUTIONS IN, WITHDRAWALS OUT.
       0270-LOAD-QUARTER-FLOWS.
           MOVE "N" TO WS-CF-EOF
           OPEN INPUT CASHFLOW-FILE
           IF WS-CF-FILE-STATUS NOT = "00"
               GO TO 0270-EXIT
           END-IF
           PERFORM UNTIL WS-CF-EOF = "Y"
               READ CASHFLOW-FILE
                   AT END
                       MOVE "Y" TO WS-CF-EOF
                   NOT AT END
                       IF CF-DATE NOT < WS-QTR-START-DATE
                               AND CF-DATE NOT > WS-QTR-END-DATE
                           PERFORM 0280-MATCH-CASH-FLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHFLOW-FILE.
       0270-EXIT.
           EXIT.

       0280-MATCH-CASH-FLOW.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = CF-CLIENT-ID
                       AND PTE-POSITION(P) = CF-POSITION
                   IF CF-TYPE = "W"
                       SUBTRACT CF-AMOUNT FROM PTE-QTR-FLOWS(P)
                   ELSE
                       ADD CF-AMOUNT TO PTE-QTR-FLOWS(P)
                   END-IF
               END-IF
           END-PERFORM.

       0300-STATE-ONE-CLIENT.
           PERFORM 0320-CHECK-CLIENT-DATA
           IF CLE-SKIP-REASON(C) NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-PRINTED-COUNT
           MOVE 0 TO WS-TOTAL-START
           MOVE 0 TO WS-TOTAL-END
           MOVE 0 TO WS-TOTAL-CONTRIB
           MOVE 0 TO WS-TOTAL-CHANGE
           MOVE 0 TO WS-TOTAL-PROJECTED
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CLIENT: " CLE-CLIENT-ID(C) "   QUARTER " WS-QUARTER
               " (" WS-QTR-START-DATE " TO " WS-QTR-END-DATE ")"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                       AND PTE-HELD(P) = "Y"
                   PERFORM 0400-STATE-ONE-POSITION
               END-IF
           END-PERFORM
           PERFORM 0450-PRINT-CLIENT-TOTALS
           PERFORM 0600-PRINT-PROJECTION.
       0300-EXIT.
           EXIT.

      *    THE FIRST GAP FOUND IS THE REASON GIVEN -- ENOUGH TO
      *    SEND SOMEONE TO valdrift.
       0320-CHECK-CLIENT-DATA.
           MOVE SPACES TO CLE-SKIP-REASON(C)
           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                       AND PTE-HELD(P) = "Y"
                   ADD 1 TO WS-HELD-COUNT
                   IF CLE-SKIP-REASON(C) = SPACES
                       PERFORM 0330-CHECK-POSITION-VALUES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT = 0
               MOVE "NO POSITION HELD IN THE QUARTER"
                   TO CLE-SKIP-REASON(C)
           END-IF.

       0330-CHECK-POSITION-VALUES.
           IF PTE-OPENED(P) = "N" AND PTE-START-FOUND(P) = "N"
               STRING "NO QUARTER-START VALUE FOR " PTE-POSITION(P)
                   " (" WS-OPEN-YEAR " Q" WS-OPEN-QTR ")"
                   DELIMITED BY SIZE INTO CLE-SKIP-REASON(C)
           ELSE
               IF PTE-END-FOUND(P) = "N"
                   STRING "NO QUARTER-END VALUE FOR " PTE-POSITION(P)
                       " (" WS-CLOSE-YEAR " Q" WS-CLOSE-QTR ")"
                       DELIMITED BY SIZE INTO CLE-SKIP-REASON(C)
               END-IF
           END-IF.

      *    A POSITION OPENED IN THE QUARTER STARTS AT ITS OPENING
      *    AMOUNT. THE CONTRIBUTION SHOWN IS WHAT WAS ACTUALLY PUT
      *    IN DURING THE QUARTER LESS WHAT WAS TAKEN OUT, FROM
      *    cashflows.dat -- NEGATIVE WHEN WITHDRAWALS WERE LARGER.
       0400-STATE-ONE-POSITION.
           IF PTE-OPENED(P) = "Y"
               MOVE PTE-AMOUNT(P) TO PTE-START-VAL(P)
           END-IF
           MOVE PTE-QTR-FLOWS(P) TO WS-QTR-CONTRIB
           COMPUTE WS-CHANGE = PTE-END-VAL(P) - PTE-START-VAL(P)
           ADD PTE-START-VAL(P) TO WS-TOTAL-START
           ADD PTE-END-VAL(P) TO WS-TOTAL-END
           ADD WS-QTR-CONTRIB TO WS-TOTAL-CONTRIB
           ADD WS-CHANGE TO WS-TOTAL-CHANGE
           MOVE PTE-START-VAL(P) TO ED-START
           MOVE PTE-END-VAL(P) TO ED-END
           MOVE WS-QTR-CONTRIB TO ED-CONTRIB
           MOVE WS-CHANGE TO ED-CHANGE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING PTE-POSITION(P) " " ED-START " " ED-END " "
               ED-CONTRIB " " ED-CHANGE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           IF PTE-OPENED(P) = "Y"
               MOVE "OPENED" TO WS-PS-TEXT-1(75:6)
           END-IF
           PERFORM 0690-PRINT-LINE.

       0450-PRINT-CLIENT-TOTALS.
           MOVE SPACES TO WS-PS-TEXT-1
           MOVE ALL "-" TO WS-PS-TEXT-1(1:70)
           PERFORM 0690-PRINT-LINE
           MOVE WS-TOTAL-START TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "VALUE AT QUARTER START            " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE WS-TOTAL-END TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "VALUE AT QUARTER END              " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE WS-TOTAL-CHANGE TO ED-SIGNED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CHANGE IN VALUE                  " ED-SIGNED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE WS-TOTAL-CONTRIB TO ED-SIGNED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "LESS NET CONTRIBUTIONS           " ED-SIGNED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE CLE-FEES(C) TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "ADVISORY FEES BILLED " WS-QUARTER "       "
               ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           COMPUTE WS-NET-RESULT = WS-TOTAL-CHANGE - WS-TOTAL-CONTRIB
               - CLE-FEES(C)
           MOVE WS-NET-RESULT TO ED-SIGNED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "INVESTMENT RESULT AFTER FEES     " ED-SIGNED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE.

      *    PORTVALUE'S PROJECTION, POSITION BY POSITION.
       0600-PRINT-PROJECTION.
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PROJECTION AT EACH POSITION'S ASSUMED RATE AND "
               "CONTRIBUTION"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                       AND PTE-HELD(P) = "Y"
                   PERFORM 0620-PROJECT-ONE-POSITION
                   MOVE PTE-RATE(P) TO ED-RATE
                   MOVE PTE-PROJECTED(P) TO ED-PROJECTED
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "  " PTE-POSITION(P) "  " ED-RATE "%  "
                       PTE-YEARS-LEFT(P) " YRS  " ED-PROJECTED
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0690-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-PROJECTED TO ED-PROJECTED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  TOTAL PROJECTED VALUE   " ED-PROJECTED
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE.

      *    SAME ARITHMETIC AS PORTVALUE'S 0200-PROJECT-ONE-POSITION
      *    (AND SO FVearning'S 120-calculate-next-fv): THE
      *    CONTRIBUTION GOES IN AT THE TOP OF THE YEAR AND THE WHOLE
      *    BALANCE EARNS THE YEAR'S INTEREST.
       0620-PROJECT-ONE-POSITION.
           MOVE PTE-AMOUNT(P) TO WS-FUTURE-VALUE
           MOVE 1 TO WS-YEAR-COUNTER
           PERFORM 0650-PROJECT-ONE-YEAR
               UNTIL WS-YEAR-COUNTER > PTE-YEARS-LEFT(P)
           MOVE WS-FUTURE-VALUE TO PTE-PROJECTED(P)
           ADD WS-FUTURE-VALUE TO WS-TOTAL-PROJECTED.

       0650-PROJECT-ONE-YEAR.
           ADD PTE-CONTRIB(P) TO WS-FUTURE-VALUE
           COMPUTE WS-FUTURE-VALUE ROUNDED =
               WS-FUTURE-VALUE +
                   (WS-FUTURE-VALUE * PTE-RATE(P) / 100)
           ADD 1 TO WS-YEAR-COUNTER.

       0690-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0700-PRINT-SKIPPED.
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0690-PRINT-LINE
           IF WS-SKIPPED-COUNT = 0
               MOVE "EVERY CLIENT ON portfolio.dat HAS A STATEMENT."
                   TO WS-PS-TEXT-1
               PERFORM 0690-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "NO STATEMENT -- CAPTURE THE MISSING VALUES "
                   "WITH valdrift AND RE-RUN:"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0690-PRINT-LINE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
                   IF CLE-SKIP-REASON(C) NOT = SPACES
                       MOVE SPACES TO WS-PS-TEXT-1
                       STRING "  " CLE-CLIENT-ID(C) "  "
                           CLE-SKIP-REASON(C)
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                       PERFORM 0690-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       0800-LOG-STATEMENT-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND INVESTMENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
      *        LOG DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT INVESTMENT-LOG-FILE
               CLOSE INVESTMENT-LOG-FILE
               OPEN EXTEND INVESTMENT-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  STATEMENTS=" WS-QUARTER
               "  PRINTED=" WS-PRINTED-COUNT
               "  SKIPPED=" WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLIENT STATEMENTS " WS-QUARTER " "
               WS-PRINTED-COUNT " PRINTED"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
