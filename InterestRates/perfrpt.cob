       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFRPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    TIME-WEIGHTED PERFORMANCE AGAINST A BENCHMARK.
      *            VALDRIFT COMPARES ACTUAL WITH PROJECTED VALUE, WHICH
      *            MIXES THE CLIENT'S OWN DEPOSITS IN WITH MARKET
      *            PERFORMANCE. THIS RUN MEASURES EACH portfolio.dat
      *            CLIENT'S TIME-WEIGHTED RETURN, PER POSITION AND IN
      *            TOTAL, FOR THE QUARTER, YEAR-TO-DATE, ONE YEAR AND
      *            SINCE INCEPTION TO A KEYED QUARTER-END. THE PERIOD
      *            IS CUT AT EVERY VALUATION ON valuations.dat (YEAR-
      *            AND QUARTER-END CAPTURES FROM valdrift); EACH PIECE
      *            IS VALUED BY THE MODIFIED DIETZ METHOD -- GAIN LESS
      *            NET CASH FLOWS, OVER THE OPENING VALUE PLUS EACH
      *            FLOW WEIGHTED BY THE SHARE OF THE PIECE IT WAS
      *            INVESTED FOR -- AND THE PIECES ARE CHAINED. THE
      *            FLOWS ARE THE CONTRIBUTIONS AND WITHDRAWALS KEYED
      *            ON cashflows.dat (portmaint F), A POSITION'S
      *            OPENING AMOUNT ON ITS START DATE, AND FOR THE
      *            CLIENT TOTAL THE ADVISORY FEES ON feeregister.dat
      *            AS MONEY OUT ON THEIR BILL DATES. A DATE WHERE A
      *            HELD POSITION HAS NO VALUATION IS NOT A CUT POINT;
      *            A FIGURE WITH NO VALUE AT ITS START OR END SHOWS
      *            AS N/A. EACH CLIENT FIGURE IS SET AGAINST THE
      *            BENCHMARK SERIES ON benchmark.dat (QUARTERLY
      *            RETURNS, KEPT WITH THE B OPTION HERE), COMPOUNDED
      *            OVER THE QUARTERS THE PERIOD TOUCHES, AND A CLIENT
      *            TRAILING IT BY MORE THAN THE REVIEW THRESHOLD OVER
      *            ONE YEAR (SINCE INCEPTION FOR A CLIENT NOT YET A
      *            YEAR IN) IS FLAGGED FOR AN ADVISOR REVIEW. THE
      *            REPORT GOES THROUGH THE SHARED PRINT SERVICE TO
      *            perfreport.rpt AND THE RUN IS LOGGED TO
      *            investmentrun.log LIKE THE VALUATION RUNS.
      *    compile with (from the repo root) ->
      *        cobc -x -o perfrpt InterestRates/perfrpt.cob
      *    then run ./perfrpt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT VALUATION-FILE ASSIGN TO "valuations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VL-FILE-STATUS.
           SELECT CASHFLOW-FILE ASSIGN TO "cashflows.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT FEE-REGISTER-FILE ASSIGN TO "feeregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT BENCHMARK-FILE ASSIGN TO "benchmark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.
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

      *    SAME LAYOUT PORTMAINT WRITES.
       FD  CASHFLOW-FILE.
       01  CASHFLOW-RECORD.
           05 CF-CLIENT-ID     PIC X(10).
           05 CF-POSITION      PIC X(10).
           05 CF-DATE          PIC X(8).
           05 CF-TYPE          PIC X.
           05 CF-AMOUNT        PIC 9(9)V99.

      *    SAME LAYOUT FEEBILL WRITES.
       FD  FEE-REGISTER-FILE.
       01  FEE-REGISTER-RECORD.
           05 FR-BILL-DATE     PIC X(8).
           05 FR-QUARTER       PIC X(6).
           05 FR-CLIENT-ID     PIC X(10).
           05 FR-ASSETS        PIC 9(11)V99.
           05 FR-FEE           PIC 9(9)V99.

      *    ONE LINE PER QUARTER: THE BENCHMARK'S TOTAL RETURN FOR
      *    THE QUARTER, IN PERCENT.
       FD  BENCHMARK-FILE.
       01  BENCHMARK-RECORD.
           05 BM-QUARTER       PIC X(6).
           05 BM-RETURN        PIC S9(3)V99.

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-VL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-BM-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
       01  WS-PR-PROMPT        PIC X(60).
       01  WS-PR-NUM-BUFFER    PIC X(18).
       01  WS-TABLE-FULL       PIC X VALUE "N".
      *    TRAILING THE BENCHMARK BY MORE THAN THIS MANY POINTS IS
      *    WORTH AN ADVISOR REVIEW.
       01  WS-REVIEW-THRESHOLD PIC 9V9 VALUE 2.0.

      *    A QUARTER AS FEEBILL KEYS IT (YYYYQN).
       01  WS-QUARTER          PIC X(6) VALUE SPACES.
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-QTR-YEAR      PIC 9(4).
           05 WS-QTR-LETTER    PIC X.
           05 WS-QTR-NUMBER    PIC 9.
       01  WS-AS-OF-QUARTER    PIC X(6) VALUE SPACES.
       01  WS-END-DATE         PIC X(8).

      *    QUARTER-END DATE OF WS-QE-YEAR / WS-QE-QTR.
       01  WS-QE-YEAR          PIC 9(4).
       01  WS-QE-QTR           PIC 9.
       01  WS-QE-DATE          PIC X(8).
       01  WS-QE-MMDD          PIC X(4).

      *    THE FIXED STARTS OF THE QUARTER, YEAR-TO-DATE AND ONE-
      *    YEAR PERIODS; SINCE INCEPTION STARTS AT THE SELECTION'S
      *    EARLIEST START DATE, AND NO PERIOD STARTS BEFORE THAT.
       01  PERIOD-STARTS.
           05 WS-PERIOD-START  PIC X(8) OCCURS 4 TIMES.
       01  K                   PIC 9 VALUE 1.
       01  WS-INCEPTION        PIC X(8).
       01  WS-BEGIN-DATE       PIC X(8).

       01  BENCHMARK-TABLE.
           05 WS-BM-COUNT      PIC 9(3) VALUE 0.
           05 BM-ENTRY OCCURS 200 TIMES.
               10 BME-QUARTER      PIC X(6).
               10 BME-RETURN       PIC S9(3)V99.
       01  B                   PIC 9(3) VALUE 1.
       01  WS-BM-INDEX         PIC 9(3) VALUE 0.

       01  POSITION-TABLE.
           05 WS-PT-COUNT      PIC 9(3) VALUE 0.
           05 PT-ENTRY OCCURS 500 TIMES.
               10 PTE-CLIENT-ID   PIC X(10).
               10 PTE-POSITION    PIC X(10).
               10 PTE-AMOUNT      PIC 9(9)V99.
               10 PTE-START-DATE  PIC X(8).
       01  P                   PIC 9(3) VALUE 1.
       01  Q                   PIC 9(3) VALUE 1.

       01  CLIENT-TABLE.
           05 WS-CL-COUNT      PIC 9(2) VALUE 0.
           05 CL-ENTRY OCCURS 50 TIMES.
               10 CLE-CLIENT-ID    PIC X(10).
               10 CLE-REVIEW       PIC X.
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CL-INDEX         PIC 9(2) VALUE 0.

      *    THE CURRENT CLIENT'S VALUATIONS (LATEST LINE FOR A
      *    POSITION AND DATE WINS) AND CASH FLOWS. A FLOW'S
      *    POSITION INDEX OF ZERO IS A FEE -- CLIENT TOTAL ONLY.
       01  VALUE-TABLE.
           05 WS-VT-COUNT      PIC 9(4) VALUE 0.
           05 VT-ENTRY OCCURS 1000 TIMES.
               10 VTE-POS          PIC 9(3).
               10 VTE-DATE         PIC X(8).
               10 VTE-VALUE        PIC 9(11)V99.
       01  V                   PIC 9(4) VALUE 1.
       01  FLOW-TABLE.
           05 WS-FT-COUNT      PIC 9(4) VALUE 0.
           05 FT-ENTRY OCCURS 1000 TIMES.
               10 FTE-POS          PIC 9(3).
               10 FTE-DATE         PIC X(8).
               10 FTE-AMOUNT       PIC S9(9)V99.
       01  F                   PIC 9(4) VALUE 1.

      *    ONE TIME-WEIGHTED RETURN: THE SELECTION (A POSITION
      *    INDEX, OR ZERO FOR THE WHOLE CLIENT) FROM WS-BEGIN-DATE
      *    TO WS-END-DATE.
       01  TWR-WORK.
           05 WS-SEL           PIC 9(3).
           05 WS-TWR-OK        PIC X.
           05 WS-TWR           PIC S9(5)V99.
           05 WS-GROWTH        PIC S9(5)V9(10).
           05 WS-SUB-RETURN    PIC S9(5)V9(10).
           05 WS-CUR-DATE      PIC X(8).
           05 WS-CUR-VALUE     PIC 9(12)V99.
           05 WS-NEXT-DATE     PIC X(8).
           05 WS-NEXT-VALUE    PIC 9(12)V99.
           05 WS-SEARCH-DATE   PIC X(8).
           05 WS-CAND-DATE     PIC X(8).
           05 WS-POINT-FOUND   PIC X.
           05 WS-PT-DATE       PIC X(8).
           05 WS-POINT-VALUE   PIC 9(12)V99.
           05 WS-POINT-OK      PIC X.
           05 WS-VALUE-FOUND   PIC X.
           05 WS-SELECTED      PIC X.
           05 WS-PERIOD-DAYS   PIC S9(7).
           05 WS-FLOW-DAYS     PIC S9(7).
           05 WS-FLOW-DATE     PIC X(8).
           05 WS-FLOW-AMOUNT   PIC S9(11)V99.
           05 WS-NET-FLOW      PIC S9(11)V99.
           05 WS-WEIGHTED-FLOW PIC S9(11)V9(4).
           05 WS-DENOMINATOR   PIC S9(12)V9(4).

      *    ONE ROW OF FOUR FIGURES -- QUARTER, YTD, ONE YEAR,
      *    SINCE INCEPTION.
       01  RESULT-ROW.
           05 RR-FIGURE OCCURS 4 TIMES.
               10 RR-OK            PIC X.
               10 RR-RETURN        PIC S9(5)V99.
       01  TOTAL-ROW.
           05 TR-FIGURE OCCURS 4 TIMES.
               10 TR-OK            PIC X.
               10 TR-RETURN        PIC S9(5)V99.
       01  BENCH-ROW.
           05 BR-FIGURE OCCURS 4 TIMES.
               10 BR-OK            PIC X.
               10 BR-RETURN        PIC S9(5)V99.
       01  WS-GAP              PIC S9(5)V99.
       01  WS-GAP-PERIOD       PIC 9 VALUE 0.
       01  WS-BM-GROWTH        PIC S9(5)V9(10).
       01  WS-BM-OK            PIC X.
       01  WS-BM-START-YEAR    PIC 9(4).
       01  WS-BM-START-QTR     PIC 9.
       01  WS-BM-MONTH         PIC 9(2).
       01  WS-ROW-LABEL        PIC X(10).
       01  WS-SEARCH-POSITION  PIC X(10).
       01  WS-CLIENT-COUNT     PIC 9(2) VALUE 0.
       01  WS-REVIEW-COUNT     PIC 9(2) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-RETURN        PIC ----9.99.
           05 ED-BM-RETURN     PIC ---9.99.
           05 ED-THRESHOLD     PIC 9.9.
       01  WS-FIGURE-TEXT      PIC X(8) OCCURS 4 TIMES.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PERFRPT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-BENCHMARK
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0050-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "B"
                       PERFORM 0200-KEY-BENCHMARK THRU 0200-EXIT
                   WHEN "L"
                       PERFORM 0250-LIST-BENCHMARK
                   WHEN "P"
                       PERFORM 0300-PERFORMANCE-RUN THRU 0300-EXIT
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
           DISPLAY "----- PERFORMANCE AGAINST THE BENCHMARK -----"
           DISPLAY "B - KEY A BENCHMARK QUARTER"
           DISPLAY "L - LIST THE BENCHMARK SERIES"
           DISPLAY "P - PERFORMANCE RUN FOR ALL CLIENTS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0060-TAKE-QUARTER.
           MOVE SPACES TO WS-QUARTER
           PERFORM UNTIL WS-QTR-YEAR IS NUMERIC
                   AND WS-QTR-LETTER = "Q"
                   AND WS-QTR-NUMBER IS NUMERIC
                   AND WS-QTR-NUMBER >= 1 AND WS-QTR-NUMBER <= 4
               DISPLAY "ENTER QUARTER (YYYYQN, E.G. 2026Q3): "
               ACCEPT WS-QUARTER
               MOVE FUNCTION UPPER-CASE(WS-QUARTER) TO WS-QUARTER
           END-PERFORM.

       0070-QUARTER-END-DATE.
           EVALUATE WS-QE-QTR
               WHEN 1
                   MOVE "0331" TO WS-QE-MMDD
               WHEN 2
                   MOVE "0630" TO WS-QE-MMDD
               WHEN 3
                   MOVE "0930" TO WS-QE-MMDD
               WHEN OTHER
                   MOVE "1231" TO WS-QE-MMDD
           END-EVALUATE
           MOVE SPACES TO WS-QE-DATE
           STRING WS-QE-YEAR WS-QE-MMDD
               DELIMITED BY SIZE INTO WS-QE-DATE.

       0100-LOAD-BENCHMARK.
           MOVE 0 TO WS-BM-COUNT
           MOVE "N" TO WS-BM-EOF
           OPEN INPUT BENCHMARK-FILE
           IF WS-BM-FILE-STATUS = "00"
               PERFORM UNTIL WS-BM-EOF = "Y" OR WS-BM-COUNT = 200
                   READ BENCHMARK-FILE
                       AT END
                           MOVE "Y" TO WS-BM-EOF
                       NOT AT END
                           ADD 1 TO WS-BM-COUNT
                           MOVE BM-QUARTER TO BME-QUARTER(WS-BM-COUNT)
                           MOVE BM-RETURN TO BME-RETURN(WS-BM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENCHMARK-FILE
           END-IF.

       0110-FIND-BENCHMARK.
           MOVE 0 TO WS-BM-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BM-COUNT
               IF BME-QUARTER(B) = WS-QUARTER
                   MOVE B TO WS-BM-INDEX
               END-IF
           END-PERFORM.

      *    KEYING A QUARTER ALREADY ON FILE REPLACES ITS RETURN.
       0200-KEY-BENCHMARK.
           IF WS-BM-COUNT = 200 AND WS-BM-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 200 QUARTERS ON benchmark.dat "
                   "-- TRIM THE OLDEST BEFORE KEYING MORE. ***"
               GO TO 0200-EXIT
           END-IF
           PERFORM 0060-TAKE-QUARTER
           PERFORM 0110-FIND-BENCHMARK
           IF WS-BM-INDEX = 0
               IF WS-BM-COUNT = 200
                   DISPLAY "BENCHMARK TABLE IS FULL (200)."
                   GO TO 0200-EXIT
               END-IF
               ADD 1 TO WS-BM-COUNT
               MOVE WS-BM-COUNT TO WS-BM-INDEX
               MOVE WS-QUARTER TO BME-QUARTER(WS-BM-INDEX)
           END-IF
           MOVE SPACES TO WS-PR-PROMPT
           STRING "ENTER THE QUARTER'S BENCHMARK RETURN IN PERCENT "
               "(E.G. -1.25): "
               DELIMITED BY SIZE INTO WS-PR-PROMPT
           CALL "NUMVALID" USING WS-PR-PROMPT WS-PR-NUM-BUFFER
           COMPUTE BME-RETURN(WS-BM-INDEX) =
               FUNCTION NUMVAL(WS-PR-NUM-BUFFER)
           OPEN OUTPUT BENCHMARK-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BM-COUNT
               MOVE BME-QUARTER(B) TO BM-QUARTER
               MOVE BME-RETURN(B) TO BM-RETURN
               WRITE BENCHMARK-RECORD
           END-PERFORM
           CLOSE BENCHMARK-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BENCHMARK RETURN KEYED FOR " WS-QUARTER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "BENCHMARK SAVED.".
       0200-EXIT.
           EXIT.

       0250-LIST-BENCHMARK.
           IF WS-BM-COUNT = 0
               DISPLAY "NO BENCHMARK QUARTERS ON FILE YET."
           ELSE
               DISPLAY "QUARTER   RETURN %"
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BM-COUNT
                   MOVE BME-RETURN(B) TO ED-BM-RETURN
                   DISPLAY BME-QUARTER(B) "   " ED-BM-RETURN
               END-PERFORM
           END-IF.

       0300-PERFORMANCE-RUN.
           DISPLAY "AS AT THE END OF WHICH QUARTER?"
           PERFORM 0060-TAKE-QUARTER
           MOVE WS-QUARTER TO WS-AS-OF-QUARTER
           MOVE WS-QTR-YEAR TO WS-QE-YEAR
           MOVE WS-QTR-NUMBER TO WS-QE-QTR
           PERFORM 0070-QUARTER-END-DATE
           MOVE WS-QE-DATE TO WS-END-DATE
      *    QUARTER: FROM THE PREVIOUS QUARTER-END.
           IF WS-QTR-NUMBER = 1
               COMPUTE WS-QE-YEAR = WS-QTR-YEAR - 1
               MOVE 4 TO WS-QE-QTR
           ELSE
               MOVE WS-QTR-YEAR TO WS-QE-YEAR
               COMPUTE WS-QE-QTR = WS-QTR-NUMBER - 1
           END-IF
           PERFORM 0070-QUARTER-END-DATE
           MOVE WS-QE-DATE TO WS-PERIOD-START(1)
      *    YEAR-TO-DATE: FROM THE PREVIOUS YEAR-END.
           COMPUTE WS-QE-YEAR = WS-QTR-YEAR - 1
           MOVE 4 TO WS-QE-QTR
           PERFORM 0070-QUARTER-END-DATE
           MOVE WS-QE-DATE TO WS-PERIOD-START(2)
      *    ONE YEAR: FROM THE SAME QUARTER-END A YEAR EARLIER.
           COMPUTE WS-QE-YEAR = WS-QTR-YEAR - 1
           MOVE WS-QTR-NUMBER TO WS-QE-QTR
           PERFORM 0070-QUARTER-END-DATE
           MOVE WS-QE-DATE TO WS-PERIOD-START(3)
           MOVE LOW-VALUES TO WS-PERIOD-START(4)
           PERFORM 0320-LOAD-POSITIONS
           IF WS-CL-COUNT = 0
               DISPLAY "NO POSITIONS ON portfolio.dat. NOTHING TO "
                   "MEASURE."
               GO TO 0300-EXIT
           END-IF
           MOVE 0 TO WS-CLIENT-COUNT
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "perfreport.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "TIME-WEIGHTED PERFORMANCE TO " WS-END-DATE
               " (" WS-AS-OF-QUARTER ")"
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "RETURN %      QUARTER       YTD    1 YEAR"
               " INCEPTION"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               PERFORM 0400-MEASURE-ONE-CLIENT THRU 0400-EXIT
           END-PERFORM
           PERFORM 0900-PRINT-REVIEW-LIST
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-CLIENT-COUNT " CLIENTS MEASURED TO "
               WS-END-DATE " ON perfreport.rpt, " WS-REVIEW-COUNT
               " FLAGGED FOR ADVISOR REVIEW."
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               IF CLE-REVIEW(C) = "Y"
                   DISPLAY "  REVIEW " CLE-CLIENT-ID(C)
               END-IF
           END-PERFORM
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** A TABLE FILLED -- SOME POSITIONS, "
                   "VALUATIONS OR FLOWS WERE LEFT OUT. ***"
           END-IF
           PERFORM 0950-LOG-PERFORMANCE-RUN.
       0300-EXIT.
           EXIT.

       0320-LOAD-POSITIONS.
           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-CL-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PORTFOLIO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0330-ADD-POSITION
               END-READ
           END-PERFORM
           CLOSE PORTFOLIO-FILE.

       0330-ADD-POSITION.
           MOVE 0 TO WS-CL-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               IF CLE-CLIENT-ID(C) = PF-CLIENT-ID
                   MOVE C TO WS-CL-INDEX
               END-IF
           END-PERFORM
           IF WS-CL-INDEX = 0
               IF WS-CL-COUNT = 50
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE PF-CLIENT-ID TO CLE-CLIENT-ID(WS-CL-COUNT)
               MOVE "N" TO CLE-REVIEW(WS-CL-COUNT)
           END-IF
           IF WS-PT-COUNT = 500
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE PF-CLIENT-ID TO PTE-CLIENT-ID(WS-PT-COUNT)
           MOVE PF-POSITION TO PTE-POSITION(WS-PT-COUNT)
           MOVE PF-AMOUNT TO PTE-AMOUNT(WS-PT-COUNT)
           MOVE PF-START-DATE TO PTE-START-DATE(WS-PT-COUNT).

      *    POSITIONS THAT START AFTER THE AS-AT DATE ARE NOT YET
      *    HELD AND TAKE NO PART.
       0400-MEASURE-ONE-CLIENT.
           MOVE HIGH-VALUES TO WS-INCEPTION
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               IF PTE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                       AND PTE-START-DATE(P) NOT > WS-END-DATE
                       AND PTE-START-DATE(P) < WS-INCEPTION
                   MOVE PTE-START-DATE(P) TO WS-INCEPTION
               END-IF
           END-PERFORM
           IF WS-INCEPTION = HIGH-VALUES
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-CLIENT-COUNT
           PERFORM 0420-LOAD-CLIENT-VALUES
           PERFORM 0440-LOAD-CLIENT-FLOWS
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CLIENT: " CLE-CLIENT-ID(C) "   SINCE "
               WS-INCEPTION
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-PT-COUNT
               IF PTE-CLIENT-ID(Q) = CLE-CLIENT-ID(C)
                       AND PTE-START-DATE(Q) NOT > WS-END-DATE
                   MOVE Q TO WS-SEL
                   MOVE PTE-START-DATE(Q) TO WS-PERIOD-START(4)
                   PERFORM 0460-MEASURE-ROW
                   MOVE PTE-POSITION(Q) TO WS-ROW-LABEL
                   PERFORM 0850-PRINT-ROW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SEL
           MOVE WS-INCEPTION TO WS-PERIOD-START(4)
           PERFORM 0460-MEASURE-ROW
           MOVE RESULT-ROW TO TOTAL-ROW
           MOVE "TOTAL" TO WS-ROW-LABEL
           PERFORM 0850-PRINT-ROW
           PERFORM 0700-BENCHMARK-ROW
           MOVE "BENCHMARK" TO WS-ROW-LABEL
           PERFORM 0850-PRINT-ROW
           PERFORM 0800-COMPARE-TO-BENCHMARK.
       0400-EXIT.
           EXIT.

       0420-LOAD-CLIENT-VALUES.
           MOVE 0 TO WS-VT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VALUATION-FILE
           IF WS-VL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ VALUATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF VL-CLIENT-ID = CLE-CLIENT-ID(C)
                           PERFORM 0425-ADD-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUATION-FILE.

       0425-ADD-VALUE.
           MOVE VL-POSITION TO WS-SEARCH-POSITION
           PERFORM 0480-FIND-CLIENT-POSITION
           IF Q = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VL-YEAR TO WS-QE-YEAR
           IF VL-QUARTER = SPACE
               MOVE 4 TO WS-QE-QTR
           ELSE
               MOVE VL-QUARTER TO WS-QE-QTR
           END-IF
           PERFORM 0070-QUARTER-END-DATE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VT-COUNT
               IF VTE-POS(V) = Q AND VTE-DATE(V) = WS-QE-DATE
                   MOVE VL-ACTUAL-VALUE TO VTE-VALUE(V)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-VT-COUNT = 1000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VT-COUNT
           MOVE Q TO VTE-POS(WS-VT-COUNT)
           MOVE WS-QE-DATE TO VTE-DATE(WS-VT-COUNT)
           MOVE VL-ACTUAL-VALUE TO VTE-VALUE(WS-VT-COUNT).

       0440-LOAD-CLIENT-FLOWS.
           MOVE 0 TO WS-FT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CASHFLOW-FILE
           IF WS-CF-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CASHFLOW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CF-CLIENT-ID = CLE-CLIENT-ID(C)
                               PERFORM 0445-ADD-CASH-FLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHFLOW-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT FEE-REGISTER-FILE
           IF WS-FR-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ FEE-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FR-CLIENT-ID = CLE-CLIENT-ID(C)
                               MOVE 0 TO Q
                               MOVE FR-BILL-DATE TO WS-FLOW-DATE
                               COMPUTE WS-FLOW-AMOUNT = 0 - FR-FEE
                               PERFORM 0450-ADD-FLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-REGISTER-FILE
           END-IF.

       0445-ADD-CASH-FLOW.
           MOVE CF-POSITION TO WS-SEARCH-POSITION
           PERFORM 0480-FIND-CLIENT-POSITION
           IF Q = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CF-DATE TO WS-FLOW-DATE
           IF CF-TYPE = "W"
               COMPUTE WS-FLOW-AMOUNT = 0 - CF-AMOUNT
           ELSE
               MOVE CF-AMOUNT TO WS-FLOW-AMOUNT
           END-IF
           PERFORM 0450-ADD-FLOW.

       0450-ADD-FLOW.
           IF WS-FT-COUNT = 1000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-COUNT
           MOVE Q TO FTE-POS(WS-FT-COUNT)
           MOVE WS-FLOW-DATE TO FTE-DATE(WS-FT-COUNT)
           MOVE WS-FLOW-AMOUNT TO FTE-AMOUNT(WS-FT-COUNT).

      *    THE CURRENT CLIENT'S POSITION NAMED IN WS-SEARCH-POSITION,
      *    OR ZERO.
       0480-FIND-CLIENT-POSITION.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-PT-COUNT
               IF PTE-CLIENT-ID(Q) = CLE-CLIENT-ID(C)
                       AND PTE-POSITION(Q) = WS-SEARCH-POSITION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO Q.

      *    NO PERIOD STARTS BEFORE THE SELECTION DID.
       0460-MEASURE-ROW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF WS-PERIOD-START(K) < WS-PERIOD-START(4)
                   MOVE WS-PERIOD-START(4) TO WS-BEGIN-DATE
               ELSE
                   MOVE WS-PERIOD-START(K) TO WS-BEGIN-DATE
               END-IF
               PERFORM 0500-TIME-WEIGHTED-RETURN THRU 0500-EXIT
               MOVE WS-TWR-OK TO RR-OK(K)
               MOVE WS-TWR TO RR-RETURN(K)
           END-PERFORM.

      *    CHAIN THE PIECES BETWEEN USABLE VALUATION DATES FROM
      *    WS-BEGIN-DATE TO WS-END-DATE.
       0500-TIME-WEIGHTED-RETURN.
           MOVE "N" TO WS-TWR-OK
           MOVE 0 TO WS-TWR
           IF WS-BEGIN-DATE NOT < WS-END-DATE
               GO TO 0500-EXIT
           END-IF
           MOVE WS-BEGIN-DATE TO WS-PT-DATE
           PERFORM 0520-VALUE-AT-DATE
           IF WS-POINT-OK = "N"
               GO TO 0500-EXIT
           END-IF
           MOVE WS-BEGIN-DATE TO WS-CUR-DATE
           MOVE WS-POINT-VALUE TO WS-CUR-VALUE
           MOVE 1 TO WS-GROWTH
           PERFORM UNTIL WS-CUR-DATE = WS-END-DATE
               PERFORM 0540-NEXT-POINT
               IF WS-POINT-OK = "N"
                   GO TO 0500-EXIT
               END-IF
               PERFORM 0560-CHAIN-PIECE
               IF WS-POINT-OK = "N"
                   GO TO 0500-EXIT
               END-IF
           END-PERFORM
           COMPUTE WS-TWR ROUNDED = (WS-GROWTH - 1) * 100
           MOVE "Y" TO WS-TWR-OK.
       0500-EXIT.
           EXIT.

      *    THE SELECTION'S VALUE ON WS-PT-DATE: EVERY SELECTED
      *    POSITION ALREADY STARTED NEEDS A VALUATION THAT DAY, BAR
      *    ONE STARTING THAT VERY DAY, WHICH IS WORTH ITS OPENING
      *    AMOUNT.
       0520-VALUE-AT-DATE.
           MOVE 0 TO WS-POINT-VALUE
           MOVE "Y" TO WS-POINT-OK
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               PERFORM 0580-CHECK-SELECTED
               IF WS-SELECTED = "Y"
                       AND PTE-START-DATE(P) NOT > WS-PT-DATE
                   MOVE "N" TO WS-VALUE-FOUND
                   PERFORM VARYING V FROM 1 BY 1
                           UNTIL V > WS-VT-COUNT
                       IF VTE-POS(V) = P AND VTE-DATE(V) = WS-PT-DATE
                           ADD VTE-VALUE(V) TO WS-POINT-VALUE
                           MOVE "Y" TO WS-VALUE-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-VALUE-FOUND = "N"
                       IF PTE-START-DATE(P) = WS-PT-DATE
                           ADD PTE-AMOUNT(P) TO WS-POINT-VALUE
                       ELSE
                           MOVE "N" TO WS-POINT-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE NEXT VALUATION DATE AFTER WS-CUR-DATE WHERE THE WHOLE
      *    SELECTION IS VALUED, OR THE END DATE (WHICH MUST BE).
       0540-NEXT-POINT.
           MOVE WS-CUR-DATE TO WS-SEARCH-DATE
           MOVE "N" TO WS-POINT-FOUND
           PERFORM UNTIL WS-POINT-FOUND = "Y"
               MOVE WS-END-DATE TO WS-CAND-DATE
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VT-COUNT
                   MOVE VTE-POS(V) TO P
                   PERFORM 0580-CHECK-SELECTED
                   IF WS-SELECTED = "Y"
                           AND VTE-DATE(V) > WS-SEARCH-DATE
                           AND VTE-DATE(V) < WS-CAND-DATE
                       MOVE VTE-DATE(V) TO WS-CAND-DATE
                   END-IF
               END-PERFORM
               MOVE WS-CAND-DATE TO WS-PT-DATE
               PERFORM 0520-VALUE-AT-DATE
               IF WS-POINT-OK = "Y" OR WS-CAND-DATE = WS-END-DATE
                   MOVE "Y" TO WS-POINT-FOUND
               ELSE
                   MOVE WS-CAND-DATE TO WS-SEARCH-DATE
               END-IF
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-NEXT-DATE
           MOVE WS-POINT-VALUE TO WS-NEXT-VALUE.

      *    MODIFIED DIETZ FOR THE PIECE WS-CUR-DATE TO WS-NEXT-DATE.
      *    A FLOW ON THE PIECE'S FIRST DAY BELONGS TO THE PIECE
      *    BEFORE; ONE ON ITS LAST DAY IS IN THE CLOSING VALUE AND
      *    CARRIES NO WEIGHT.
       0560-CHAIN-PIECE.
           MOVE WS-CUR-DATE TO WS-DV-DATE-1
           MOVE WS-NEXT-DATE TO WS-DV-DATE-2
           PERFORM 0590-DAYS-BETWEEN
           MOVE WS-DV-NUM TO WS-PERIOD-DAYS
           MOVE 0 TO WS-NET-FLOW
           MOVE 0 TO WS-WEIGHTED-FLOW
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FT-COUNT
               IF FTE-DATE(F) > WS-CUR-DATE
                       AND FTE-DATE(F) NOT > WS-NEXT-DATE
                   MOVE FTE-POS(F) TO P
                   IF P = 0
                       IF WS-SEL = 0
                           MOVE "Y" TO WS-SELECTED
                       ELSE
                           MOVE "N" TO WS-SELECTED
                       END-IF
                   ELSE
                       PERFORM 0580-CHECK-SELECTED
                   END-IF
                   IF WS-SELECTED = "Y"
                       MOVE FTE-DATE(F) TO WS-FLOW-DATE
                       MOVE FTE-AMOUNT(F) TO WS-FLOW-AMOUNT
                       PERFORM 0570-WEIGH-FLOW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               PERFORM 0580-CHECK-SELECTED
               IF WS-SELECTED = "Y"
                       AND PTE-START-DATE(P) > WS-CUR-DATE
                       AND PTE-START-DATE(P) NOT > WS-NEXT-DATE
                   MOVE PTE-START-DATE(P) TO WS-FLOW-DATE
                   MOVE PTE-AMOUNT(P) TO WS-FLOW-AMOUNT
                   PERFORM 0570-WEIGH-FLOW
               END-IF
           END-PERFORM
           COMPUTE WS-DENOMINATOR = WS-CUR-VALUE + WS-WEIGHTED-FLOW
           IF WS-DENOMINATOR NOT > 0
               MOVE "N" TO WS-POINT-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUB-RETURN ROUNDED =
               (WS-NEXT-VALUE - WS-CUR-VALUE - WS-NET-FLOW)
                   / WS-DENOMINATOR
           COMPUTE WS-GROWTH ROUNDED =
               WS-GROWTH * (1 + WS-SUB-RETURN)
           MOVE WS-NEXT-DATE TO WS-CUR-DATE
           MOVE WS-NEXT-VALUE TO WS-CUR-VALUE.

       0570-WEIGH-FLOW.
           MOVE WS-FLOW-DATE TO WS-DV-DATE-1
           MOVE WS-NEXT-DATE TO WS-DV-DATE-2
           PERFORM 0590-DAYS-BETWEEN
           MOVE WS-DV-NUM TO WS-FLOW-DAYS
           ADD WS-FLOW-AMOUNT TO WS-NET-FLOW
           COMPUTE WS-WEIGHTED-FLOW ROUNDED = WS-WEIGHTED-FLOW
               + (WS-FLOW-AMOUNT * WS-FLOW-DAYS / WS-PERIOD-DAYS).

      *    IS POSITION P PART OF THE SELECTION?
       0580-CHECK-SELECTED.
           MOVE "N" TO WS-SELECTED
           IF WS-SEL = 0
               IF PTE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                   MOVE "Y" TO WS-SELECTED
               END-IF
           ELSE
               IF P = WS-SEL
                   MOVE "Y" TO WS-SELECTED
               END-IF
           END-IF.

       0590-DAYS-BETWEEN.
           MOVE "D" TO WS-DV-FUNCTION
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY.

      *    THE BENCHMARK OVER THE SAME PERIODS AS THE CLIENT TOTAL,
      *    COMPOUNDED OVER EVERY QUARTER FROM THE ONE AFTER THE
      *    START (THE ONE CONTAINING IT, WHEN THE START IS NOT A
      *    QUARTER-END) TO THE AS-AT QUARTER. A MISSING QUARTER
      *    MAKES THE FIGURE N/A.
       0700-BENCHMARK-ROW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF WS-PERIOD-START(K) < WS-PERIOD-START(4)
                   MOVE WS-PERIOD-START(4) TO WS-BEGIN-DATE
               ELSE
                   MOVE WS-PERIOD-START(K) TO WS-BEGIN-DATE
               END-IF
               PERFORM 0720-BENCHMARK-RETURN
               MOVE WS-BM-OK TO BR-OK(K)
               MOVE WS-TWR TO BR-RETURN(K)
           END-PERFORM
           MOVE BENCH-ROW TO RESULT-ROW.

       0720-BENCHMARK-RETURN.
           MOVE "N" TO WS-BM-OK
           MOVE 0 TO WS-TWR
           IF WS-BEGIN-DATE NOT < WS-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEGIN-DATE(1:4) TO WS-BM-START-YEAR
           MOVE WS-BEGIN-DATE(5:2) TO WS-BM-MONTH
           COMPUTE WS-BM-START-QTR = (WS-BM-MONTH + 2) / 3
           MOVE WS-BM-START-YEAR TO WS-QE-YEAR
           MOVE WS-BM-START-QTR TO WS-QE-QTR
           PERFORM 0070-QUARTER-END-DATE
           IF WS-QE-DATE = WS-BEGIN-DATE
               PERFORM 0740-STEP-QUARTER
           END-IF
           MOVE 1 TO WS-BM-GROWTH
           MOVE "Y" TO WS-BM-OK
           PERFORM UNTIL WS-QE-DATE > WS-END-DATE OR WS-BM-OK = "N"
               MOVE SPACES TO WS-QUARTER
               STRING WS-QE-YEAR "Q" WS-QE-QTR
                   DELIMITED BY SIZE INTO WS-QUARTER
               PERFORM 0110-FIND-BENCHMARK
               IF WS-BM-INDEX = 0
                   MOVE "N" TO WS-BM-OK
               ELSE
                   COMPUTE WS-BM-GROWTH ROUNDED = WS-BM-GROWTH
                       * (1 + BME-RETURN(WS-BM-INDEX) / 100)
                   PERFORM 0740-STEP-QUARTER
               END-IF
           END-PERFORM
           IF WS-BM-OK = "Y"
               COMPUTE WS-TWR ROUNDED = (WS-BM-GROWTH - 1) * 100
           END-IF.

       0740-STEP-QUARTER.
           IF WS-QE-QTR = 4
               ADD 1 TO WS-QE-YEAR
               MOVE 1 TO WS-QE-QTR
           ELSE
               ADD 1 TO WS-QE-QTR
           END-IF
           PERFORM 0070-QUARTER-END-DATE.

      *    ONE YEAR DECIDES THE REVIEW; A CLIENT WITHOUT A ONE-YEAR
      *    FIGURE IS JUDGED SINCE INCEPTION.
       0800-COMPARE-TO-BENCHMARK.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF TR-OK(K) = "Y" AND BR-OK(K) = "Y"
                   COMPUTE RR-RETURN(K) = TR-RETURN(K) - BR-RETURN(K)
                   MOVE "Y" TO RR-OK(K)
               ELSE
                   MOVE "N" TO RR-OK(K)
               END-IF
           END-PERFORM
           MOVE "DIFFERENCE" TO WS-ROW-LABEL
           PERFORM 0850-PRINT-ROW
           MOVE 0 TO WS-GAP-PERIOD
           IF RR-OK(3) = "Y"
               MOVE 3 TO WS-GAP-PERIOD
           ELSE
               IF RR-OK(4) = "Y"
                   MOVE 4 TO WS-GAP-PERIOD
               END-IF
           END-IF
           IF WS-GAP-PERIOD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RR-RETURN(WS-GAP-PERIOD) TO WS-GAP
           IF WS-GAP < 0 - WS-REVIEW-THRESHOLD
               MOVE "Y" TO CLE-REVIEW(C)
               ADD 1 TO WS-REVIEW-COUNT
               MOVE WS-REVIEW-THRESHOLD TO ED-THRESHOLD
               MOVE SPACES TO WS-PS-TEXT-1
               IF WS-GAP-PERIOD = 3
                   STRING "*** TRAILS THE BENCHMARK BY MORE THAN "
                       ED-THRESHOLD " POINTS OVER ONE YEAR -- "
                       "ADVISOR REVIEW ***"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               ELSE
                   STRING "*** TRAILS THE BENCHMARK BY MORE THAN "
                       ED-THRESHOLD " POINTS SINCE INCEPTION -- "
                       "ADVISOR REVIEW ***"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               END-IF
               PERFORM 0890-PRINT-LINE
           END-IF.

       0850-PRINT-ROW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF RR-OK(K) = "Y"
                   MOVE RR-RETURN(K) TO ED-RETURN
                   MOVE ED-RETURN TO WS-FIGURE-TEXT(K)
               ELSE
                   MOVE "     N/A" TO WS-FIGURE-TEXT(K)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-ROW-LABEL "  " WS-FIGURE-TEXT(1) "  "
               WS-FIGURE-TEXT(2) "  " WS-FIGURE-TEXT(3) "  "
               WS-FIGURE-TEXT(4)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

       0890-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0900-PRINT-REVIEW-LIST.
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           IF WS-REVIEW-COUNT = 0
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "NO CLIENT TRAILS THE BENCHMARK BY MORE THAN "
                   "THE REVIEW THRESHOLD."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           MOVE "CLIENTS FOR ADVISOR REVIEW:" TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               IF CLE-REVIEW(C) = "Y"
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "  " CLE-CLIENT-ID(C)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0890-PRINT-LINE
               END-IF
           END-PERFORM.

       0950-LOG-PERFORMANCE-RUN.
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
               "  PERFORMANCE=" WS-AS-OF-QUARTER
               "  CLIENTS=" WS-CLIENT-COUNT
               "  REVIEWS=" WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PERFORMANCE RUN " WS-AS-OF-QUARTER " "
               WS-REVIEW-COUNT " REVIEWS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
