      *            POSITIONS RUNNING MORE THAN TWO POINTS BELOW
      *            THEIR ASSUMED RATE. RUNS ARE LOGGED TO
      *            investmentrun.log LIKE THE VALUATION RUNS.
      *            A CAPTURE CAN ALSO BE FOR THE END OF QUARTER 1, 2
      *            OR 3 OF THE YEAR -- THE QUARTERLY CLIENT
      *            STATEMENTS (qtrstmt.cob) VALUE EACH POSITION AT
      *            QUARTER START AND END FROM THEM; A YEAR-END
      *            VALUE IS THE END OF QUARTER 4. THE DRIFT REPORT
      *            STILL USES YEAR-END VALUES ONLY.
      *    compile with (from the repo root) ->
      *        cobc -x -o valdrift InterestRates/valdrift.cob
      *    then run ./valdrift
           05 PF-CONTRIBUTION  PIC 9(7)V99.

      *    ONE LINE PER POSITION PER YEAR CAPTURED -- THE LATEST
      *    LINE FOR A YEAR WINS ON READBACK. VL-QUARTER "1" TO "3"
      *    IS A QUARTER-END VALUE; BLANK IS YEAR-END (LINES WRITTEN
      *    BEFORE QUARTER-END CAPTURE READ AS BLANK).
       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05 VL-CLIENT-ID     PIC X(10).
           05 VL-POSITION      PIC X(10).
           05 VL-YEAR          PIC X(4).
           05 VL-ACTUAL-VALUE  PIC 9(11)V99.
           05 VL-QUARTER       PIC X.

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-CLIENT-ID        PIC X(10) VALUE SPACES.
       01  WS-CAPTURE-YEAR     PIC X(4) VALUE SPACES.
       01  WS-CAPTURE-QUARTER  PIC X VALUE SPACE.
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
       01  WS-VD-PROMPT        PIC X(60).
       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- VALUATION CAPTURE AND DRIFT -----"
           DISPLAY "C - CAPTURE YEAR-END OR QUARTER-END VALUES"
           DISPLAY "D - DRIFT REPORT FOR A CLIENT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           END-IF
           DISPLAY "ENTER VALUATION YEAR (YYYY): "
           ACCEPT WS-CAPTURE-YEAR
           MOVE "X" TO WS-CAPTURE-QUARTER
           PERFORM UNTIL WS-CAPTURE-QUARTER = SPACE
                   OR WS-CAPTURE-QUARTER = "1" OR "2" OR "3"
               DISPLAY "ENTER QUARTER-END (1, 2 OR 3), OR BLANK FOR "
                   "YEAR-END: "
               ACCEPT WS-CAPTURE-QUARTER
               IF WS-CAPTURE-QUARTER = "4"
                   MOVE SPACE TO WS-CAPTURE-QUARTER
               END-IF
           END-PERFORM
           PERFORM 0350-OPEN-VALUATIONS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PT-COUNT
               MOVE SPACES TO WS-VD-PROMPT
               IF WS-CAPTURE-QUARTER = SPACE
                   STRING "ENTER ACTUAL YEAR-END VALUE OF "
                       PTE-POSITION(P) ": "
                       DELIMITED BY SIZE INTO WS-VD-PROMPT
               ELSE
                   STRING "ENTER ACTUAL Q" WS-CAPTURE-QUARTER
                       " QUARTER-END VALUE OF "
                       PTE-POSITION(P) ": "
                       DELIMITED BY SIZE INTO WS-VD-PROMPT
               END-IF
               CALL "NUMVALID" USING WS-VD-PROMPT WS-VD-NUM-BUFFER
               MOVE WS-CLIENT-ID TO VL-CLIENT-ID
               MOVE PTE-POSITION(P) TO VL-POSITION
               MOVE WS-CAPTURE-YEAR TO VL-YEAR
               MOVE WS-VD-NUM-BUFFER TO VL-ACTUAL-VALUE
               MOVE WS-CAPTURE-QUARTER TO VL-QUARTER
               WRITE VALUATION-RECORD
           END-PERFORM
           CLOSE VALUATION-FILE
           DISPLAY WS-PT-COUNT " VALUATIONS CAPTURED FOR "
               WS-CAPTURE-YEAR " " WS-CAPTURE-QUARTER "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CAPTURED " WS-CAPTURE-YEAR " " WS-CAPTURE-QUARTER
               " VALUES FOR " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
                       MOVE "Y" TO WS-VL-EOF
                   NOT AT END
                       IF VL-CLIENT-ID = WS-CLIENT-ID
                               AND VL-QUARTER = SPACE
                           PERFORM VARYING P FROM 1 BY 1
                                   UNTIL P > WS-PT-COUNT
                               IF PTE-POSITION(P) = VL-POSITION
