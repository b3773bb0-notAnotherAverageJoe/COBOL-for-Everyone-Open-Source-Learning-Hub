      *            AMOUNT, RATE, START DATE, YEARS REMAINING,
      *            YEARLY CONTRIBUTION) -- SO portvalue.cob CAN
      *            PROJECT A CLIENT'S WHOLE PORTFOLIO IN ONE RUN.
      *            IT ALSO RECORDS THE DATED CASH FLOWS INTO AND OUT
      *            OF A POSITION -- CONTRIBUTIONS AS THEY ARE
      *            ACTUALLY MADE AND WITHDRAWALS -- ON cashflows.dat,
      *            SO perfrpt.cob CAN MEASURE RETURNS WITHOUT
      *            COUNTING DEPOSITS AS GROWTH.
      *    compile with (from the repo root) ->
      *        cobc -x -o portmaint InterestRates/portmaint.cob
      *    then run ./portmaint
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT CASHFLOW-FILE ASSIGN TO "cashflows.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PF-YEARS-LEFT    PIC 9(2).
           05 PF-CONTRIBUTION  PIC 9(7)V99.

      *    ONE LINE PER CASH FLOW, IN THE ORDER KEYED. CF-TYPE "C"
      *    IS MONEY PUT INTO THE POSITION, "W" MONEY TAKEN OUT.
       FD  CASHFLOW-FILE.
       01  CASHFLOW-RECORD.
           05 CF-CLIENT-ID     PIC X(10).
           05 CF-POSITION      PIC X(10).
           05 CF-DATE          PIC X(8).
           05 CF-TYPE          PIC X.
           05 CF-AMOUNT        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CF-TYPE          PIC X VALUE SPACE.
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-PM-PROMPT        PIC X(60).
       01  WS-PM-NUM-BUFFER    PIC X(18).
       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PORTMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

                       PERFORM 0500-CHANGE-POSITION
                   WHEN "D"
                       PERFORM 0600-DELETE-POSITION
                   WHEN "F"
                       PERFORM 0650-RECORD-CASH-FLOW
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
           DISPLAY "A - ADD A POSITION"
           DISPLAY "C - CHANGE A POSITION"
           DISPLAY "D - DELETE A POSITION"
           DISPLAY "F - RECORD A CONTRIBUTION OR WITHDRAWAL"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
               DISPLAY "POSITION DELETED."
           END-IF.

      *    A FLOW IS APPENDED, NEVER CHANGED -- A MIS-KEYED ONE IS
      *    REVERSED BY KEYING THE OPPOSITE FLOW ON THE SAME DATE.
       0650-RECORD-CASH-FLOW.
           DISPLAY "ENTER POSITION LABEL: "
           ACCEPT WS-SEARCH-POSITION
           PERFORM 0700-FIND-POSITION
           IF WS-FOUND-INDEX = 0
               DISPLAY "POSITION " WS-SEARCH-POSITION
                   " NOT ON FILE FOR " WS-CLIENT-ID "."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CF-TYPE
           PERFORM UNTIL WS-CF-TYPE = "C" OR WS-CF-TYPE = "W"
               DISPLAY "C - CONTRIBUTION IN, W - WITHDRAWAL OUT: "
               ACCEPT WS-CF-TYPE
               MOVE FUNCTION UPPER-CASE(WS-CF-TYPE) TO WS-CF-TYPE
           END-PERFORM
           DISPLAY "ENTER DATE OF THE FLOW (YYYYMMDD): "
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
           MOVE "ENTER AMOUNT (XXXXXXXXX.XX): " TO WS-PM-PROMPT
           CALL "NUMVALID" USING WS-PM-PROMPT WS-PM-NUM-BUFFER
           MOVE WS-CLIENT-ID TO CF-CLIENT-ID
           MOVE WS-SEARCH-POSITION TO CF-POSITION
           MOVE WS-DV-DATE-1 TO CF-DATE
           MOVE WS-CF-TYPE TO CF-TYPE
           MOVE WS-PM-NUM-BUFFER TO CF-AMOUNT
           OPEN EXTEND CASHFLOW-FILE
           IF WS-CF-FILE-STATUS NOT = "00"
      *        FILE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST FLOW IS WRITTEN.
               OPEN OUTPUT CASHFLOW-FILE
               CLOSE CASHFLOW-FILE
               OPEN EXTEND CASHFLOW-FILE
           END-IF
           WRITE CASHFLOW-RECORD
           CLOSE CASHFLOW-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CASH FLOW " WS-CF-TYPE " " WS-SEARCH-POSITION
               " " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CASH FLOW RECORDED.".

      *    ONLY THE SELECTED CLIENT'S POSITIONS ARE FINDABLE -- TWO
      *    CLIENTS MAY BOTH HOLD "BONDFUND" WITHOUT COLLIDING.
       0700-FIND-POSITION.
