      *            CATEGORIES, AMOUNT, MEMO) ONTO transactions.dat.
      *            budgetactual.cob ROLLS THEM UP BY MONTH AND LINES
      *            THEM AGAINST THAT MONTH'S BUDGET-HISTORY-RECORD.
      *            WHEN THE HOUSEHOLD HAS MEMBERS ON hhmembers.dat
      *            (SEE membmaint.cob) EACH ITEM ALSO RECORDS WHICH
      *            MEMBER PAID IT, FOR settleup.cob.
      *    compile with (from the repo root) ->
      *        cobc -x -o spendentry calculators/spendentry.cob
      *    then run ./spendentry
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "hhmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    SAME LAYOUT MEMBMAINT WRITES.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 HM-HOUSEHOLD-ID  PIC X(4).
           05 HM-MEMBER-ID     PIC X(6).
           05 HM-NAME          PIC X(20).
           05 HM-SPLIT-PCT     PIC 9(3)V99 OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-EOF           PIC X VALUE "N".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
      *    THE HOUSEHOLD EVERY TRANSACTION THIS SESSION BELONGS TO
      *    -- transactions.dat CARRIES SEVERAL FAMILIES' SPEND, THE
       01  WS-SP-PROMPT        PIC X(60).
       01  WS-SP-NUM-BUFFER    PIC X(18).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-WORK-PAYER       PIC X(6).
       01  WS-PAYER-OK         PIC X VALUE "N".

      *    THE SELECTED HOUSEHOLD'S MEMBER IDS -- EMPTY FOR A
      *    ONE-WALLET HOUSEHOLD, WHICH IS NEVER ASKED FOR A PAYER.
       01  MEMBER-TABLE.
           05 WS-MB-COUNT      PIC 9(2) VALUE 0.
           05 MB-MEMBER-ID OCCURS 20 TIMES PIC X(6).
       01  M                   PIC 9(2) VALUE 1.

      *    THE PLANNER'S EXPENSE CATEGORIES -- A TRANSACTION MUST
      *    NAME ONE OF THESE SO THE MONTH-END ROLLUP LINES UP
               DISPLAY "ENTER HOUSEHOLD ID (E.G. HH01): "
               ACCEPT WS-HOUSEHOLD-ID
           END-PERFORM
           PERFORM 0150-LOAD-MEMBERS
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-TAKE-ONE-TRANSACTION
           END-PERFORM
               OPEN EXTEND TRANSACTION-FILE
           END-IF.

       0150-LOAD-MEMBERS.
           MOVE 0 TO WS-MB-COUNT
           MOVE "N" TO WS-HM-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-HM-FILE-STATUS = "00"
               PERFORM UNTIL WS-HM-EOF = "Y" OR WS-MB-COUNT = 20
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-HM-EOF
                       NOT AT END
                           IF HM-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               ADD 1 TO WS-MB-COUNT
                               MOVE HM-MEMBER-ID
                                   TO MB-MEMBER-ID(WS-MB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

       0200-TAKE-ONE-TRANSACTION.
           DISPLAY "ENTER DATE (YYYYMMDD, BLANK TO STOP): "
           MOVE SPACES TO WS-WORK-DATE
               MOVE WS-SP-NUM-BUFFER TO TX-AMOUNT
               DISPLAY "ENTER MEMO (UP TO 20 CHARS): "
               ACCEPT TX-MEMO
               MOVE SPACES TO WS-WORK-PAYER
               IF WS-MB-COUNT > 0
                   PERFORM 0400-TAKE-PAYER
               END-IF
               MOVE WS-WORK-PAYER TO TX-PAYER
               WRITE TRANSACTION-RECORD
               IF WS-TX-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING TRANSACTION, STATUS = "
                       "TRY AGAIN."
               END-IF
           END-PERFORM.

      *    THE PAYER MUST BE ONE OF THE HOUSEHOLD'S MEMBERS.
       0400-TAKE-PAYER.
           MOVE "N" TO WS-PAYER-OK
           PERFORM UNTIL WS-PAYER-OK = "Y"
               DISPLAY "ENTER MEMBER WHO PAID: "
               ACCEPT WS-WORK-PAYER
               MOVE FUNCTION UPPER-CASE(WS-WORK-PAYER)
                   TO WS-WORK-PAYER
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
                   IF MB-MEMBER-ID(M) = WS-WORK-PAYER
                       MOVE "Y" TO WS-PAYER-OK
                   END-IF
               END-PERFORM
               IF WS-PAYER-OK NOT = "Y"
                   DISPLAY "NOT A MEMBER OF " WS-HOUSEHOLD-ID
                       ". TRY AGAIN."
               END-IF
           END-PERFORM.
