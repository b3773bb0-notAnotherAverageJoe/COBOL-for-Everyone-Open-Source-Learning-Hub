      *            PAYMENT) -- SO debtpayoff.cob CAN AMORTIZE EACH
      *            DEBT UNDER THE HOUSEHOLD'S CURRENT DEBT-PAYMENTS
      *            AMOUNT AND SHOW WHEN WE ARE ACTUALLY DONE.
      *            A DEBT WHOSE INTEREST IS TAX-DEDUCTIBLE (A
      *            MORTGAGE, A STUDENT LOAN) IS FLAGGED HERE, WITH
      *            THE INTEREST PAID FOR A TAX YEAR AS THE LENDER'S
      *            YEAR-END STATEMENT GIVES IT, SO taxtag.cob CAN
      *            CARRY IT TO THE HOUSEHOLD TAX SUMMARY. A LINE
      *            WRITTEN BEFORE THE FLAG EXISTED READS AS NOT
      *            DEDUCTIBLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o debtmaint calculators/debtmaint.cob
      *    then run ./debtmaint
           05 DM-BALANCE       PIC 9(7)V99.
           05 DM-APR           PIC 9(2)V99.
           05 DM-MIN-PAYMENT   PIC 9(5)V99.
           05 DM-DEDUCTIBLE    PIC X.
           05 DM-INTEREST-YEAR PIC X(4).
           05 DM-INTEREST-PAID PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
               10 DTE-BALANCE     PIC 9(7)V99.
               10 DTE-APR         PIC 9(2)V99.
               10 DTE-MIN-PAYMENT PIC 9(5)V99.
               10 DTE-DEDUCTIBLE  PIC X.
               10 DTE-INT-YEAR    PIC X(4).
               10 DTE-INT-PAID    PIC 9(6)V99.
       01  D                   PIC 9(2) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05 ED-APR           PIC Z9.99.
           05 ED-MIN-PAYMENT   PIC ZZ,ZZ9.99.
           05 ED-INT-PAID      PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
                               TO DTE-APR(WS-DT-COUNT)
                           MOVE DM-MIN-PAYMENT
                               TO DTE-MIN-PAYMENT(WS-DT-COUNT)
                           PERFORM 0150-LOAD-TAX-FIELDS
                   END-READ
               END-PERFORM
               CLOSE DEBT-MASTER-FILE
           END-IF.

      *    A LINE FROM BEFORE THE DEDUCTIBLE FLAG CARRIES SPACES
      *    THERE -- NOT DEDUCTIBLE, NO INTEREST FIGURE.
       0150-LOAD-TAX-FIELDS.
           IF DM-DEDUCTIBLE = "Y"
               MOVE "Y" TO DTE-DEDUCTIBLE(WS-DT-COUNT)
           ELSE
               MOVE "N" TO DTE-DEDUCTIBLE(WS-DT-COUNT)
           END-IF
           MOVE DM-INTEREST-YEAR TO DTE-INT-YEAR(WS-DT-COUNT)
           IF DM-INTEREST-PAID IS NUMERIC
               MOVE DM-INTEREST-PAID TO DTE-INT-PAID(WS-DT-COUNT)
           ELSE
               MOVE 0 TO DTE-INT-PAID(WS-DT-COUNT)
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- DEBT MASTER MAINTENANCE ("
               IF DTE-HOUSEHOLD(D) = WS-HOUSEHOLD-ID
                   IF WS-FOUND-INDEX = 0
                       DISPLAY "CREDITOR                   BALANCE  "
                           "  APR    MIN-PAYMENT  TAX"
                   END-IF
                   MOVE 1 TO WS-FOUND-INDEX
                   MOVE DTE-BALANCE(D) TO ED-BALANCE
                   MOVE DTE-APR(D) TO ED-APR
                   MOVE DTE-MIN-PAYMENT(D) TO ED-MIN-PAYMENT
                   IF DTE-DEDUCTIBLE(D) = "Y"
                       MOVE DTE-INT-PAID(D) TO ED-INT-PAID
                       DISPLAY DTE-CREDITOR(D) "  " ED-BALANCE "  "
                           ED-APR "    " ED-MIN-PAYMENT
                           "  DEDUCTIBLE, " DTE-INT-YEAR(D)
                           " INTEREST " ED-INT-PAID
                   ELSE
                       DISPLAY DTE-CREDITOR(D) "  " ED-BALANCE "  "
                           ED-APR "    " ED-MIN-PAYMENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
                   "RE-ENTER."
               CALL "NUMVALID" USING WS-DM-PROMPT WS-DM-NUM-BUFFER
               MOVE WS-DM-NUM-BUFFER TO DTE-MIN-PAYMENT(D)
           END-PERFORM
           DISPLAY "IS THE INTEREST ON THIS DEBT TAX-DEDUCTIBLE "
               "(Y/N)? "
           ACCEPT DTE-DEDUCTIBLE(D)
           MOVE FUNCTION UPPER-CASE(DTE-DEDUCTIBLE(D))
               TO DTE-DEDUCTIBLE(D)
           IF DTE-DEDUCTIBLE(D) = "Y"
               PERFORM 0460-TAKE-INTEREST-PAID
           ELSE
               MOVE "N" TO DTE-DEDUCTIBLE(D)
               MOVE SPACES TO DTE-INT-YEAR(D)
               MOVE 0 TO DTE-INT-PAID(D)
           END-IF.

      *    THE INTEREST PAID IS KEYED FROM THE LENDER'S YEAR-END
      *    STATEMENT, NOT ESTIMATED FROM THE APR -- IT IS THE
      *    FIGURE THE TAX FORM WANTS.
       0460-TAKE-INTEREST-PAID.
           MOVE SPACES TO DTE-INT-YEAR(D)
           PERFORM UNTIL DTE-INT-YEAR(D) IS NUMERIC
               DISPLAY "ENTER TAX YEAR OF THE INTEREST FIGURE (YYYY): "
               ACCEPT DTE-INT-YEAR(D)
               IF DTE-INT-YEAR(D) IS NOT NUMERIC
                   DISPLAY "THE YEAR MUST BE FOUR DIGITS. RE-ENTER."
               END-IF
           END-PERFORM
           MOVE "ENTER INTEREST PAID THAT YEAR (XXXXXX.XX): "
               TO WS-DM-PROMPT
           CALL "NUMVALID" USING WS-DM-PROMPT WS-DM-NUM-BUFFER
           MOVE WS-DM-NUM-BUFFER TO DTE-INT-PAID(D).

       0500-CHANGE-DEBT.
           DISPLAY "ENTER CREDITOR TO CHANGE: "
               MOVE DTE-BALANCE(D) TO DM-BALANCE
               MOVE DTE-APR(D) TO DM-APR
               MOVE DTE-MIN-PAYMENT(D) TO DM-MIN-PAYMENT
               MOVE DTE-DEDUCTIBLE(D) TO DM-DEDUCTIBLE
               MOVE DTE-INT-YEAR(D) TO DM-INTEREST-YEAR
               MOVE DTE-INT-PAID(D) TO DM-INTEREST-PAID
               WRITE DEBT-MASTER-RECORD
           END-PERFORM
           CLOSE DEBT-MASTER-FILE.
