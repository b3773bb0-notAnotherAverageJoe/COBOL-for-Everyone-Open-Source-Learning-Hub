           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    SAME LAYOUT BUDGET-PLANNER WRITES.
       FD  BUDGET-HISTORY-FILE.
                   ADD TX-AMOUNT TO WS-ACT-INSURANCE
               WHEN "SUBSCRIPTIONS"
                   ADD TX-AMOUNT TO WS-ACT-SUBSCRIPTIONS
      *        A SETTLE-UP BETWEEN MEMBERS (SEE settleup.cob) MOVES
      *        MONEY INSIDE THE HOUSEHOLD -- IT IS NOT SPENDING.
               WHEN "SETTLEMENT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CATEGORY " TX-CATEGORY
                       " ON TRANSACTION DATED " TX-DATE
