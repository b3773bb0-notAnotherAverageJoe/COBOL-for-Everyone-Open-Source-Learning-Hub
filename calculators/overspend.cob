      *            ONLY THE EXCEPTIONS: CATEGORIES ALREADY OVER THE
      *            FULL-MONTH PLAN, AND CATEGORIES PACING TO FINISH
      *            OVER. SHORT ENOUGH TO RUN WITH MORNING COFFEE.
      *            EACH EXCEPTION IS ALSO QUEUED TO THE HOUSEHOLD
      *            THROUGH THE SHARED NOTIFICATION OUTBOX (SEE
      *            Shared/notify.cob) -- ONCE PER CATEGORY, MONTH AND
      *            KIND OF ALERT, HOWEVER OFTEN THE RUN IS REPEATED.
      *    compile with (from the repo root) ->
      *        cobc -x -o overspend calculators/overspend.cob
      *    then run ./overspend
           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    SAME LAYOUT BUDGET-PLANNER WRITES.
       FD  BUDGET-HISTORY-FILE.
           05 WS-PACE          PIC 9(7)V99 VALUE 0.
           05 WS-ALERT-COUNT   PIC 9(2) VALUE 0.

      *    THE ALERT'S MERGE FIELDS ARE THE CATEGORY, THE MONTH
      *    AND THE PLAN -- NOT THE SPEND SO FAR, WHICH MOVES DAILY
      *    AND WOULD QUEUE A FRESH MESSAGE EVERY MORNING.
       01  NOTIFY-FIELDS.
           05 WS-NF-PROGRAM    PIC X(15) VALUE "OVERSPEND".
           05 WS-NF-TYPE       PIC X VALUE "F".
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X VALUE SPACE.
           05 WS-NF-TEMPLATE   PIC X(8).
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X VALUE SPACE.
           05 WS-NF-RESULT     PIC X.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
                   ADD 1 TO WS-ALERT-COUNT
                   DISPLAY CF-NAME(C) " ALREADY OVER: SPENT "
                       ED-ACTUAL " OF " ED-PLAN " PLANNED."
                   MOVE "OVERSPND" TO WS-NF-TEMPLATE
                   PERFORM 0350-QUEUE-ALERT
               WHEN CF-ACTUAL(C) > WS-PRORATED
                   ADD 1 TO WS-ALERT-COUNT
                   DISPLAY CF-NAME(C) " PACING OVER: SPENT "
                       ED-ACTUAL ", ON COURSE FOR " ED-PACE
                       " AGAINST " ED-PLAN " PLANNED."
                   MOVE "OVERPACE" TO WS-NF-TEMPLATE
                   PERFORM 0350-QUEUE-ALERT
           END-EVALUATE.
       0300-EXIT.
           EXIT.

       0350-QUEUE-ALERT.
           MOVE WS-HOUSEHOLD-ID TO WS-NF-ID
           MOVE CF-NAME(C) TO WS-NF-MERGE-1
           MOVE WS-MONTH TO WS-NF-MERGE-2
           MOVE FUNCTION TRIM(ED-PLAN) TO WS-NF-MERGE-3
           MOVE SPACES TO WS-NF-MERGE-4
           CALL "NOTIFY" USING WS-NF-PROGRAM WS-NF-TYPE WS-NF-ID
               WS-NF-CHANNEL WS-NF-TEMPLATE WS-NF-MERGE
               WS-NF-CONSENT WS-NF-RESULT.
