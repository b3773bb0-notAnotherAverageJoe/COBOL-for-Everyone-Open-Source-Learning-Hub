           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    ONE LINE PER MONTH ALREADY POSTED.
       FD  POST-LOG-FILE.
           MOVE SOE-CATEGORY(S) TO TX-CATEGORY
           MOVE SOE-AMOUNT(S) TO TX-AMOUNT
           MOVE SOE-MEMO(S) TO TX-MEMO
           MOVE SPACES TO TX-PAYER
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD SOE-AMOUNT(S) TO WS-POSTED-TOTAL
