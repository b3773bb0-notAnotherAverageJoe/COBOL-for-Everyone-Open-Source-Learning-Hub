           EXIT.

      *    COUNT, MONEY TOTAL AND CHECKSUM IN ONE PASS. THE MONEY
      *    COLUMN LIVES AT A KNOWN OFFSET ON THE FILES THAT CARRY
      *    ONE; ANYTHING ELSE TOTALS ZERO.
       0350-DIGEST-OUTBOUND-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-TOTAL-AMOUNT
                   IF WS-AMOUNT-X IS NUMERIC
                       ADD WS-AMOUNT-9 TO WS-TOTAL-AMOUNT
                   END-IF
           END-EVALUATE
      *    THE ANNUAL WAGE FILES (wagefile<YYYY>.dat) TOTAL THE
      *    WAGES ON THEIR "RW" EMPLOYEE RECORDS, AT POSITION 109.
           IF WS-OUTBOUND-NAME(1:8) = "wagefile"
                   AND OUTBOUND-RECORD(1:2) = "RW"
               MOVE OUTBOUND-RECORD(109:11) TO WS-AMOUNT-X
               IF WS-AMOUNT-X IS NUMERIC
                   ADD WS-AMOUNT-9 TO WS-TOTAL-AMOUNT
               END-IF
           END-IF.

       0370-FOLD-CHECKSUM.
           MOVE 1 TO WS-SLICE-START
