      *            SO WE CAN PROVE WITHHOLDINGS WERE ACTUALLY PAID
      *            OVER. WITHHELD LINES WHOSE CODE HAS NO PAYEE ON
      *            FILE ARE LISTED FOR FOLLOW-UP AND LEFT UNREMITTED.
      *            MEMBERSHIP DUES ("DUES") ARE NOT PAID OUT AT ALL --
      *            duespost.cob POSTS THEM TO THE DUES LEDGER -- SO
      *            THEY ARE NOT LISTED. A VOIDED PAYMENT'S
      *            REVERSING LINES ("R", FROM payvoid.cob) ARE
      *            NETTED OFF THE PAYEE'S NEXT REMITTANCE AND THEN
      *            FLIPPED TO "X".
      *    compile with ->  cobc -x -o remitrun remitrun.cob
      *    then run ./remitrun


       01  WS-MONTHS-SINCE     PIC S9(7) VALUE 0.
       01  WS-PAYEE-DUE        PIC X VALUE "N".
       01  WS-PAYEE-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-PAYEE-ITEMS      PIC 9(5) VALUE 0.
       01  WS-ANY-REMITTED     PIC X VALUE "N".
       01  WS-ORPHAN-TOTAL     PIC 9(7)V99 VALUE 0.
               OPEN EXTEND REMIT-EXTRACT-FILE
           END-IF.

      *    A VOIDED PAYMENT'S REVERSING LINE (DH-REMITTED "R",
      *    WRITTEN BY payvoid.cob) COMES OFF THE PAYEE'S TOTAL: IF
      *    THE WITHHOLDING IT REVERSES IS STILL UNREMITTED THE TWO
      *    CANCEL OUT, AND IF IT ALREADY WENT OUT THE AGENCY IS
      *    SHORTED BY THAT MUCH ON THIS REMITTANCE. A REVERSAL
      *    BIGGER THAN EVERYTHING WITHHELD WAITS FOR THE NEXT RUN.
      *    NETTED REVERSALS ARE FLIPPED TO "X".
       0300-REMIT-ONE-PAYEE.
           PERFORM 0350-CHECK-PAYEE-DUE THRU 0350-EXIT
           IF WS-PAYEE-DUE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAYEE-TOTAL
           MOVE 0 TO WS-PAYEE-ITEMS
           DISPLAY " "
           DISPLAY "PAYEE " PYE-CODE(P) "  " PYE-NAME(P)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DT-COUNT
               IF DTE-CODE(D) = PYE-CODE(P)
                   MOVE DTE-AMOUNT(D) TO ED-AMOUNT
                   EVALUATE DTE-REMITTED(D)
                       WHEN "N"
                           DISPLAY "  " DTE-PAY-DATE(D) "  "
                               DTE-EMP-ID(D) "  " ED-AMOUNT
                           ADD DTE-AMOUNT(D) TO WS-PAYEE-TOTAL
                           ADD 1 TO WS-PAYEE-ITEMS
                       WHEN "R"
                           DISPLAY "  " DTE-PAY-DATE(D) "  "
                               DTE-EMP-ID(D) "  " ED-AMOUNT
                               " REVERSED"
                           SUBTRACT DTE-AMOUNT(D) FROM WS-PAYEE-TOTAL
                           ADD 1 TO WS-PAYEE-ITEMS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-PAYEE-ITEMS = 0
               DISPLAY "  NOTHING UNREMITTED."
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYEE-TOTAL < 0
               DISPLAY "  REVERSALS EXCEED THE WITHHOLDINGS -- NOTHING "
                   "REMITTED, CARRIED TO THE NEXT REMITTANCE."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DT-COUNT
               IF DTE-CODE(D) = PYE-CODE(P)
                   EVALUATE DTE-REMITTED(D)
                       WHEN "N"
                           MOVE "Y" TO DTE-REMITTED(D)
                       WHEN "R"
                           MOVE "X" TO DTE-REMITTED(D)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-ANY-REMITTED
           IF WS-PAYEE-TOTAL = 0
               DISPLAY "  WITHHOLDINGS AND REVERSALS NET TO ZERO -- "
                   "NOTHING REMITTED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYEE-TOTAL TO ED-PAYEE-TOTAL
           DISPLAY "  REMITTING " ED-PAYEE-TOTAL " ("
               WS-PAYEE-ITEMS " WITHHOLDINGS) TO "
               PYE-REMIT-TO(P)
           PERFORM 0400-WRITE-EXTRACT-RECORD
           MOVE WS-TODAY TO PYE-LAST-REMIT(P)
           ADD 1 TO WS-REMIT-COUNT.

      *    EVERY-CYCLE PAYEES ARE ALWAYS DUE; MONTHLY AND QUARTERLY
      *    PAYEES WAIT UNTIL A FULL MONTH OR QUARTER HAS PASSED
           MOVE 0 TO WS-ORPHAN-TOTAL
           MOVE 0 TO WS-ORPHAN-COUNT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DT-COUNT
               IF DTE-REMITTED(D) = "N" AND DTE-CODE(D) NOT = "DUES"
                   MOVE "N" TO WS-PAYEE-FOUND
                   PERFORM VARYING P FROM 1 BY 1
                           UNTIL P > WS-PY-COUNT
