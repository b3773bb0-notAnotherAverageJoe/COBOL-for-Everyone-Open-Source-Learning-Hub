      *            PAYEXTRACT HOLDS FUTURE DEPOSITS AND BANKMAINT
      *            FORCES A CORRECTION, AND QUEUES THE PAYMENT ON
      *            payreissue.dat. ENDS WITH A SETTLEMENT REPORT OF
      *            TRANSMITTED VS RETURNED TOTALS PER CYCLE. THE
      *            EMPLOYEE IS TOLD OF EACH MATCHED RETURN THROUGH
      *            THE SHARED NOTIFICATION OUTBOX (SEE
      *            Shared/notify.cob) SO THE BANK DETAILS GET PUT
      *            RIGHT BEFORE THE NEXT RUN, NOT AFTER IT.
      *    compile with ->  cobc -x -o bankreturn bankreturn.cob
      *    then run ./bankreturn

           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 ED-SENT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-RTN-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-SETTLED       PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-RETURN-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01  WS-SETTLED          PIC S9(9)V99 VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BANKRETURN".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  NOTIFY-FIELDS.
           05 WS-NF-TYPE       PIC X VALUE "S".
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X VALUE SPACE.
           05 WS-NF-TEMPLATE   PIC X(8) VALUE "BANKRTN".
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X VALUE SPACE.
           05 WS-NF-RESULT     PIC X.

       01  WS-BANK-LOGICAL     PIC X(20) VALUE
                               "bankdetails.dat".
       01  WS-BANK-PATH        PIC X(50) VALUE
               WRITE REISSUE-RECORD
               DISPLAY "RETURN " RTE-EMP-ID(R) " / " RTE-PAY-DATE(R)
                   " (REASON " RTE-REASON(R) ") QUEUED FOR REISSUE."
               PERFORM 0480-NOTIFY-EMPLOYEE
           END-IF.

      *    A RETURNS FILE FED IN TWICE TELLS THE EMPLOYEE ONCE --
      *    THE OUTBOX SEES THE SAME PAY DATE, AMOUNT AND REASON.
       0480-NOTIFY-EMPLOYEE.
           MOVE RTE-EMP-ID(R) TO WS-NF-ID
           MOVE RTE-PAY-DATE(R) TO WS-NF-MERGE-1
           MOVE RTE-AMOUNT(R) TO ED-RETURN-AMOUNT
           MOVE FUNCTION TRIM(ED-RETURN-AMOUNT) TO WS-NF-MERGE-2
           MOVE RTE-REASON(R) TO WS-NF-MERGE-3
           MOVE SPACES TO WS-NF-MERGE-4
           CALL "NOTIFY" USING WS-AUDIT-PROGRAM WS-NF-TYPE WS-NF-ID
               WS-NF-CHANNEL WS-NF-TEMPLATE WS-NF-MERGE
               WS-NF-CONSENT WS-NF-RESULT.

       0470-FLAG-BANK-DETAILS.
           IF WS-BD-FILE-STATUS = "00"
               MOVE RTE-EMP-ID(R) TO BD-EMP-ID
