      *            LOST CHECK NUMBER ON THE REGISTER AND ISSUES A
      *            REPLACEMENT CHECK AGAINST THE SAME PAYMENT -- SO
      *            EVERY DOLLAR LEAVING BY PAPER IS AS TRACEABLE AS
      *            THE paytransmit.dat DOLLARS. A CHECK THE BANK
      *            HAS CLEARED (SEE chkclear.cob) OR THAT HAS BEEN
      *            ESCHEATED AS UNCLAIMED PROPERTY (SEE escheat.cob)
      *            CAN NO LONGER BE STOPPED.
      *    compile with ->  cobc -x -o checkprint checkprint.cob
      *    then run ./checkprint

           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    ONE LINE PER CHECK EVER ISSUED. CR-STATUS: "I" ISSUED,
      *    "V" STOPPED/VOIDED, "C" CLEARED BY THE BANK, "E" VOIDED
      *    AND ESCHEATED AS UNCLAIMED PROPERTY. CR-CLEAR-DATE AND
      *    CR-CLEAR-AMOUNT CARRY THE BANK'S CLEAR DATE AND PAID
      *    AMOUNT FOR "C" (FOR "E" THE DATE IT WAS ESCHEATED).
      *    CHECK NUMBERS RUN SEQUENTIALLY FROM THE HIGHEST ON FILE.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CR-CHECK-NO      PIC 9(6).
           05 CR-PAY-DATE      PIC X(8).
           05 CR-AMOUNT        PIC 9(7)V99.
           05 CR-ISSUE-DATE    PIC X(8).
           05 CR-CLEAR-DATE    PIC X(8).
           05 CR-CLEAR-AMOUNT  PIC 9(7)V99.

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD  PIC X(80).
               10 CRE-PAY-DATE     PIC X(8).
               10 CRE-AMOUNT       PIC 9(7)V99.
               10 CRE-ISSUE-DATE   PIC X(8).
               10 CRE-CLEAR-DATE   PIC X(8).
               10 CRE-CLEAR-AMOUNT PIC 9(7)V99.
       01  C                   PIC 9(3) VALUE 1.
       01  WS-NEXT-CHECK-NO    PIC 9(6) VALUE 0.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
                               TO CRE-AMOUNT(WS-CR-COUNT)
                           MOVE CR-ISSUE-DATE
                               TO CRE-ISSUE-DATE(WS-CR-COUNT)
                           MOVE CR-CLEAR-DATE
                               TO CRE-CLEAR-DATE(WS-CR-COUNT)
                           IF CR-CLEAR-AMOUNT IS NUMERIC
                               MOVE CR-CLEAR-AMOUNT
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           ELSE
                               MOVE 0
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           END-IF
                           IF CR-CHECK-NO > WS-NEXT-CHECK-NO
                               MOVE CR-CHECK-NO
                                   TO WS-NEXT-CHECK-NO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRE-EMP-ID(C) = PH-EMP-ID
                       AND CRE-PAY-DATE(C) = PH-PAY-DATE
                       AND CRE-STATUS(C) NOT = "V"
                   MOVE "Y" TO WS-ALREADY-ISSUED
               END-IF
           END-PERFORM
           MOVE PH-PAY-DATE TO CRE-PAY-DATE(WS-CR-COUNT)
           MOVE WS-CHECK-AMOUNT TO CRE-AMOUNT(WS-CR-COUNT)
           MOVE WS-TODAY TO CRE-ISSUE-DATE(WS-CR-COUNT)
           MOVE SPACES TO CRE-CLEAR-DATE(WS-CR-COUNT)
           MOVE 0 TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
           PERFORM 0450-PRINT-CHECK-AND-STUB
           ADD 1 TO WS-PRINTED-COUNT
           ADD WS-CHECK-AMOUNT TO WS-PRINTED-TOTAL.
                   "STOPPED."
               GO TO 0500-EXIT
           END-IF
           IF CRE-STATUS(WS-FOUND-INDEX) = "C"
               DISPLAY "CHECK " WS-STOP-CHECK-NO " CLEARED THE BANK "
                   "ON " CRE-CLEAR-DATE(WS-FOUND-INDEX)
                   " -- IT CANNOT BE STOPPED."
               GO TO 0500-EXIT
           END-IF
           IF CRE-STATUS(WS-FOUND-INDEX) = "E"
               DISPLAY "CHECK " WS-STOP-CHECK-NO " WAS ESCHEATED ON "
                   CRE-CLEAR-DATE(WS-FOUND-INDEX)
                   " -- THE OWNER CLAIMS IT FROM THE STATE."
               GO TO 0500-EXIT
           END-IF
           IF WS-CR-COUNT = 500
               DISPLAY "*** CHECK REGISTER TABLE FULL (500) -- "
                   "ARCHIVE checkregister.dat AND RERUN. ***"
           MOVE CRE-AMOUNT(WS-FOUND-INDEX)
               TO CRE-AMOUNT(WS-CR-COUNT)
           MOVE WS-TODAY TO CRE-ISSUE-DATE(WS-CR-COUNT)
           MOVE SPACES TO CRE-CLEAR-DATE(WS-CR-COUNT)
           MOVE 0 TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
           PERFORM 0700-REWRITE-REGISTER
           DISPLAY "CHECK " WS-STOP-CHECK-NO " STOPPED. "
               "REPLACEMENT CHECK " WS-NEXT-CHECK-NO " ISSUED FOR "
               DISPLAY "THE CHECK REGISTER IS EMPTY."
           ELSE
               DISPLAY "CHECK   ST EMPID PAYDATE         AMOUNT  "
                   "ISSUED    CLEARED"
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
                   MOVE CRE-AMOUNT(C) TO ED-AMOUNT
                   DISPLAY CRE-CHECK-NO(C) "  " CRE-STATUS(C) "  "
                       CRE-EMP-ID(C) " " CRE-PAY-DATE(C) "  "
                       ED-AMOUNT "  " CRE-ISSUE-DATE(C) "  "
                       CRE-CLEAR-DATE(C)
               END-PERFORM
           END-IF.

               MOVE CRE-PAY-DATE(C)   TO CR-PAY-DATE
               MOVE CRE-AMOUNT(C)     TO CR-AMOUNT
               MOVE CRE-ISSUE-DATE(C) TO CR-ISSUE-DATE
               MOVE CRE-CLEAR-DATE(C) TO CR-CLEAR-DATE
               MOVE CRE-CLEAR-AMOUNT(C) TO CR-CLEAR-AMOUNT
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.
