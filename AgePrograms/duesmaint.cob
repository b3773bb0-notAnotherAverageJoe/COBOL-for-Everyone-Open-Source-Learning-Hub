      *            AGAINST membership.dat. THE PIECES:
      *              duesrates.dat    -- ANNUAL DUES PER MEMBERSHIP
      *                                  TYPE (MEM-TYPE; OLD RECORDS
      *                                  WITHOUT ONE BILL AS "STD"),
      *                                  AND THE TYPE'S MONTHLY GUEST
      *                                  PASS ALLOWANCE THE DOOR
      *                                  (GetAgeProgram) ENFORCES
      *              duesinvoices.dat -- ONE INVOICE PER MEMBER
      *                                  COMING UP FOR RENEWAL,
      *                                  NUMBERED, "O"PEN OR "P"AID
      *            PAST TODAY IF LAPSED -- THE SAME ARITHMETIC
      *            MEMMAINT'S RENEWAL USED). THE AGING REPORT SHOWS
      *            THE OPEN INVOICES BY AGE BUCKET.
      *            AN EMPLOYEE'S INVOICE CAN BE CONVERTED TO A PAYROLL
      *            DEDUCTION PLAN (duesplan.cob) -- IT THEN CARRIES
      *            STATUS "D", IS NOT BILLED AGAIN OR TAKEN HERE, AND
      *            IS PAID OFF BY duespost.cob FROM WHAT PAYROLL
      *            DEDUCTS.
      *    compile with (from the repo root) ->
      *        cobc -x -o duesmaint AgePrograms/duesmaint.cob
      *    then run ./duesmaint
       01  DUES-RATE-RECORD.
           05 DR-TYPE          PIC X(4).
           05 DR-ANNUAL-DUES   PIC 9(5)V99.
           05 DR-GUEST-ALLOWANCE PIC 9(2).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 DR-ENTRY OCCURS 10 TIMES.
               10 DRE-TYPE        PIC X(4).
               10 DRE-ANNUAL      PIC 9(5)V99.
               10 DRE-GUESTS      PIC 9(2).
       01  R                   PIC 9(2) VALUE 1.

       01  INVOICE-TABLE.
           05 WS-AGE-31-60     PIC 9(3) VALUE 0.
           05 WS-AGE-OVER-60   PIC 9(3) VALUE 0.
           05 WS-OPEN-TOTAL    PIC 9(7)V99 VALUE 0.
           05 WS-ON-PAYROLL    PIC 9(3) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
                           MOVE DR-TYPE TO DRE-TYPE(WS-DR-COUNT)
                           MOVE DR-ANNUAL-DUES
                               TO DRE-ANNUAL(WS-DR-COUNT)
      *                    A RATE SET BEFORE GUEST PASSES CARRIES
      *                    NO ALLOWANCE -- NO GUESTS UNTIL IT IS SET.
                           IF DR-GUEST-ALLOWANCE IS NUMERIC
                               MOVE DR-GUEST-ALLOWANCE
                                   TO DRE-GUESTS(WS-DR-COUNT)
                           ELSE
                               MOVE 0 TO DRE-GUESTS(WS-DR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUES-RATE-FILE
       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- MEMBERSHIP DUES -----"
           DISPLAY "R - SET A DUES RATE AND GUEST ALLOWANCE"
           DISPLAY "I - GENERATE RENEWAL INVOICES"
           DISPLAY "P - POST A PAYMENT (RENEWS THE EXPIRY)"
           DISPLAY "A - AGING REPORT OF UNPAID INVOICES"
               MOVE WS-WORK-TYPE TO DRE-TYPE(WS-FOUND-INDEX)
           END-IF
           MOVE WS-DM-NUM-BUFFER TO DRE-ANNUAL(WS-FOUND-INDEX)
           MOVE "ENTER GUEST PASSES ALLOWED PER MONTH (XX): "
               TO WS-DM-PROMPT
           CALL "NUMVALID" USING WS-DM-PROMPT WS-DM-NUM-BUFFER
           MOVE WS-DM-NUM-BUFFER TO DRE-GUESTS(WS-FOUND-INDEX)
           OPEN OUTPUT DUES-RATE-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-DR-COUNT
               MOVE DRE-TYPE(R) TO DR-TYPE
               MOVE DRE-ANNUAL(R) TO DR-ANNUAL-DUES
               MOVE DRE-GUESTS(R) TO DR-GUEST-ALLOWANCE
               WRITE DUES-RATE-RECORD
           END-PERFORM
           CLOSE DUES-RATE-FILE
           MOVE "N" TO WS-HAS-OPEN-INV
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-IV-COUNT
               IF IVE-MEMBER-ID(V) = MTE-ID(M)
                       AND (IVE-STATUS(V) = "O" OR "D")
                   MOVE "Y" TO WS-HAS-OPEN-INV
               END-IF
           END-PERFORM
                   "PAID."
               GO TO 0500-EXIT
           END-IF
           IF IVE-STATUS(V) = "D"
               DISPLAY "INVOICE " WS-PAY-INVOICE-NO " IS BEING PAID "
                   "THROUGH PAYROLL DEDUCTION (SEE duesplan)."
               GO TO 0500-EXIT
           END-IF
           MOVE "P" TO IVE-STATUS(V)
           PERFORM 0550-APPEND-PAYMENT
           PERFORM 0800-REWRITE-INVOICE-FILE
           MOVE 0 TO WS-AGE-31-60
           MOVE 0 TO WS-AGE-OVER-60
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 0 TO WS-ON-PAYROLL
           DISPLAY " "
           DISPLAY "----- UNPAID DUES INVOICES -----"
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-IV-COUNT
               IF IVE-STATUS(V) = "O"
                   PERFORM 0650-AGE-ONE-INVOICE
               END-IF
               IF IVE-STATUS(V) = "D"
                   ADD 1 TO WS-ON-PAYROLL
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "  0-30 DAYS: " WS-AGE-0-30
           DISPLAY " 31-60 DAYS: " WS-AGE-31-60
           DISPLAY "  OVER  60 : " WS-AGE-OVER-60
           MOVE WS-OPEN-TOTAL TO ED-TOTAL
           DISPLAY "OPEN TOTAL : " ED-TOTAL
           DISPLAY "ON PAYROLL DEDUCTION (NOT AGED): " WS-ON-PAYROLL.

       0650-AGE-ONE-INVOICE.
           MOVE "D" TO WS-DV-FUNCTION
