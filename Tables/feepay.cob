       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPAY.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    FEE PAYMENTS LEDGER. THE OFFICE USED TO TAKE FEE
      *            MONEY AGAINST A RECEIPT BOOK AND NOBODY COULD SAY
      *            WHAT A FAMILY STILL OWED. INVOICES ARE RAISED BY
      *            THE TERM BILLING RUN (feebill.cob) ON
      *            feeinvoice.dat; THIS PROGRAM POSTS WHAT COMES IN
      *            AGAINST THEM ON feeledger.dat, ONE LINE PER
      *            POSTING:
      *              "P" -- A PAYMENT, WITH THE RECEIPT NUMBER. PART
      *                     PAYMENTS ARE FINE; A PAYMENT LARGER THAN
      *                     WHAT IS STILL OWED IS REFUSED.
      *              "W" -- A WAIVER (HARDSHIP, SCHOLARSHIP, BILLING
      *                     CORRECTION), WITH THE REASON, WHICH IS
      *                     REQUIRED.
      *            A BALANCE IS ALWAYS INVOICE AMOUNT LESS PAYMENTS
      *            LESS WAIVERS -- NOTHING ON THE INVOICE ITSELF IS
      *            EVER CHANGED. THE AGED BALANCE REPORT COMES FROM
      *            feebill.cob.
      *    compile with ->  cobc -x -o feepay feepay.cob
      *    then run ./feepay

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "feeinvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "feeledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 FI-INVOICE-NO    PIC 9(6).
           05 FI-TERM          PIC X(5).
           05 FI-STUDENT-ID    PIC X(5).
           05 FI-DATE          PIC X(8).
           05 FI-DUE-DATE      PIC X(8).
           05 FI-AMOUNT        PIC 9(7)V99.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 FP-INVOICE-NO    PIC 9(6).
           05 FP-DATE          PIC X(8).
           05 FP-TYPE          PIC X.
           05 FP-AMOUNT        PIC 9(7)V99.
           05 FP-REFERENCE     PIC X(30).

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FI-EOF           PIC X VALUE "N".
       01  WS-FI-OVERFLOW      PIC X VALUE "N".
       01  WS-FP-EOF           PIC X VALUE "N".
       01  WS-SD-OPEN          PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-STUDENT     PIC X(5).
       01  WS-WORK-INVOICE     PIC 9(6).
       01  WS-POST-TYPE        PIC X.
       01  WS-POST-AMOUNT      PIC 9(7)V99.
       01  WS-POST-REFERENCE   PIC X(30).
       01  WS-BALANCE          PIC S9(7)V99.
       01  WS-STUDENT-OWED     PIC S9(7)V99.
       01  WS-OPEN-COUNT       PIC 9(3).
       01  WS-FP-PROMPT        PIC X(60).
       01  WS-FP-NUM-BUFFER    PIC X(18).

       01  INVOICE-TABLE.
           05 WS-FI-COUNT      PIC 9(4) VALUE 0.
           05 FI-ENTRY OCCURS 2000 TIMES.
               10 FIE-INVOICE-NO   PIC 9(6).
               10 FIE-TERM         PIC X(5).
               10 FIE-STUDENT-ID   PIC X(5).
               10 FIE-DATE         PIC X(8).
               10 FIE-DUE-DATE     PIC X(8).
               10 FIE-AMOUNT       PIC 9(7)V99.
               10 FIE-PAID         PIC 9(7)V99.
               10 FIE-WAIVED       PIC 9(7)V99.
       01  I                   PIC 9(4) VALUE 1.
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-PAID          PIC Z,ZZZ,ZZ9.99.
           05 ED-WAIVED        PIC Z,ZZZ,ZZ9.99.
           05 ED-BALANCE       PIC -Z,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "FEEPAY".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-INVOICES
           IF WS-FI-OVERFLOW = "Y"
      *        A PAYMENT AGAINST AN INVOICE PAST THE TABLE COULD NOT
      *        BE POSTED AND ITS BALANCE WOULD SHOW WRONG.
               DISPLAY "*** MORE THAN 2000 INVOICES ON feeinvoice.dat"
                   " -- ARCHIVE PAID TERMS AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FI-COUNT = 0
               DISPLAY "NO FEE INVOICES ON FILE. RUN feebill FOR "
                   "THE TERM FIRST."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-LEDGER
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS = "00"
               MOVE "Y" TO WS-SD-OPEN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "P"
                       MOVE "P" TO WS-POST-TYPE
                       PERFORM 0300-POST-ENTRY THRU 0300-EXIT
                   WHEN "W"
                       MOVE "W" TO WS-POST-TYPE
                       PERFORM 0300-POST-ENTRY THRU 0300-EXIT
                   WHEN "B"
                       PERFORM 0500-STUDENT-BALANCE THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           IF WS-SD-OPEN = "Y"
               CLOSE STUDENT-DIR-FILE
           END-IF
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-INVOICES.
           MOVE 0 TO WS-FI-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-FI-FILE-STATUS = "00"
               PERFORM UNTIL WS-FI-EOF = "Y" OR WS-FI-COUNT = 2000
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-FI-EOF
                       NOT AT END
                           ADD 1 TO WS-FI-COUNT
                           MOVE FI-INVOICE-NO
                               TO FIE-INVOICE-NO(WS-FI-COUNT)
                           MOVE FI-TERM TO FIE-TERM(WS-FI-COUNT)
                           MOVE FI-STUDENT-ID
                               TO FIE-STUDENT-ID(WS-FI-COUNT)
                           MOVE FI-DATE TO FIE-DATE(WS-FI-COUNT)
                           MOVE FI-DUE-DATE
                               TO FIE-DUE-DATE(WS-FI-COUNT)
                           MOVE FI-AMOUNT TO FIE-AMOUNT(WS-FI-COUNT)
                           MOVE 0 TO FIE-PAID(WS-FI-COUNT)
                           MOVE 0 TO FIE-WAIVED(WS-FI-COUNT)
                   END-READ
               END-PERFORM
               IF WS-FI-COUNT = 2000 AND WS-FI-EOF NOT = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-FI-EOF
                       NOT AT END
                           MOVE "Y" TO WS-FI-OVERFLOW
                   END-READ
               END-IF
               CLOSE INVOICE-FILE
           END-IF.

      *    EVERY POSTING SO FAR IS ROLLED ONTO ITS INVOICE SO A
      *    BALANCE IS TO HAND WITHOUT RE-READING THE LEDGER.
       0150-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-FP-FILE-STATUS = "00"
               PERFORM UNTIL WS-FP-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-FP-EOF
                       NOT AT END
                           MOVE FP-INVOICE-NO TO WS-WORK-INVOICE
                           PERFORM 0700-FIND-INVOICE
                           IF WS-FOUND-INDEX > 0
                               PERFORM 0160-APPLY-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       0160-APPLY-POSTING.
           IF FP-TYPE = "W"
               ADD FP-AMOUNT TO FIE-WAIVED(WS-FOUND-INDEX)
           ELSE
               ADD FP-AMOUNT TO FIE-PAID(WS-FOUND-INDEX)
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- FEE PAYMENTS -----"
           DISPLAY "P - POST A PAYMENT"
           DISPLAY "W - POST A WAIVER"
           DISPLAY "B - STUDENT BALANCE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    THE STUDENT'S OPEN INVOICES ARE SHOWN FIRST SO THE CLERK
      *    POSTS AGAINST THE RIGHT ONE. NEITHER A PAYMENT NOR A
      *    WAIVER MAY TAKE AN INVOICE BELOW ZERO.
       0300-POST-ENTRY.
           PERFORM 0500-STUDENT-BALANCE THRU 0500-EXIT
           IF WS-OPEN-COUNT = 0
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER INVOICE NUMBER: "
           ACCEPT WS-WORK-INVOICE
           PERFORM 0700-FIND-INVOICE
           IF WS-FOUND-INDEX = 0
               DISPLAY "INVOICE " WS-WORK-INVOICE " NOT FOUND."
               GO TO 0300-EXIT
           END-IF
           IF FIE-STUDENT-ID(WS-FOUND-INDEX) NOT = WS-WORK-STUDENT
               DISPLAY "INVOICE " WS-WORK-INVOICE " IS NOT FOR "
                   "STUDENT " WS-WORK-STUDENT "."
               GO TO 0300-EXIT
           END-IF
           COMPUTE WS-BALANCE = FIE-AMOUNT(WS-FOUND-INDEX)
               - FIE-PAID(WS-FOUND-INDEX)
               - FIE-WAIVED(WS-FOUND-INDEX)
           IF WS-BALANCE NOT > 0
               DISPLAY "INVOICE " WS-WORK-INVOICE " IS ALREADY "
                   "SETTLED."
               GO TO 0300-EXIT
           END-IF
           MOVE "ENTER AMOUNT (E.G. 25.00): " TO WS-FP-PROMPT
           CALL "NUMVALID" USING WS-FP-PROMPT WS-FP-NUM-BUFFER
           MOVE WS-FP-NUM-BUFFER TO WS-POST-AMOUNT
           IF WS-POST-AMOUNT = 0
               DISPLAY "NOTHING POSTED."
               GO TO 0300-EXIT
           END-IF
           IF WS-POST-AMOUNT > WS-BALANCE
               MOVE WS-BALANCE TO ED-BALANCE
               DISPLAY "ONLY " ED-BALANCE " IS OWED ON INVOICE "
                   WS-WORK-INVOICE ". NOTHING POSTED."
               GO TO 0300-EXIT
           END-IF
           MOVE SPACES TO WS-POST-REFERENCE
           IF WS-POST-TYPE = "P"
               DISPLAY "ENTER RECEIPT NUMBER: "
           ELSE
               DISPLAY "ENTER REASON FOR THE WAIVER: "
           END-IF
           ACCEPT WS-POST-REFERENCE
           IF WS-POST-TYPE = "W" AND WS-POST-REFERENCE = SPACES
               DISPLAY "A WAIVER NEEDS A REASON. NOTHING POSTED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0400-WRITE-LEDGER
           MOVE WS-POST-AMOUNT TO FP-AMOUNT
           PERFORM 0160-APPLY-POSTING
           SUBTRACT WS-POST-AMOUNT FROM WS-BALANCE
           MOVE WS-POST-AMOUNT TO ED-AMOUNT
           MOVE WS-BALANCE TO ED-BALANCE
           IF WS-POST-TYPE = "P"
               DISPLAY "PAYMENT OF " ED-AMOUNT " POSTED. BALANCE "
                   "NOW " ED-BALANCE "."
           ELSE
               DISPLAY "WAIVER OF " ED-AMOUNT " POSTED. BALANCE "
                   "NOW " ED-BALANCE "."
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "POSTED " WS-POST-TYPE " INV " WS-WORK-INVOICE
               " " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0400-WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE
           IF WS-FP-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST POSTING IS WRITTEN.
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           MOVE WS-WORK-INVOICE   TO FP-INVOICE-NO
           MOVE WS-TODAY          TO FP-DATE
           MOVE WS-POST-TYPE      TO FP-TYPE
           MOVE WS-POST-AMOUNT    TO FP-AMOUNT
           MOVE WS-POST-REFERENCE TO FP-REFERENCE
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       0500-STUDENT-BALANCE.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-STUDENT-OWED
           DISPLAY "ENTER STUDENT ID (5 CHARS): "
           MOVE SPACES TO WS-WORK-STUDENT
           ACCEPT WS-WORK-STUDENT
           MOVE FUNCTION UPPER-CASE(WS-WORK-STUDENT)
               TO WS-WORK-STUDENT
           IF WS-SD-OPEN = "Y"
               MOVE WS-WORK-STUDENT TO SD-STUDENT-ID
               READ STUDENT-DIR-FILE
                   INVALID KEY
                       MOVE SPACES TO SD-NAME
                       MOVE SPACES TO SD-CONTACT
               END-READ
               DISPLAY "STUDENT " WS-WORK-STUDENT "  " SD-NAME
                   "  CONTACT: " SD-CONTACT
           END-IF
           DISPLAY "INVOICE TERM  DUE DATE        AMOUNT          "
               "PAID        WAIVED        BALANCE"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FI-COUNT
               IF FIE-STUDENT-ID(I) = WS-WORK-STUDENT
                   COMPUTE WS-BALANCE = FIE-AMOUNT(I) - FIE-PAID(I)
                       - FIE-WAIVED(I)
                   IF WS-BALANCE > 0
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
                   ADD WS-BALANCE TO WS-STUDENT-OWED
                   MOVE FIE-AMOUNT(I) TO ED-AMOUNT
                   MOVE FIE-PAID(I) TO ED-PAID
                   MOVE FIE-WAIVED(I) TO ED-WAIVED
                   MOVE WS-BALANCE TO ED-BALANCE
                   DISPLAY FIE-INVOICE-NO(I) " " FIE-TERM(I) " "
                       FIE-DUE-DATE(I) " " ED-AMOUNT " " ED-PAID
                       " " ED-WAIVED " " ED-BALANCE
               END-IF
           END-PERFORM
           MOVE WS-STUDENT-OWED TO ED-BALANCE
           DISPLAY "TOTAL OWED: " ED-BALANCE
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO OPEN INVOICES FOR STUDENT "
                   WS-WORK-STUDENT "."
           END-IF.
       0500-EXIT.
           EXIT.

       0700-FIND-INVOICE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FI-COUNT
               IF FIE-INVOICE-NO(I) = WS-WORK-INVOICE
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
