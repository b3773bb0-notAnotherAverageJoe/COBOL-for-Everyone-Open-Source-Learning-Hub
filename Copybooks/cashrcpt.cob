       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRCPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    CUSTOMER CASH RECEIPTS AND THE RECEIVABLES LEDGER.
      *            INVRUN CHARGES EVERY INVOICE TO THE CUSTOMER'S
      *            LEDGER ON arledger.dat; THIS PROGRAM CREDITS WHAT
      *            COMES IN AGAINST IT:
      *              R - RECORD A RECEIPT FOR A CM-ID ON
      *                  custmaster.dat AND APPLY IT TO SPECIFIC OPEN
      *                  INVOICES ON salesinvoices.dat. WHATEVER THE
      *                  CUSTOMER DID NOT IDENTIFY IS LEFT ON ACCOUNT
      *                  (A LEDGER CREDIT WITH NO INVOICE NUMBER)
      *              A - APPLY ON-ACCOUNT CASH TO AN INVOICE ONCE THE
      *                  CUSTOMER SAYS WHAT IT WAS FOR
      *              L - THE CUSTOMER'S LEDGER WITH A RUNNING BALANCE,
      *                  OPEN INVOICES AND ON-ACCOUNT CASH
      *              H - PLACE OR RELEASE A CREDIT HOLD ON
      *                  custcredit.dat (DUNNING PUTS CUSTOMERS ON
      *                  HOLD AT ITS FINAL STAGE; ONLY A PERSON TAKES
      *                  THEM OFF). ORDENTRY TAKES NO ORDERS FOR A
      *                  CUSTOMER ON HOLD.
      *            EVERY RECEIPT IS NUMBERED ON cashreceipts.dat AND
      *            ADDED TO THE glsales.dat JOURNAL AS DEBIT CASH,
      *            CREDIT RECEIVABLE (THE salesparm.dat ACCOUNTS) FOR
      *            glpost TO TAKE. AN INVOICE IS MARKED "P" WHEN ITS
      *            APPLIED CASH REACHES THE TOTAL. SIGN-ON IS
      *            REQUIRED; EVERYTHING BUT THE LEDGER INQUIRY NEEDS
      *            THE MAINTENANCE OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o cashrcpt Copybooks/cashrcpt.cob
      *    then run ./cashrcpt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT SALES-INVOICE-FILE ASSIGN TO "salesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "arledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "cashreceipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "custcredit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT SALES-PARM-FILE ASSIGN TO "salesparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT GL-SALES-FILE ASSIGN TO "glsales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AND KEYS COPYBOOKS MAINTAINS.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 CM-FIRST-NAME    PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 CM-AGE           PIC 9(3).

      *    SAME LAYOUT INVRUN WRITES.
       FD  SALES-INVOICE-FILE.
       01  SALES-INVOICE-RECORD.
           05 SI-INVOICE-NO    PIC 9(6).
           05 SI-ORDER-NO      PIC 9(6).
           05 SI-CUST-ID       PIC X(6).
           05 SI-INVOICE-DATE  PIC X(8).
           05 SI-NET           PIC 9(7)V99.
           05 SI-TAX           PIC 9(7)V99.
           05 SI-TOTAL         PIC 9(7)V99.
           05 SI-STATUS        PIC X.
           05 SI-PAID          PIC 9(7)V99.

      *    SAME LAYOUT INVRUN WRITES.
       FD  AR-LEDGER-FILE.
       01  AR-LEDGER-RECORD.
           05 AL-CUST-ID       PIC X(6).
           05 AL-DATE          PIC X(8).
           05 AL-TYPE          PIC X.
           05 AL-REF-NO        PIC 9(6).
           05 AL-INVOICE-NO    PIC 9(6).
           05 AL-DR-CR         PIC X(2).
           05 AL-AMOUNT        PIC 9(7)V99.

      *    ONE LINE PER RECEIPT. RC-ON-ACCOUNT IS THE PART THE
      *    CUSTOMER DID NOT IDENTIFY WHEN IT WAS RECORDED.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 RC-RECEIPT-NO    PIC 9(6).
           05 RC-CUST-ID       PIC X(6).
           05 RC-DATE          PIC X(8).
           05 RC-AMOUNT        PIC 9(7)V99.
           05 RC-ON-ACCOUNT    PIC 9(7)V99.
           05 RC-REFERENCE     PIC X(15).
           05 RC-ENTERED-BY    PIC X(10).

      *    ONE LINE PER CUSTOMER EVER DUNNED OR HELD. CH-DUN-STAGE
      *    0-3 IS THE LAST LETTER DUNNING SENT; CH-HOLD "Y" STOPS
      *    NEW ORDERS.
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CH-CUST-ID       PIC X(6).
           05 CH-DUN-STAGE     PIC 9.
           05 CH-LAST-DUN-DATE PIC X(8).
           05 CH-HOLD          PIC X.
           05 CH-HOLD-DATE     PIC X(8).
           05 CH-HOLD-BY       PIC X(10).

      *    SAME LAYOUT PRODMAINT MAINTAINS.
       FD  SALES-PARM-FILE.
       01  SALES-PARM-RECORD.
           05 SP-TAX-RATE      PIC 9(2)V999.
           05 SP-GL-RECEIVABLE PIC X(8).
           05 SP-GL-TAX        PIC X(8).
           05 SP-LAST-INVOICE  PIC 9(6).
           05 SP-GL-CASH       PIC X(8).

      *    SAME LAYOUT DEPTALLOC WRITES.
       FD  GL-SALES-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-ACCOUNT       PIC X(8).
           05 GL-DR-CR         PIC X(2).
           05 GL-AMOUNT        PIC 9(9)V99.
           05 GL-DEPT-CODE     PIC X(4).
           05 GL-PAY-DATE      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SI-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-RC-EOF           PIC X VALUE "N".
       01  WS-CH-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-APPLY-DONE       PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-PARM-ON-FILE     PIC X VALUE "N".
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-WORK-INVOICE-NO  PIC 9(6) VALUE 0.
       01  WS-CUST-FOUND       PIC X VALUE "N".
       01  WS-CUST-NAME        PIC X(31).
       01  WS-CONFIRM          PIC X VALUE "N".
       01  WS-CR-PROMPT        PIC X(60).
       01  WS-CR-NUM-BUFFER    PIC X(18).
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.
       01  WS-CREDIT-INDEX     PIC 9(3) VALUE 0.
       01  WS-LAST-RECEIPT     PIC 9(6) VALUE 0.
       01  WS-RECEIPT-AMOUNT   PIC 9(7)V99 VALUE 0.
       01  WS-RECEIPT-REF      PIC X(15).
       01  WS-REMAINING        PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-INVOICE-OPEN     PIC 9(7)V99 VALUE 0.
       01  WS-ON-ACCOUNT       PIC S9(7)V99 VALUE 0.
       01  WS-RUNNING-BALANCE  PIC S9(7)V99 VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01  WS-LEDGER-DESC      PIC X(20).

       01  PARM-FIELDS.
           05 WS-TAX-RATE      PIC 9(2)V999 VALUE 0.
           05 WS-GL-RECEIVABLE PIC X(8) VALUE SPACES.
           05 WS-GL-TAX        PIC X(8) VALUE SPACES.
           05 WS-LAST-INVOICE  PIC 9(6) VALUE 0.
           05 WS-GL-CASH       PIC X(8) VALUE SPACES.

       01  INVOICE-TABLE.
           05 WS-SI-COUNT      PIC 9(4) VALUE 0.
           05 SI-ENTRY OCCURS 1000 TIMES.
               10 SIE-INVOICE-NO   PIC 9(6).
               10 SIE-ORDER-NO     PIC 9(6).
               10 SIE-CUST-ID      PIC X(6).
               10 SIE-INVOICE-DATE PIC X(8).
               10 SIE-NET          PIC 9(7)V99.
               10 SIE-TAX          PIC 9(7)V99.
               10 SIE-TOTAL        PIC 9(7)V99.
               10 SIE-STATUS       PIC X.
               10 SIE-PAID         PIC 9(7)V99.
       01  I                   PIC 9(4) VALUE 1.

       01  CREDIT-TABLE.
           05 WS-CH-COUNT      PIC 9(3) VALUE 0.
           05 CH-ENTRY OCCURS 500 TIMES.
               10 CHE-CUST-ID      PIC X(6).
               10 CHE-DUN-STAGE    PIC 9.
               10 CHE-LAST-DUN-DATE PIC X(8).
               10 CHE-HOLD         PIC X.
               10 CHE-HOLD-DATE    PIC X(8).
               10 CHE-HOLD-BY      PIC X(10).
       01  H                   PIC 9(3) VALUE 1.

      *    THE INVOICES ONE RECEIPT IS BEING SPREAD OVER.
       01  APPLY-TABLE.
           05 WS-AP-COUNT      PIC 9(2) VALUE 0.
           05 AP-ENTRY OCCURS 20 TIMES.
               10 APE-INVOICE-NO   PIC 9(6).
               10 APE-AMOUNT       PIC 9(7)V99.
       01  P                   PIC 9(2) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-OPEN          PIC Z,ZZZ,ZZ9.99.
           05 ED-BALANCE       PIC -,---,--9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CASHRCPT".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-CUSTMASTER-LOGICAL PIC X(20) VALUE "custmaster.dat".
       01  WS-CUSTMASTER-PATH  PIC X(50) VALUE "custmaster.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-PARM
           PERFORM 0120-LOAD-INVOICES
           PERFORM 0140-LOAD-CREDIT
           PERFORM 0160-FIND-LAST-RECEIPT
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF (WS-SI-COUNT = 1000 AND WS-SI-EOF NOT = "Y")
                   OR (WS-CH-COUNT = 500 AND WS-CH-EOF NOT = "Y")
               DISPLAY "*** salesinvoices.dat OR custcredit.dat IS "
                   "TOO BIG TO MAINTAIN HERE. ARCHIVE PAID INVOICES "
                   "FIRST. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LEDGER INQUIRY STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "R" OR "A" OR "H")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                       PERFORM 0300-RECORD-RECEIPT THRU 0300-EXIT
                   WHEN "A"
                       PERFORM 0400-APPLY-ON-ACCOUNT THRU 0400-EXIT
                   WHEN "L"
                       PERFORM 0500-SHOW-LEDGER THRU 0500-EXIT
                   WHEN "H"
                       PERFORM 0600-CREDIT-HOLD THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-PARM.
           MOVE "N" TO WS-PARM-ON-FILE
           OPEN INPUT SALES-PARM-FILE
           IF WS-SP-FILE-STATUS = "00"
               READ SALES-PARM-FILE
                   NOT AT END
                       MOVE SALES-PARM-RECORD TO PARM-FIELDS
                       MOVE "Y" TO WS-PARM-ON-FILE
               END-READ
               CLOSE SALES-PARM-FILE
           END-IF.

       0120-LOAD-INVOICES.
           MOVE 0 TO WS-SI-COUNT
           MOVE "N" TO WS-SI-EOF
           OPEN INPUT SALES-INVOICE-FILE
           IF WS-SI-FILE-STATUS = "00"
               PERFORM UNTIL WS-SI-EOF = "Y" OR WS-SI-COUNT = 1000
                   READ SALES-INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-SI-EOF
                       NOT AT END
                           ADD 1 TO WS-SI-COUNT
                           MOVE SALES-INVOICE-RECORD
                               TO SI-ENTRY(WS-SI-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SALES-INVOICE-FILE
           END-IF.

       0140-LOAD-CREDIT.
           MOVE 0 TO WS-CH-COUNT
           MOVE "N" TO WS-CH-EOF
           OPEN INPUT CREDIT-FILE
           IF WS-CH-FILE-STATUS = "00"
               PERFORM UNTIL WS-CH-EOF = "Y" OR WS-CH-COUNT = 500
                   READ CREDIT-FILE
                       AT END
                           MOVE "Y" TO WS-CH-EOF
                       NOT AT END
                           ADD 1 TO WS-CH-COUNT
                           MOVE CREDIT-RECORD TO CH-ENTRY(WS-CH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF.

      *    RECEIPT NUMBERS RUN ON FROM THE HIGHEST ON FILE.
       0160-FIND-LAST-RECEIPT.
           MOVE 0 TO WS-LAST-RECEIPT
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RECEIPT-FILE
           IF WS-RC-FILE-STATUS = "00"
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ RECEIPT-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF RC-RECEIPT-NO > WS-LAST-RECEIPT
                               MOVE RC-RECEIPT-NO TO WS-LAST-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- CUSTOMER CASH RECEIPTS -----"
           DISPLAY "R - RECORD A RECEIPT"
           DISPLAY "A - APPLY ON-ACCOUNT CASH TO AN INVOICE"
           DISPLAY "L - CUSTOMER LEDGER"
           DISPLAY "H - PLACE OR RELEASE A CREDIT HOLD"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    THE WHOLE RECEIPT IS CREDITED TO THE CUSTOMER -- WHAT IS
      *    NOT SPREAD OVER NAMED INVOICES STAYS ON ACCOUNT.
       0300-RECORD-RECEIPT.
           IF WS-PARM-ON-FILE NOT = "Y" OR WS-GL-CASH = SPACES
               DISPLAY "NO GL CASH ACCOUNT ON salesparm.dat. SET IT "
                   "IN PRODMAINT FIRST."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0700-CHECK-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "CUSTOMER " WS-WORK-CUST-ID " IS NOT ON "
                   "custmaster.dat. NO RECEIPT RECORDED."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "RECEIPT FROM " WS-CUST-NAME
           MOVE "ENTER AMOUNT RECEIVED: " TO WS-CR-PROMPT
           CALL "NUMVALID" USING WS-CR-PROMPT WS-CR-NUM-BUFFER
           MOVE WS-CR-NUM-BUFFER TO WS-RECEIPT-AMOUNT
           IF WS-RECEIPT-AMOUNT = 0
               DISPLAY "NOTHING TO RECORD."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "CHECK NUMBER OR OTHER REFERENCE: "
           ACCEPT WS-RECEIPT-REF
           MOVE WS-RECEIPT-AMOUNT TO WS-REMAINING
           MOVE 0 TO WS-AP-COUNT
           MOVE "N" TO WS-APPLY-DONE
           PERFORM 0720-LIST-OPEN-INVOICES
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO OPEN INVOICES -- THE RECEIPT GOES ON "
                   "ACCOUNT."
               MOVE "Y" TO WS-APPLY-DONE
           END-IF
           PERFORM UNTIL WS-APPLY-DONE = "Y"
               PERFORM 0350-APPLY-ONE-INVOICE THRU 0350-EXIT
           END-PERFORM
           ADD 1 TO WS-LAST-RECEIPT
           OPEN EXTEND RECEIPT-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
      *        REGISTER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST RECEIPT IS RECORDED.
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN EXTEND RECEIPT-FILE
           END-IF
           MOVE WS-LAST-RECEIPT TO RC-RECEIPT-NO
           MOVE WS-WORK-CUST-ID TO RC-CUST-ID
           MOVE WS-TODAY TO RC-DATE
           MOVE WS-RECEIPT-AMOUNT TO RC-AMOUNT
           MOVE WS-REMAINING TO RC-ON-ACCOUNT
           MOVE WS-RECEIPT-REF TO RC-REFERENCE
           MOVE WS-OPERATOR-ID TO RC-ENTERED-BY
           WRITE RECEIPT-RECORD
           CLOSE RECEIPT-FILE
           PERFORM 0840-OPEN-LEDGER
           MOVE WS-WORK-CUST-ID TO AL-CUST-ID
           MOVE WS-TODAY TO AL-DATE
           MOVE "R" TO AL-TYPE
           MOVE WS-LAST-RECEIPT TO AL-REF-NO
           MOVE "CR" TO AL-DR-CR
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-AP-COUNT
               MOVE APE-INVOICE-NO(P) TO AL-INVOICE-NO
               MOVE APE-AMOUNT(P) TO AL-AMOUNT
               WRITE AR-LEDGER-RECORD
           END-PERFORM
           IF WS-REMAINING > 0
               MOVE 0 TO AL-INVOICE-NO
               MOVE WS-REMAINING TO AL-AMOUNT
               WRITE AR-LEDGER-RECORD
           END-IF
           CLOSE AR-LEDGER-FILE
           IF WS-AP-COUNT > 0
               PERFORM 0800-REWRITE-INVOICES
           END-IF
           PERFORM 0860-WRITE-RECEIPT-GL
           MOVE WS-RECEIPT-AMOUNT TO ED-AMOUNT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECEIPT " WS-LAST-RECEIPT " " WS-WORK-CUST-ID " "
               ED-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           MOVE WS-REMAINING TO ED-OPEN
           DISPLAY "RECEIPT " WS-LAST-RECEIPT " RECORDED FOR "
               ED-AMOUNT "; " ED-OPEN " LEFT ON ACCOUNT.".
       0300-EXIT.
           EXIT.

       0350-APPLY-ONE-INVOICE.
           IF WS-REMAINING = 0
               MOVE "Y" TO WS-APPLY-DONE
               GO TO 0350-EXIT
           END-IF
           IF WS-AP-COUNT = 20
               DISPLAY "20 INVOICES IS THE MOST ONE RECEIPT CAN BE "
                   "SPREAD OVER. THE REST GOES ON ACCOUNT."
               MOVE "Y" TO WS-APPLY-DONE
               GO TO 0350-EXIT
           END-IF
           MOVE WS-REMAINING TO ED-OPEN
           DISPLAY ED-OPEN " STILL TO APPLY."
           MOVE "INVOICE TO APPLY TO (0 TO LEAVE THE REST ON ACCOUNT): "
               TO WS-CR-PROMPT
           CALL "NUMVALID" USING WS-CR-PROMPT WS-CR-NUM-BUFFER
           MOVE WS-CR-NUM-BUFFER TO WS-WORK-INVOICE-NO
           IF WS-WORK-INVOICE-NO = 0
               MOVE "Y" TO WS-APPLY-DONE
               GO TO 0350-EXIT
           END-IF
           PERFORM 0740-FIND-INVOICE
           IF WS-FOUND-INDEX = 0
               DISPLAY "INVOICE " WS-WORK-INVOICE-NO " IS NOT AN OPEN "
                   "INVOICE FOR " WS-WORK-CUST-ID "."
               GO TO 0350-EXIT
           END-IF
           COMPUTE WS-INVOICE-OPEN = SIE-TOTAL(WS-FOUND-INDEX)
               - SIE-PAID(WS-FOUND-INDEX)
           MOVE "AMOUNT TO APPLY (0 FOR AS MUCH AS WILL GO): "
               TO WS-CR-PROMPT
           CALL "NUMVALID" USING WS-CR-PROMPT WS-CR-NUM-BUFFER
           MOVE WS-CR-NUM-BUFFER TO WS-APPLY-AMOUNT
           IF WS-APPLY-AMOUNT = 0
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
               IF WS-INVOICE-OPEN < WS-APPLY-AMOUNT
                   MOVE WS-INVOICE-OPEN TO WS-APPLY-AMOUNT
               END-IF
           END-IF
           IF WS-APPLY-AMOUNT > WS-REMAINING
                   OR WS-APPLY-AMOUNT > WS-INVOICE-OPEN
               MOVE WS-INVOICE-OPEN TO ED-OPEN
               DISPLAY "MORE THAN IS LEFT TO APPLY OR THE INVOICE'S "
                   "OPEN " ED-OPEN ". NOT APPLIED."
               GO TO 0350-EXIT
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE WS-WORK-INVOICE-NO TO APE-INVOICE-NO(WS-AP-COUNT)
           MOVE WS-APPLY-AMOUNT TO APE-AMOUNT(WS-AP-COUNT)
           PERFORM 0780-CREDIT-INVOICE
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
           MOVE WS-APPLY-AMOUNT TO ED-AMOUNT
           DISPLAY "APPLIED " ED-AMOUNT " TO INVOICE "
               WS-WORK-INVOICE-NO ".".
       0350-EXIT.
           EXIT.

      *    ON-ACCOUNT CASH MOVES TO THE INVOICE -- THE CUSTOMER'S
      *    BALANCE DOES NOT CHANGE, SO NOTHING GOES TO THE GL.
       0400-APPLY-ON-ACCOUNT.
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0760-ON-ACCOUNT-BALANCE
           IF WS-ON-ACCOUNT NOT > 0
               DISPLAY "NO ON-ACCOUNT CASH FOR " WS-WORK-CUST-ID "."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-ON-ACCOUNT TO ED-BALANCE
           DISPLAY ED-BALANCE " ON ACCOUNT."
           PERFORM 0720-LIST-OPEN-INVOICES
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO OPEN INVOICES TO APPLY IT TO."
               GO TO 0400-EXIT
           END-IF
           MOVE "INVOICE TO APPLY TO: " TO WS-CR-PROMPT
           CALL "NUMVALID" USING WS-CR-PROMPT WS-CR-NUM-BUFFER
           MOVE WS-CR-NUM-BUFFER TO WS-WORK-INVOICE-NO
           PERFORM 0740-FIND-INVOICE
           IF WS-FOUND-INDEX = 0
               DISPLAY "INVOICE " WS-WORK-INVOICE-NO " IS NOT AN OPEN "
                   "INVOICE FOR " WS-WORK-CUST-ID "."
               GO TO 0400-EXIT
           END-IF
           COMPUTE WS-INVOICE-OPEN = SIE-TOTAL(WS-FOUND-INDEX)
               - SIE-PAID(WS-FOUND-INDEX)
           MOVE "AMOUNT TO APPLY (0 FOR AS MUCH AS WILL GO): "
               TO WS-CR-PROMPT
           CALL "NUMVALID" USING WS-CR-PROMPT WS-CR-NUM-BUFFER
           MOVE WS-CR-NUM-BUFFER TO WS-APPLY-AMOUNT
           IF WS-APPLY-AMOUNT = 0
               MOVE WS-ON-ACCOUNT TO WS-APPLY-AMOUNT
               IF WS-INVOICE-OPEN < WS-APPLY-AMOUNT
                   MOVE WS-INVOICE-OPEN TO WS-APPLY-AMOUNT
               END-IF
           END-IF
           IF WS-APPLY-AMOUNT > WS-ON-ACCOUNT
                   OR WS-APPLY-AMOUNT > WS-INVOICE-OPEN
               MOVE WS-INVOICE-OPEN TO ED-OPEN
               DISPLAY "MORE THAN IS ON ACCOUNT OR THE INVOICE'S "
                   "OPEN " ED-OPEN ". NOT APPLIED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0780-CREDIT-INVOICE
           PERFORM 0840-OPEN-LEDGER
           MOVE WS-WORK-CUST-ID TO AL-CUST-ID
           MOVE WS-TODAY TO AL-DATE
           MOVE "A" TO AL-TYPE
           MOVE 0 TO AL-REF-NO
           MOVE WS-APPLY-AMOUNT TO AL-AMOUNT
           MOVE 0 TO AL-INVOICE-NO
           MOVE "DR" TO AL-DR-CR
           WRITE AR-LEDGER-RECORD
           MOVE WS-WORK-INVOICE-NO TO AL-INVOICE-NO
           MOVE "CR" TO AL-DR-CR
           WRITE AR-LEDGER-RECORD
           CLOSE AR-LEDGER-FILE
           PERFORM 0800-REWRITE-INVOICES
           MOVE WS-APPLY-AMOUNT TO ED-AMOUNT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ON-ACCOUNT " ED-AMOUNT " TO INV "
               WS-WORK-INVOICE-NO
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "APPLIED " ED-AMOUNT " FROM ACCOUNT TO INVOICE "
               WS-WORK-INVOICE-NO ".".
       0400-EXIT.
           EXIT.

       0500-SHOW-LEDGER.
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0700-CHECK-CUSTOMER
           IF WS-CUST-FOUND = "Y"
               DISPLAY "LEDGER FOR " WS-WORK-CUST-ID " " WS-CUST-NAME
           ELSE
               DISPLAY "LEDGER FOR " WS-WORK-CUST-ID
                   " (NO LONGER ON custmaster.dat)"
           END-IF
           DISPLAY "DATE     ENTRY                REF    INVOICE "
               "       AMOUNT      BALANCE"
           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE "N" TO WS-AL-EOF
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
               DISPLAY "NO LEDGER ENTRIES ON FILE."
               GO TO 0500-EXIT
           END-IF
           PERFORM UNTIL WS-AL-EOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       IF AL-CUST-ID = WS-WORK-CUST-ID
                           PERFORM 0550-SHOW-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           MOVE WS-RUNNING-BALANCE TO ED-BALANCE
           DISPLAY "BALANCE " ED-BALANCE
           PERFORM 0760-ON-ACCOUNT-BALANCE
           MOVE WS-ON-ACCOUNT TO ED-BALANCE
           DISPLAY "OF WHICH ON ACCOUNT (UNAPPLIED CASH) " ED-BALANCE
           PERFORM 0720-LIST-OPEN-INVOICES
           PERFORM 0790-FIND-CREDIT
           IF WS-CREDIT-INDEX > 0
               DISPLAY "DUNNING STAGE " CHE-DUN-STAGE(WS-CREDIT-INDEX)
                   "  LAST LETTER " CHE-LAST-DUN-DATE(WS-CREDIT-INDEX)
               IF CHE-HOLD(WS-CREDIT-INDEX) = "Y"
                   DISPLAY "*** ON CREDIT HOLD SINCE "
                       CHE-HOLD-DATE(WS-CREDIT-INDEX) " ***"
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

       0550-SHOW-LEDGER-LINE.
           IF AL-DR-CR = "DR"
               ADD AL-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
               SUBTRACT AL-AMOUNT FROM WS-RUNNING-BALANCE
           END-IF
           EVALUATE TRUE
               WHEN AL-TYPE = "I"
                   MOVE "INVOICE" TO WS-LEDGER-DESC
               WHEN AL-TYPE = "R" AND AL-INVOICE-NO = 0
                   MOVE "RECEIPT ON ACCOUNT" TO WS-LEDGER-DESC
               WHEN AL-TYPE = "R"
                   MOVE "RECEIPT" TO WS-LEDGER-DESC
               WHEN AL-INVOICE-NO = 0
                   MOVE "TAKEN FROM ACCOUNT" TO WS-LEDGER-DESC
               WHEN OTHER
                   MOVE "APPLIED FROM ACCOUNT" TO WS-LEDGER-DESC
           END-EVALUATE
           MOVE AL-AMOUNT TO ED-AMOUNT
           MOVE WS-RUNNING-BALANCE TO ED-BALANCE
           DISPLAY AL-DATE " " WS-LEDGER-DESC " " AL-REF-NO " "
               AL-INVOICE-NO " " AL-DR-CR ED-AMOUNT " " ED-BALANCE.

      *    A HOLD PLACED HERE OR BY DUNNING STAYS UNTIL SOMEONE
      *    RELEASES IT HERE; RELEASING STARTS THE DUNNING CYCLE OVER.
       0600-CREDIT-HOLD.
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0700-CHECK-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "CUSTOMER " WS-WORK-CUST-ID " IS NOT ON "
                   "custmaster.dat."
               GO TO 0600-EXIT
           END-IF
           PERFORM 0790-FIND-CREDIT
           IF WS-CREDIT-INDEX > 0
               IF CHE-HOLD(WS-CREDIT-INDEX) = "Y"
                   DISPLAY FUNCTION TRIM(WS-CUST-NAME)
                       " IS ON CREDIT HOLD SINCE "
                       CHE-HOLD-DATE(WS-CREDIT-INDEX) " (BY "
                       CHE-HOLD-BY(WS-CREDIT-INDEX) ")."
                   DISPLAY "RELEASE THE HOLD (Y/N)? "
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   IF WS-CONFIRM NOT = "Y"
                       GO TO 0600-EXIT
                   END-IF
                   MOVE "N" TO CHE-HOLD(WS-CREDIT-INDEX)
                   MOVE 0 TO CHE-DUN-STAGE(WS-CREDIT-INDEX)
                   MOVE WS-TODAY TO CHE-HOLD-DATE(WS-CREDIT-INDEX)
                   MOVE WS-OPERATOR-ID TO CHE-HOLD-BY(WS-CREDIT-INDEX)
                   PERFORM 0820-REWRITE-CREDIT
                   MOVE SPACES TO WS-AUDIT-ACTION
                   STRING "RELEASED CREDIT HOLD ON " WS-WORK-CUST-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                   CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                       WS-AUDIT-ACTION
                   DISPLAY "CREDIT HOLD RELEASED."
                   GO TO 0600-EXIT
               END-IF
           END-IF
           DISPLAY FUNCTION TRIM(WS-CUST-NAME) " IS NOT ON HOLD. "
               "PLACE ON CREDIT HOLD (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 0600-EXIT
           END-IF
           IF WS-CREDIT-INDEX = 0
               IF WS-CH-COUNT = 500
                   DISPLAY "CREDIT TABLE IS FULL (500)."
                   GO TO 0600-EXIT
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE WS-CH-COUNT TO WS-CREDIT-INDEX
               MOVE WS-WORK-CUST-ID TO CHE-CUST-ID(WS-CREDIT-INDEX)
               MOVE 0 TO CHE-DUN-STAGE(WS-CREDIT-INDEX)
               MOVE SPACES TO CHE-LAST-DUN-DATE(WS-CREDIT-INDEX)
           END-IF
           MOVE "Y" TO CHE-HOLD(WS-CREDIT-INDEX)
           MOVE WS-TODAY TO CHE-HOLD-DATE(WS-CREDIT-INDEX)
           MOVE WS-OPERATOR-ID TO CHE-HOLD-BY(WS-CREDIT-INDEX)
           PERFORM 0820-REWRITE-CREDIT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PLACED CREDIT HOLD ON " WS-WORK-CUST-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CUSTOMER PLACED ON CREDIT HOLD.".
       0600-EXIT.
           EXIT.

       0700-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CUST-ID TO CM-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND
                   MOVE SPACES TO WS-CUST-NAME
                   STRING FUNCTION TRIM(CM-FIRST-NAME) " "
                       FUNCTION TRIM(CM-LAST-NAME)
                       DELIMITED BY SIZE INTO WS-CUST-NAME
           END-READ
           CLOSE CUSTOMER-MASTER-FILE.

       0720-LIST-OPEN-INVOICES.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SI-COUNT
               IF SIE-CUST-ID(I) = WS-WORK-CUST-ID
                   AND SIE-STATUS(I) = "O"
                   ADD 1 TO WS-OPEN-COUNT
                   IF WS-OPEN-COUNT = 1
                       DISPLAY "OPEN INVOICES:  INVOICE  DATE     "
                           "       TOTAL         OPEN"
                   END-IF
                   MOVE SIE-TOTAL(I) TO ED-AMOUNT
                   COMPUTE ED-OPEN = SIE-TOTAL(I) - SIE-PAID(I)
                   DISPLAY "                " SIE-INVOICE-NO(I) " "
                       SIE-INVOICE-DATE(I) " " ED-AMOUNT " " ED-OPEN
               END-IF
           END-PERFORM.

      *    ONLY AN OPEN INVOICE OF THE CUSTOMER IN HAND IS FOUND.
       0740-FIND-INVOICE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SI-COUNT
               IF SIE-INVOICE-NO(I) = WS-WORK-INVOICE-NO
                   AND SIE-CUST-ID(I) = WS-WORK-CUST-ID
                   AND SIE-STATUS(I) = "O"
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    ON-ACCOUNT CASH IS EVERY LEDGER LINE WITH NO INVOICE
      *    NUMBER: RECEIPTS LEFT UNAPPLIED LESS WHAT HAS SINCE BEEN
      *    APPLIED.
       0760-ON-ACCOUNT-BALANCE.
           MOVE 0 TO WS-ON-ACCOUNT
           MOVE "N" TO WS-AL-EOF
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-EOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       IF AL-CUST-ID = WS-WORK-CUST-ID
                           AND AL-INVOICE-NO = 0
                           IF AL-DR-CR = "CR"
                               ADD AL-AMOUNT TO WS-ON-ACCOUNT
                           ELSE
                               SUBTRACT AL-AMOUNT FROM WS-ON-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       0780-CREDIT-INVOICE.
           ADD WS-APPLY-AMOUNT TO SIE-PAID(WS-FOUND-INDEX)
           IF SIE-PAID(WS-FOUND-INDEX) >= SIE-TOTAL(WS-FOUND-INDEX)
               MOVE "P" TO SIE-STATUS(WS-FOUND-INDEX)
               DISPLAY "INVOICE " WS-WORK-INVOICE-NO " IS PAID IN "
                   "FULL."
           END-IF.

       0790-FIND-CREDIT.
           MOVE 0 TO WS-CREDIT-INDEX
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CH-COUNT
               IF CHE-CUST-ID(H) = WS-WORK-CUST-ID
                   MOVE H TO WS-CREDIT-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-INVOICES.
           OPEN OUTPUT SALES-INVOICE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SI-COUNT
               MOVE SI-ENTRY(I) TO SALES-INVOICE-RECORD
               WRITE SALES-INVOICE-RECORD
           END-PERFORM
           CLOSE SALES-INVOICE-FILE.

       0820-REWRITE-CREDIT.
           OPEN OUTPUT CREDIT-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CH-COUNT
               MOVE CH-ENTRY(H) TO CREDIT-RECORD
               WRITE CREDIT-RECORD
           END-PERFORM
           CLOSE CREDIT-FILE.

       0840-OPEN-LEDGER.
           OPEN EXTEND AR-LEDGER-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS WRITTEN.
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN EXTEND AR-LEDGER-FILE
           END-IF.

      *    THE WHOLE RECEIPT LEAVES RECEIVABLES, APPLIED OR ON
      *    ACCOUNT -- ON-ACCOUNT CASH IS A CREDIT THE CUSTOMER HOLDS.
       0860-WRITE-RECEIPT-GL.
           OPEN EXTEND GL-SALES-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
      *        JOURNAL DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE RECEIPT IS WRITTEN.
               OPEN OUTPUT GL-SALES-FILE
               CLOSE GL-SALES-FILE
               OPEN EXTEND GL-SALES-FILE
           END-IF
           MOVE SPACES TO GL-DEPT-CODE
           MOVE WS-TODAY TO GL-PAY-DATE
           MOVE WS-RECEIPT-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-CASH TO GL-ACCOUNT
           MOVE "DR" TO GL-DR-CR
           WRITE GL-EXTRACT-RECORD
           MOVE WS-GL-RECEIVABLE TO GL-ACCOUNT
           MOVE "CR" TO GL-DR-CR
           WRITE GL-EXTRACT-RECORD
           CLOSE GL-SALES-FILE.
