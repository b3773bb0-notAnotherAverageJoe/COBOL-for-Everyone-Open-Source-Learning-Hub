       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRUN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NIGHTLY CUSTOMER INVOICING RUN. EVERY OPEN ORDER ON
      *            salesorders.dat (ORDENTRY) BECOMES ONE INVOICE:
      *              - EACH LINE IS PRICED FROM prodmaster.dat AT
      *                TONIGHT'S PRICE (QUANTITY TIMES UNIT PRICE)
      *              - SALES TAX AT THE salesparm.dat RATE IS CHARGED
      *                ON THE TAXABLE LINES, ROUNDED ONCE PER INVOICE
      *              - THE INVOICE TAKES THE NEXT NUMBER AFTER THE
      *                LAST ONE ON salesparm.dat
      *              - IT IS PRINTED TO salesinv.txt, ADDRESSED TO THE
      *                CUSTOMER'S MAILING ADDRESS ON custcontact.dat
      *              - IT IS RECORDED ON salesinvoices.dat AS AN OPEN
      *                RECEIVABLE AND ITS ORDER LINES ARE MARKED "I"
      *              - IT IS CHARGED TO THE CUSTOMER'S RECEIVABLES
      *                LEDGER ON arledger.dat, WHERE CASHRCPT CREDITS
      *                THE PAYMENTS AGAINST IT
      *            glsales.dat GETS THE NIGHT'S BALANCED JOURNAL IN THE
      *            GL-EXTRACT LAYOUT, DATED TODAY: DEBIT THE
      *            RECEIVABLE ACCOUNT WITH THE INVOICE TOTALS, CREDIT
      *            EACH PRODUCT'S SALES ACCOUNT WITH ITS NET AND THE
      *            SALES-TAX ACCOUNT WITH THE TAX. POST IT WITH glpost,
      *            NAMING glsales.dat AT THE PROMPT. THE JOURNAL IS
      *            ADDED TO, NOT REPLACED, SO A NIGHT THAT HAS NOT YET
      *            BEEN POSTED IS NEVER LOST; glpost EMPTIES IT AFTER
      *            A CLEAN POST. AN ORDER WHOSE CUSTOMER IS NO LONGER
      *            ON custmaster.dat, OR WITH A PRODUCT MISSING FROM
      *            THE MASTER OR WITHOUT A GL SALES ACCOUNT, IS HELD
      *            OPEN AND LISTED. AN INVOICE WITH NO MAILING ADDRESS
      *            (OR ONE addrstd.cob FLAGGED UNDELIVERABLE) STILL
      *            BILLS BUT IS LISTED SO IT CAN BE SENT BY HAND.
      *            EITHER EXCEPTION ENDS THE RUN WITH RETURN CODE 4.
      *            RUNS UNATTENDED -- THE SCHEDULER CALLS IT NIGHTLY.
      *            THE STREET IS HELD ENCRYPTED ON custcontact.dat
      *            AND IS DECRYPTED ONLY FOR THE ADDRESS ITSELF.
      *    compile with (from the repo root) ->
      *        cobc -x -o invrun Copybooks/invrun.cob
      *    then run ./invrun

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "prodmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT SALES-PARM-FILE ASSIGN TO "salesparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "salesorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT SALES-INVOICE-FILE ASSIGN TO "salesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "salesinv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "arledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
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

      *    SAME LAYOUT COPYBOOKS WRITES.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CC-ID            PIC X(6).
           05 CC-STREET        PIC X(25).
           05 CC-CITY          PIC X(15).
           05 CC-POSTAL        PIC X(10).
           05 CC-PHONE         PIC X(12).
           05 CC-EMAIL         PIC X(30).
           05 CC-CONSENT       PIC X.
           05 CC-MAIL-STATUS   PIC X.

      *    SAME LAYOUT PRODMAINT MAINTAINS.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PR-CODE          PIC X(6).
           05 PR-DESC          PIC X(25).
           05 PR-PRICE         PIC 9(5)V99.
           05 PR-TAXABLE       PIC X.
           05 PR-GL-SALES      PIC X(8).
           05 PR-STATUS        PIC X.

      *    SAME LAYOUT PRODMAINT MAINTAINS.
       FD  SALES-PARM-FILE.
       01  SALES-PARM-RECORD.
           05 SP-TAX-RATE      PIC 9(2)V999.
           05 SP-GL-RECEIVABLE PIC X(8).
           05 SP-GL-TAX        PIC X(8).
           05 SP-LAST-INVOICE  PIC 9(6).
           05 SP-GL-CASH       PIC X(8).

      *    SAME LAYOUT ORDENTRY MAINTAINS.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 SO-ORDER-NO      PIC 9(6).
           05 SO-LINE-NO       PIC 9(2).
           05 SO-CUST-ID       PIC X(6).
           05 SO-ORDER-DATE    PIC X(8).
           05 SO-PROD-CODE     PIC X(6).
           05 SO-QTY           PIC 9(5).
           05 SO-STATUS        PIC X.
           05 SO-ENTERED-BY    PIC X(10).
           05 SO-INVOICE-NO    PIC 9(6).

      *    ONE LINE PER INVOICE. SI-STATUS "O" = OPEN RECEIVABLE,
      *    "P" = PAID IN FULL; SI-PAID IS WHAT CASHRCPT HAS APPLIED.
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

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-RECORD PIC X(80).

      *    ONE LINE PER CHARGE OR CREDIT TO A CUSTOMER'S ACCOUNT.
      *    AL-TYPE "I" INVOICE, "R" RECEIPT, "A" ON-ACCOUNT CASH
      *    APPLIED TO AN INVOICE. AL-INVOICE-NO ZERO IS THE
      *    CUSTOMER'S ON-ACCOUNT (UNAPPLIED) CASH.
       FD  AR-LEDGER-FILE.
       01  AR-LEDGER-RECORD.
           05 AL-CUST-ID       PIC X(6).
           05 AL-DATE          PIC X(8).
           05 AL-TYPE          PIC X.
           05 AL-REF-NO        PIC 9(6).
           05 AL-INVOICE-NO    PIC 9(6).
           05 AL-DR-CR         PIC X(2).
           05 AL-AMOUNT        PIC 9(7)V99.

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
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-PR-EOF           PIC X VALUE "N".
       01  WS-SO-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-PARM-ON-FILE     PIC X VALUE "N".
       01  WS-WORK-ORDER-NO    PIC 9(6) VALUE 0.
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-CUST-INDEX       PIC 9(3) VALUE 0.
       01  WS-CONTACT-INDEX    PIC 9(3) VALUE 0.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-INDEX    PIC 9(3) VALUE 0.
       01  WS-HOLD-REASON      PIC X(40).
       01  WS-INVOICE-NO       PIC 9(6) VALUE 0.
       01  WS-LINE-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-INVOICE-NET      PIC 9(7)V99 VALUE 0.
       01  WS-INVOICE-TAXABLE  PIC 9(7)V99 VALUE 0.
       01  WS-INVOICE-TAX      PIC 9(7)V99 VALUE 0.
       01  WS-INVOICE-TOTAL    PIC 9(7)V99 VALUE 0.
       01  WS-RUN-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-TAX          PIC 9(9)V99 VALUE 0.
       01  WS-INVOICE-COUNT    PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(4) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(4) VALUE 0.
       01  WS-PRINT-LINE       PIC X(80).

       01  PARM-FIELDS.
           05 WS-TAX-RATE      PIC 9(2)V999 VALUE 0.
           05 WS-GL-RECEIVABLE PIC X(8) VALUE SPACES.
           05 WS-GL-TAX        PIC X(8) VALUE SPACES.
           05 WS-LAST-INVOICE  PIC 9(6) VALUE 0.
           05 WS-GL-CASH       PIC X(8) VALUE SPACES.

       01  CUSTOMER-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 500 TIMES.
               10 CME-ID           PIC X(6).
               10 CME-NAME         PIC X(31).
       01  C                   PIC 9(3) VALUE 1.

       01  CONTACT-TABLE.
           05 WS-CC-COUNT      PIC 9(3) VALUE 0.
           05 CONTACT-ENTRY OCCURS 500 TIMES.
               10 CNT-ID           PIC X(6).
               10 CNT-STREET       PIC X(25).
               10 CNT-CITY         PIC X(15).
               10 CNT-POSTAL       PIC X(10).
               10 CNT-STATUS       PIC X.
       01  K                   PIC 9(3) VALUE 1.

       01  PRODUCT-TABLE.
           05 WS-PR-COUNT      PIC 9(3) VALUE 0.
           05 PR-ENTRY OCCURS 200 TIMES.
               10 PRE-CODE         PIC X(6).
               10 PRE-DESC         PIC X(25).
               10 PRE-PRICE        PIC 9(5)V99.
               10 PRE-TAXABLE      PIC X.
               10 PRE-GL-SALES     PIC X(8).
               10 PRE-STATUS       PIC X.
       01  R                   PIC 9(3) VALUE 1.

      *    SOE-STATUS "H" MARKS A LINE HELD TONIGHT SO ITS ORDER IS
      *    NOT TRIED AGAIN; IT GOES BACK TO "O" BEFORE THE REWRITE.
       01  ORDER-TABLE.
           05 WS-SO-COUNT      PIC 9(4) VALUE 0.
           05 SO-ENTRY OCCURS 1000 TIMES.
               10 SOE-ORDER-NO     PIC 9(6).
               10 SOE-LINE-NO      PIC 9(2).
               10 SOE-CUST-ID      PIC X(6).
               10 SOE-ORDER-DATE   PIC X(8).
               10 SOE-PROD-CODE    PIC X(6).
               10 SOE-QTY          PIC 9(5).
               10 SOE-STATUS       PIC X.
               10 SOE-ENTERED-BY   PIC X(10).
               10 SOE-INVOICE-NO   PIC 9(6).
       01  O                   PIC 9(4) VALUE 1.
       01  L                   PIC 9(4) VALUE 1.

      *    NET SALES BY GL SALES ACCOUNT FOR THE JOURNAL. THERE CAN
      *    BE NO MORE ACCOUNTS THAN PRODUCTS, SO IT CANNOT FILL.
       01  SALES-ACCOUNT-TABLE.
           05 WS-SA-COUNT      PIC 9(3) VALUE 0.
           05 SA-ENTRY OCCURS 200 TIMES.
               10 SAE-ACCOUNT      PIC X(8).
               10 SAE-AMOUNT       PIC 9(9)V99.
       01  A                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-QTY           PIC ZZ,ZZ9.
           05 ED-PRICE         PIC ZZ,ZZ9.99.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-RATE          PIC Z9.999.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "INVRUN".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "C".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-PARM
           IF WS-PARM-ON-FILE NOT = "Y"
               DISPLAY "NO SALES SETTINGS ON salesparm.dat. SET THE "
                   "TAX RATE AND GL ACCOUNTS IN PRODMAINT FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0120-LOAD-PRODUCTS
           PERFORM 0140-LOAD-CUSTOMERS
           PERFORM 0160-LOAD-CONTACTS
           PERFORM 0180-LOAD-ORDERS
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-SO-COUNT = 1000 AND WS-SO-EOF NOT = "Y"
               DISPLAY "*** salesorders.dat IS TOO BIG TO INVOICE "
                   "FROM. ARCHIVE INVOICED ORDERS FIRST. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF (WS-CM-COUNT = 500 AND WS-CM-EOF NOT = "Y")
                   OR (WS-CC-COUNT = 500 AND WS-CC-EOF NOT = "Y")
               DISPLAY "*** custmaster.dat OR custcontact.dat HAS "
                   "MORE THAN 500 LINES -- LATER CUSTOMERS WILL "
                   "SHOW AS MISSING. ***"
           END-IF
           MOVE WS-LAST-INVOICE TO WS-INVOICE-NO
           OPEN OUTPUT INVOICE-PRINT-FILE
           OPEN EXTEND SALES-INVOICE-FILE
           IF WS-SI-FILE-STATUS NOT = "00"
      *        REGISTER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST INVOICE IS RECORDED.
               OPEN OUTPUT SALES-INVOICE-FILE
               CLOSE SALES-INVOICE-FILE
               OPEN EXTEND SALES-INVOICE-FILE
           END-IF
           OPEN EXTEND AR-LEDGER-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST CHARGE IS WRITTEN.
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN EXTEND AR-LEDGER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "----- CUSTOMER INVOICING, " WS-TODAY " -----"
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               IF SOE-STATUS(O) = "O"
                   PERFORM 0300-INVOICE-ONE-ORDER THRU 0300-EXIT
               END-IF
           END-PERFORM
           CLOSE SALES-INVOICE-FILE
           CLOSE AR-LEDGER-FILE
           CLOSE INVOICE-PRINT-FILE
           IF WS-INVOICE-COUNT > 0
               PERFORM 0600-WRITE-GL-JOURNAL
           END-IF
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               IF SOE-STATUS(O) = "H"
                   MOVE "O" TO SOE-STATUS(O)
               END-IF
           END-PERFORM
           IF WS-INVOICE-COUNT > 0
               PERFORM 0800-REWRITE-ORDERS
               PERFORM 0850-REWRITE-PARM
           END-IF
           MOVE WS-RUN-TOTAL TO ED-TOTAL
           DISPLAY " "
           DISPLAY WS-INVOICE-COUNT " INVOICES, " ED-TOTAL
               " BILLED; " WS-HELD-COUNT " ORDERS HELD."
           IF WS-INVOICE-COUNT > 0
               DISPLAY "INVOICES ARE ON salesinv.txt; POST glsales.dat "
                   "WITH glpost."
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "INVOICED " WS-INVOICE-COUNT " ORDERS, "
               WS-HELD-COUNT " HELD"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-HELD-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY "*** " WS-HELD-COUNT " ORDERS HELD AND "
                   WS-NO-ADDRESS-COUNT " INVOICES WITH NO USABLE "
                   "ADDRESS -- SEE ABOVE. ***"
      *        SET AFTER THE LOG - THE AUDITLOG CALL RESETS
      *        RETURN-CODE.
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

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

       0120-LOAD-PRODUCTS.
           MOVE 0 TO WS-PR-COUNT
           MOVE "N" TO WS-PR-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PR-FILE-STATUS = "00"
               PERFORM UNTIL WS-PR-EOF = "Y" OR WS-PR-COUNT = 200
                   READ PRODUCT-FILE
                       AT END
                           MOVE "Y" TO WS-PR-EOF
                       NOT AT END
                           ADD 1 TO WS-PR-COUNT
                           MOVE PRODUCT-RECORD
                               TO PR-ENTRY(WS-PR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.

       0140-LOAD-CUSTOMERS.
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-CM-EOF = "Y" OR WS-CM-COUNT = 500
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE CM-ID TO CME-ID(WS-CM-COUNT)
                           MOVE SPACES TO CME-NAME(WS-CM-COUNT)
                           STRING FUNCTION TRIM(CM-FIRST-NAME) " "
                               FUNCTION TRIM(CM-LAST-NAME)
                               DELIMITED BY SIZE
                               INTO CME-NAME(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0160-LOAD-CONTACTS.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-CC-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = "Y" OR WS-CC-COUNT = 500
                   READ CONTACT-FILE
                       AT END
                           MOVE "Y" TO WS-CC-EOF
                       NOT AT END
                           ADD 1 TO WS-CC-COUNT
                           MOVE CC-ID TO CNT-ID(WS-CC-COUNT)
                           MOVE CC-STREET TO WS-FC-VALUE
                           MOVE 25 TO WS-FC-LENGTH
                           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                           MOVE WS-FC-VALUE TO CNT-STREET(WS-CC-COUNT)
                           MOVE CC-CITY TO CNT-CITY(WS-CC-COUNT)
                           MOVE CC-POSTAL TO CNT-POSTAL(WS-CC-COUNT)
                           MOVE CC-MAIL-STATUS
                               TO CNT-STATUS(WS-CC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

       0180-LOAD-ORDERS.
           MOVE 0 TO WS-SO-COUNT
           MOVE "N" TO WS-SO-EOF
           OPEN INPUT ORDER-FILE
           IF WS-SO-FILE-STATUS = "00"
               PERFORM UNTIL WS-SO-EOF = "Y" OR WS-SO-COUNT = 1000
                   READ ORDER-FILE
                       AT END
                           MOVE "Y" TO WS-SO-EOF
                       NOT AT END
                           ADD 1 TO WS-SO-COUNT
                           MOVE ORDER-RECORD TO SO-ENTRY(WS-SO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

      *    THE WHOLE ORDER IS CHECKED BEFORE ANY OF IT IS PRICED --
      *    AN ORDER INVOICES COMPLETE OR NOT AT ALL.
       0300-INVOICE-ONE-ORDER.
           MOVE SOE-ORDER-NO(O) TO WS-WORK-ORDER-NO
           MOVE SOE-CUST-ID(O) TO WS-WORK-CUST-ID
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-CUST-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               IF CME-ID(C) = WS-WORK-CUST-ID
                   MOVE C TO WS-CUST-INDEX
               END-IF
           END-PERFORM
           IF WS-CUST-INDEX = 0
               MOVE "CUSTOMER NOT ON custmaster.dat"
                   TO WS-HOLD-REASON
           END-IF
           PERFORM VARYING L FROM O BY 1 UNTIL L > WS-SO-COUNT
               IF SOE-ORDER-NO(L) = WS-WORK-ORDER-NO
                   AND SOE-STATUS(L) = "O"
                   PERFORM 0700-FIND-PRODUCT
                   EVALUATE TRUE
                       WHEN WS-HOLD-REASON NOT = SPACES
                           CONTINUE
                       WHEN WS-FOUND-INDEX = 0
                           STRING "PRODUCT " DELIMITED BY SIZE
                               SOE-PROD-CODE(L) DELIMITED BY SPACE
                               " NOT ON prodmaster.dat"
                               DELIMITED BY SIZE
                               INTO WS-HOLD-REASON
                       WHEN PRE-GL-SALES(WS-FOUND-INDEX) = SPACES
                           STRING "PRODUCT " DELIMITED BY SIZE
                               SOE-PROD-CODE(L) DELIMITED BY SPACE
                               " HAS NO GL SALES ACCOUNT"
                               DELIMITED BY SIZE
                               INTO WS-HOLD-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM VARYING L FROM O BY 1 UNTIL L > WS-SO-COUNT
                   IF SOE-ORDER-NO(L) = WS-WORK-ORDER-NO
                       AND SOE-STATUS(L) = "O"
                       MOVE "H" TO SOE-STATUS(L)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "HELD   ORDER " WS-WORK-ORDER-NO " "
                   WS-WORK-CUST-ID " -- " WS-HOLD-REASON
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-INVOICE-NO
           MOVE 0 TO WS-INVOICE-NET
           MOVE 0 TO WS-INVOICE-TAXABLE
           PERFORM 0400-PRINT-INVOICE-HEAD
           PERFORM VARYING L FROM O BY 1 UNTIL L > WS-SO-COUNT
               IF SOE-ORDER-NO(L) = WS-WORK-ORDER-NO
                   AND SOE-STATUS(L) = "O"
                   PERFORM 0450-PRICE-ONE-LINE
               END-IF
           END-PERFORM
           COMPUTE WS-INVOICE-TAX ROUNDED =
               WS-INVOICE-TAXABLE * WS-TAX-RATE / 100
           COMPUTE WS-INVOICE-TOTAL = WS-INVOICE-NET + WS-INVOICE-TAX
           PERFORM 0500-PRINT-INVOICE-TOTALS
           MOVE WS-INVOICE-NO TO SI-INVOICE-NO
           MOVE WS-WORK-ORDER-NO TO SI-ORDER-NO
           MOVE WS-WORK-CUST-ID TO SI-CUST-ID
           MOVE WS-TODAY TO SI-INVOICE-DATE
           MOVE WS-INVOICE-NET TO SI-NET
           MOVE WS-INVOICE-TAX TO SI-TAX
           MOVE WS-INVOICE-TOTAL TO SI-TOTAL
           MOVE "O" TO SI-STATUS
           MOVE 0 TO SI-PAID
           WRITE SALES-INVOICE-RECORD
           MOVE WS-WORK-CUST-ID TO AL-CUST-ID
           MOVE WS-TODAY TO AL-DATE
           MOVE "I" TO AL-TYPE
           MOVE WS-INVOICE-NO TO AL-REF-NO
           MOVE WS-INVOICE-NO TO AL-INVOICE-NO
           MOVE "DR" TO AL-DR-CR
           MOVE WS-INVOICE-TOTAL TO AL-AMOUNT
           WRITE AR-LEDGER-RECORD
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL
           ADD WS-INVOICE-TAX TO WS-RUN-TAX
           MOVE WS-INVOICE-TOTAL TO ED-AMOUNT
           DISPLAY "INVOICE " WS-INVOICE-NO " ORDER " WS-WORK-ORDER-NO
               " " WS-WORK-CUST-ID " " ED-AMOUNT.
       0300-EXIT.
           EXIT.

      *    ADDRESSED AS mailextract.cob LABELS ARE: NAME, STREET,
      *    CITY AND POSTAL CODE.
       0400-PRINT-INVOICE-HEAD.
           MOVE 0 TO WS-CONTACT-INDEX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CC-COUNT
               IF CNT-ID(K) = WS-WORK-CUST-ID
                   MOVE K TO WS-CONTACT-INDEX
               END-IF
           END-PERFORM
           MOVE ALL "=" TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INVOICE " WS-INVOICE-NO "   DATE " WS-TODAY
               "   ORDER " WS-WORK-ORDER-NO "   CUSTOMER "
               WS-WORK-CUST-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BILL TO: " CME-NAME(WS-CUST-INDEX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           IF WS-CONTACT-INDEX = 0
               MOVE "         *** NO MAILING ADDRESS ON FILE ***"
                   TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "NO ADDRESS ON custcontact.dat FOR "
                   WS-WORK-CUST-ID " -- INVOICE " WS-INVOICE-NO
                   " MUST GO BY HAND."
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "         " CNT-STREET(WS-CONTACT-INDEX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
               MOVE SPACES TO WS-PRINT-LINE
               STRING "         "
                   FUNCTION TRIM(CNT-CITY(WS-CONTACT-INDEX)) "  "
                   CNT-POSTAL(WS-CONTACT-INDEX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
      *        THE STANDARDIZATION PASS SAYS THIS ONE WILL COME BACK.
               IF CNT-STATUS(WS-CONTACT-INDEX) = "U"
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "ADDRESS FOR " WS-WORK-CUST-ID " IS FLAGGED "
                       "UNDELIVERABLE -- INVOICE " WS-INVOICE-NO
                       " MUST GO BY HAND."
               END-IF
           END-IF
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CODE   DESCRIPTION                  QTY"
               "     PRICE       AMOUNT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE ALL "-" TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD.

      *    PRICED AT TONIGHT'S PRICE ON THE MASTER. "T" AFTER THE
      *    AMOUNT MARKS A TAXABLE LINE.
       0450-PRICE-ONE-LINE.
           PERFORM 0700-FIND-PRODUCT
           COMPUTE WS-LINE-AMOUNT =
               SOE-QTY(L) * PRE-PRICE(WS-FOUND-INDEX)
           ADD WS-LINE-AMOUNT TO WS-INVOICE-NET
           IF PRE-TAXABLE(WS-FOUND-INDEX) = "Y"
               ADD WS-LINE-AMOUNT TO WS-INVOICE-TAXABLE
           END-IF
           MOVE 0 TO WS-ACCOUNT-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-ACCOUNT(A) = PRE-GL-SALES(WS-FOUND-INDEX)
                   MOVE A TO WS-ACCOUNT-INDEX
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-INDEX = 0
               ADD 1 TO WS-SA-COUNT
               MOVE WS-SA-COUNT TO WS-ACCOUNT-INDEX
               MOVE PRE-GL-SALES(WS-FOUND-INDEX)
                   TO SAE-ACCOUNT(WS-ACCOUNT-INDEX)
               MOVE 0 TO SAE-AMOUNT(WS-ACCOUNT-INDEX)
           END-IF
           ADD WS-LINE-AMOUNT TO SAE-AMOUNT(WS-ACCOUNT-INDEX)
           MOVE "I" TO SOE-STATUS(L)
           MOVE WS-INVOICE-NO TO SOE-INVOICE-NO(L)
           MOVE SOE-QTY(L) TO ED-QTY
           MOVE PRE-PRICE(WS-FOUND-INDEX) TO ED-PRICE
           MOVE WS-LINE-AMOUNT TO ED-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING SOE-PROD-CODE(L) " " PRE-DESC(WS-FOUND-INDEX) " "
               ED-QTY " " ED-PRICE " " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF PRE-TAXABLE(WS-FOUND-INDEX) = "Y"
               MOVE "T" TO WS-PRINT-LINE(64:1)
           END-IF
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD.

       0500-PRINT-INVOICE-TOTALS.
           MOVE ALL "-" TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE WS-INVOICE-NET TO ED-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "                        NET SALES"
               "                 " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE WS-TAX-RATE TO ED-RATE
           MOVE WS-INVOICE-TAX TO ED-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "                        SALES TAX "
               ED-RATE "%         " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE WS-INVOICE-TOTAL TO ED-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "                        TOTAL DUE"
               "                 " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD.

      *    DEBITS = INVOICE TOTALS = NET + TAX = CREDITS, SINCE EACH
      *    INVOICE'S TAX IS ROUNDED BEFORE IT IS ADDED ANYWHERE.
       0600-WRITE-GL-JOURNAL.
           OPEN EXTEND GL-SALES-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
      *        JOURNAL DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST NIGHT IS WRITTEN.
               OPEN OUTPUT GL-SALES-FILE
               CLOSE GL-SALES-FILE
               OPEN EXTEND GL-SALES-FILE
           END-IF
           MOVE SPACES TO GL-DEPT-CODE
           MOVE WS-TODAY TO GL-PAY-DATE
           MOVE WS-GL-RECEIVABLE TO GL-ACCOUNT
           MOVE "DR" TO GL-DR-CR
           MOVE WS-RUN-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-AMOUNT(A) > 0
                   MOVE SAE-ACCOUNT(A) TO GL-ACCOUNT
                   MOVE "CR" TO GL-DR-CR
                   MOVE SAE-AMOUNT(A) TO GL-AMOUNT
                   WRITE GL-EXTRACT-RECORD
               END-IF
           END-PERFORM
           IF WS-RUN-TAX > 0
               MOVE WS-GL-TAX TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-RUN-TAX TO GL-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF
           CLOSE GL-SALES-FILE.

       0700-FIND-PRODUCT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-PR-COUNT
               IF PRE-CODE(R) = SOE-PROD-CODE(L)
                   MOVE R TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-ORDERS.
           OPEN OUTPUT ORDER-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               MOVE SO-ENTRY(O) TO ORDER-RECORD
               WRITE ORDER-RECORD
           END-PERFORM
           CLOSE ORDER-FILE.

      *    THE SETTINGS ARE CARRIED THROUGH; ONLY THE LAST INVOICE
      *    NUMBER MOVES.
       0850-REWRITE-PARM.
           MOVE WS-INVOICE-NO TO WS-LAST-INVOICE
           MOVE PARM-FIELDS TO SALES-PARM-RECORD
           OPEN OUTPUT SALES-PARM-FILE
           WRITE SALES-PARM-RECORD
           CLOSE SALES-PARM-FILE.
