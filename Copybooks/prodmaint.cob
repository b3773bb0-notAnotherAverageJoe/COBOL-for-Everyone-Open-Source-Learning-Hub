       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    PRODUCT AND PRICE MASTER FOR CUSTOMER SALES.
      *            prodmaster.dat CARRIES ONE LINE PER PRODUCT: CODE,
      *            DESCRIPTION, UNIT PRICE, WHETHER SALES TAX
      *            APPLIES, THE GL SALES ACCOUNT ITS REVENUE POSTS
      *            TO, AND A STATUS ("A" ACTIVE, "I" INACTIVE). A
      *            PRODUCT IS NEVER DELETED -- ORDERS ALREADY TAKEN
      *            STILL HAVE TO BE PRICED -- IT IS MADE INACTIVE SO
      *            ORDENTRY TAKES NO NEW ORDERS FOR IT. THE SALES
      *            SETTINGS LINE ON salesparm.dat HOLDS THE SALES TAX
      *            RATE, THE GL RECEIVABLE AND SALES-TAX ACCOUNTS AND
      *            THE LAST INVOICE NUMBER ISSUED, ALL OF WHICH THE
      *            NIGHTLY INVOICING RUN (invrun.cob) READS, AND THE
      *            GL CASH ACCOUNT CUSTOMER RECEIPTS (cashrcpt.cob)
      *            ARE DEBITED TO. SIGN-ON IS REQUIRED; CHANGES NEED
      *            THE MAINTENANCE OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o prodmaint Copybooks/prodmaint.cob
      *    then run ./prodmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "prodmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT SALES-PARM-FILE ASSIGN TO "salesparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PR-CODE          PIC X(6).
           05 PR-DESC          PIC X(25).
           05 PR-PRICE         PIC 9(5)V99.
           05 PR-TAXABLE       PIC X.
           05 PR-GL-SALES      PIC X(8).
           05 PR-STATUS        PIC X.

      *    ONE LINE. SP-TAX-RATE IS A PERCENTAGE (08.250 = 8.25%).
       FD  SALES-PARM-FILE.
       01  SALES-PARM-RECORD.
           05 SP-TAX-RATE      PIC 9(2)V999.
           05 SP-GL-RECEIVABLE PIC X(8).
           05 SP-GL-TAX        PIC X(8).
           05 SP-LAST-INVOICE  PIC 9(6).
           05 SP-GL-CASH       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PR-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-CODE        PIC X(6).
       01  WS-WORK-DESC        PIC X(25).
       01  WS-WORK-TAXABLE     PIC X.
       01  WS-WORK-GL          PIC X(8).
       01  WS-WORK-STATUS      PIC X.
       01  WS-PM-PROMPT        PIC X(60).
       01  WS-PM-NUM-BUFFER    PIC X(18).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-PARM-ON-FILE     PIC X VALUE "N".

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

       01  PARM-FIELDS.
           05 WS-TAX-RATE      PIC 9(2)V999 VALUE 0.
           05 WS-GL-RECEIVABLE PIC X(8) VALUE SPACES.
           05 WS-GL-TAX        PIC X(8) VALUE SPACES.
           05 WS-LAST-INVOICE  PIC 9(6) VALUE 0.
           05 WS-GL-CASH       PIC X(8) VALUE SPACES.

       01  EDITED-FIELDS.
           05 ED-PRICE         PIC ZZ,ZZ9.99.
           05 ED-RATE          PIC Z9.999.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PRODMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-PRODUCTS
           PERFORM 0150-LOAD-PARM
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-PR-COUNT = 200 AND WS-PR-EOF NOT = "Y"
               DISPLAY "*** prodmaster.dat IS TOO BIG TO MAINTAIN "
                   "HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LISTING STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "A" OR "C" OR "S")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM 0300-ADD-PRODUCT THRU 0300-EXIT
                   WHEN "C"
                       PERFORM 0400-CHANGE-PRODUCT THRU 0400-EXIT
                   WHEN "S"
                       PERFORM 0500-SET-SALES-PARM THRU 0500-EXIT
                   WHEN "L"
                       PERFORM 0600-LIST-PRODUCTS
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

       0100-LOAD-PRODUCTS.
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

       0150-LOAD-PARM.
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

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- PRODUCT AND PRICE MASTER -----"
           DISPLAY "A - ADD A PRODUCT"
           DISPLAY "C - CHANGE A PRODUCT (PRICE, TAX, GL, STATUS)"
           DISPLAY "S - SALES SETTINGS (TAX RATE, GL ACCOUNTS)"
           DISPLAY "L - LIST PRODUCTS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-ADD-PRODUCT.
           DISPLAY "ENTER PRODUCT CODE: "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               DISPLAY "A PRODUCT CODE IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-FIND-PRODUCT
           IF WS-FOUND-INDEX > 0
               DISPLAY "PRODUCT " WS-WORK-CODE " IS ALREADY ON FILE. "
                   "USE C TO CHANGE IT."
               GO TO 0300-EXIT
           END-IF
           IF WS-PR-COUNT = 200
               DISPLAY "PRODUCT TABLE IS FULL (200)."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT WS-WORK-DESC
           MOVE FUNCTION UPPER-CASE(WS-WORK-DESC) TO WS-WORK-DESC
           ADD 1 TO WS-PR-COUNT
           MOVE WS-WORK-CODE TO PRE-CODE(WS-PR-COUNT)
           MOVE WS-WORK-DESC TO PRE-DESC(WS-PR-COUNT)
           MOVE "Y" TO PRE-TAXABLE(WS-PR-COUNT)
           MOVE SPACES TO PRE-GL-SALES(WS-PR-COUNT)
           MOVE "A" TO PRE-STATUS(WS-PR-COUNT)
           MOVE WS-PR-COUNT TO WS-FOUND-INDEX
           PERFORM 0450-KEY-PRODUCT-TERMS THRU 0450-EXIT
           PERFORM 0800-REWRITE-PRODUCTS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED PRODUCT " WS-WORK-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PRODUCT ADDED.".
       0300-EXIT.
           EXIT.

       0400-CHANGE-PRODUCT.
           DISPLAY "ENTER PRODUCT CODE: "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           PERFORM 0700-FIND-PRODUCT
           IF WS-FOUND-INDEX = 0
               DISPLAY "PRODUCT " WS-WORK-CODE " IS NOT ON FILE."
               GO TO 0400-EXIT
           END-IF
           MOVE PRE-PRICE(WS-FOUND-INDEX) TO ED-PRICE
           DISPLAY PRE-DESC(WS-FOUND-INDEX) " PRICE " ED-PRICE
               " TAXABLE " PRE-TAXABLE(WS-FOUND-INDEX)
               " GL " PRE-GL-SALES(WS-FOUND-INDEX)
               " STATUS " PRE-STATUS(WS-FOUND-INDEX)
           PERFORM 0450-KEY-PRODUCT-TERMS THRU 0450-EXIT
           DISPLAY "STATUS (A ACTIVE, I INACTIVE, BLANK TO KEEP): "
           ACCEPT WS-WORK-STATUS
           MOVE FUNCTION UPPER-CASE(WS-WORK-STATUS) TO WS-WORK-STATUS
           IF WS-WORK-STATUS = "A" OR "I"
               MOVE WS-WORK-STATUS TO PRE-STATUS(WS-FOUND-INDEX)
           END-IF
           PERFORM 0800-REWRITE-PRODUCTS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED PRODUCT " WS-WORK-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PRODUCT UPDATED.".
       0400-EXIT.
           EXIT.

      *    PRICE, TAX FLAG AND SALES ACCOUNT FOR THE PRODUCT AT
      *    WS-FOUND-INDEX. A NEW PRICE APPLIES TO EVERY ORDER NOT YET
      *    INVOICED -- ORDERS ARE PRICED ON THE NIGHT THEY INVOICE.
       0450-KEY-PRODUCT-TERMS.
           MOVE "ENTER UNIT PRICE: " TO WS-PM-PROMPT
           CALL "NUMVALID" USING WS-PM-PROMPT WS-PM-NUM-BUFFER
           MOVE WS-PM-NUM-BUFFER TO PRE-PRICE(WS-FOUND-INDEX)
           DISPLAY "SUBJECT TO SALES TAX (Y/N): "
           ACCEPT WS-WORK-TAXABLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TAXABLE)
               TO WS-WORK-TAXABLE
           IF WS-WORK-TAXABLE = "Y" OR "N"
               MOVE WS-WORK-TAXABLE TO PRE-TAXABLE(WS-FOUND-INDEX)
           END-IF
           DISPLAY "GL SALES ACCOUNT (BLANK TO KEEP "
               PRE-GL-SALES(WS-FOUND-INDEX) "): "
           ACCEPT WS-WORK-GL
           IF WS-WORK-GL NOT = SPACES
               MOVE WS-WORK-GL TO PRE-GL-SALES(WS-FOUND-INDEX)
           END-IF
           IF PRE-GL-SALES(WS-FOUND-INDEX) = SPACES
               DISPLAY "*** NO GL SALES ACCOUNT -- THE PRODUCT CANNOT "
                   "INVOICE UNTIL ONE IS SET. ***"
           END-IF.
       0450-EXIT.
           EXIT.

       0500-SET-SALES-PARM.
           IF WS-PARM-ON-FILE = "Y"
               MOVE WS-TAX-RATE TO ED-RATE
               DISPLAY "TAX RATE " ED-RATE "%  RECEIVABLE "
                   WS-GL-RECEIVABLE "  SALES TAX " WS-GL-TAX
                   "  CASH " WS-GL-CASH
                   "  LAST INVOICE " WS-LAST-INVOICE
           END-IF
           MOVE "ENTER SALES TAX RATE PERCENT (E.G. 8.25): "
               TO WS-PM-PROMPT
           CALL "NUMVALID" USING WS-PM-PROMPT WS-PM-NUM-BUFFER
           MOVE WS-PM-NUM-BUFFER TO WS-TAX-RATE
           DISPLAY "GL RECEIVABLE ACCOUNT (BLANK TO KEEP): "
           ACCEPT WS-WORK-GL
           IF WS-WORK-GL NOT = SPACES
               MOVE WS-WORK-GL TO WS-GL-RECEIVABLE
           END-IF
           DISPLAY "GL SALES-TAX PAYABLE ACCOUNT (BLANK TO KEEP): "
           ACCEPT WS-WORK-GL
           IF WS-WORK-GL NOT = SPACES
               MOVE WS-WORK-GL TO WS-GL-TAX
           END-IF
           DISPLAY "GL CASH ACCOUNT FOR RECEIPTS (BLANK TO KEEP): "
           ACCEPT WS-WORK-GL
           IF WS-WORK-GL NOT = SPACES
               MOVE WS-WORK-GL TO WS-GL-CASH
           END-IF
           IF WS-GL-RECEIVABLE = SPACES OR WS-GL-TAX = SPACES
                   OR WS-GL-CASH = SPACES
               DISPLAY "ALL THREE GL ACCOUNTS ARE REQUIRED. NOT SAVED."
               PERFORM 0150-LOAD-PARM
               GO TO 0500-EXIT
           END-IF
      *    THE LAST INVOICE NUMBER IS THE INVOICING RUN'S TO MOVE --
      *    IT IS CARRIED THROUGH UNCHANGED.
           MOVE PARM-FIELDS TO SALES-PARM-RECORD
           OPEN OUTPUT SALES-PARM-FILE
           WRITE SALES-PARM-RECORD
           CLOSE SALES-PARM-FILE
           MOVE "Y" TO WS-PARM-ON-FILE
           MOVE WS-TAX-RATE TO ED-RATE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SALES TAX RATE SET TO " ED-RATE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "SALES SETTINGS SAVED.".
       0500-EXIT.
           EXIT.

       0600-LIST-PRODUCTS.
           DISPLAY " "
           DISPLAY "CODE   DESCRIPTION                   PRICE TX "
               "GL SALES ST"
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-PR-COUNT
               MOVE PRE-PRICE(R) TO ED-PRICE
               DISPLAY PRE-CODE(R) " " PRE-DESC(R) " " ED-PRICE " "
                   PRE-TAXABLE(R) "  " PRE-GL-SALES(R) " "
                   PRE-STATUS(R)
           END-PERFORM
           DISPLAY WS-PR-COUNT " PRODUCT(S) ON FILE.".

       0700-FIND-PRODUCT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-PR-COUNT
               IF PRE-CODE(R) = WS-WORK-CODE
                   MOVE R TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-PRODUCTS.
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-PR-COUNT
               MOVE PR-ENTRY(R) TO PRODUCT-RECORD
               WRITE PRODUCT-RECORD
           END-PERFORM
           CLOSE PRODUCT-FILE.
