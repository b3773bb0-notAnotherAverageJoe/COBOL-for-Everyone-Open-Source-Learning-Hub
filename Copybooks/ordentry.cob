       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    CUSTOMER SALES ORDER ENTRY. AN ORDER IS TAKEN FOR
      *            A CUSTOMER ON custmaster.dat (THE CM-ID IS CHECKED
      *            AGAINST THE MASTER BEFORE ANYTHING IS KEYED) AND
      *            CARRIES ONE LINE PER PRODUCT ON salesorders.dat:
      *            ORDER NUMBER, LINE, CUSTOMER, ORDER DATE, PRODUCT
      *            CODE, QUANTITY, STATUS AND WHO TOOK IT. ONLY
      *            ACTIVE PRODUCTS ON prodmaster.dat (PRODMAINT) CAN
      *            BE ORDERED. NO PRICE IS HELD ON THE ORDER -- THE
      *            NIGHTLY INVOICING RUN (invrun.cob) PRICES EACH
      *            OPEN LINE FROM THE MASTER, THEN MARKS IT INVOICED
      *            ("I") WITH THE INVOICE NUMBER. AN ORDER STILL OPEN
      *            CAN BE CANCELLED ("C") HERE; AN INVOICED ONE
      *            CANNOT. A CUSTOMER WITH NO MAILING ADDRESS ON
      *            custcontact.dat IS WARNED ABOUT AT ENTRY, SINCE
      *            THE INVOICE WOULD HAVE NOWHERE TO GO. A CUSTOMER
      *            ON CREDIT HOLD ON custcredit.dat (PUT THERE BY THE
      *            DUNNING RUN'S FINAL NOTICE OR BY HAND IN CASHRCPT)
      *            CANNOT PLACE A NEW ORDER UNTIL THE HOLD IS
      *            RELEASED IN CASHRCPT. SIGN-ON IS
      *            REQUIRED; TAKING OR CANCELLING AN ORDER NEEDS THE
      *            MAINTENANCE OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o ordentry Copybooks/ordentry.cob
      *    then run ./ordentry

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "prodmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "salesorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "custcredit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

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

      *    SO-STATUS "O" OPEN, "I" INVOICED (SO-INVOICE-NO SET BY
      *    INVRUN), "C" CANCELLED BEFORE INVOICING.
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

      *    SAME LAYOUT CASHRCPT MAINTAINS.
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CH-CUST-ID       PIC X(6).
           05 CH-DUN-STAGE     PIC 9.
           05 CH-LAST-DUN-DATE PIC X(8).
           05 CH-HOLD          PIC X.
           05 CH-HOLD-DATE     PIC X(8).
           05 CH-HOLD-BY       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-PR-EOF           PIC X VALUE "N".
       01  WS-SO-EOF           PIC X VALUE "N".
       01  WS-CH-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-LINES-DONE       PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-WORK-CODE        PIC X(6).
       01  WS-WORK-ORDER-NO    PIC 9(6) VALUE 0.
       01  WS-WORK-QTY         PIC 9(5) VALUE 0.
       01  WS-NEXT-ORDER-NO    PIC 9(6) VALUE 0.
       01  WS-CUST-FOUND       PIC X VALUE "N".
       01  WS-CUST-NAME        PIC X(31).
       01  WS-CONTACT-FOUND    PIC X VALUE "N".
       01  WS-ON-HOLD          PIC X VALUE "N".
       01  WS-HOLD-DATE        PIC X(8).
       01  WS-OE-PROMPT        PIC X(60).
       01  WS-OE-NUM-BUFFER    PIC X(18).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-CANCEL-COUNT     PIC 9(2) VALUE 0.
       01  WS-INVOICED-COUNT   PIC 9(2) VALUE 0.
       01  WS-LIST-COUNT       PIC 9(4) VALUE 0.

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

      *    THE LINES OF THE ORDER BEING KEYED -- NOTHING REACHES
      *    salesorders.dat UNTIL THE ORDER IS FINISHED.
       01  NEW-LINE-TABLE.
           05 WS-NL-COUNT      PIC 9(2) VALUE 0.
           05 NL-ENTRY OCCURS 20 TIMES.
               10 NLE-PROD-CODE    PIC X(6).
               10 NLE-QTY          PIC 9(5).
       01  N                   PIC 9(2) VALUE 1.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "ORDENTRY".
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
           PERFORM 0100-LOAD-PRODUCTS
           PERFORM 0150-LOAD-ORDERS
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-SO-COUNT = 1000 AND WS-SO-EOF NOT = "Y"
               DISPLAY "*** salesorders.dat IS TOO BIG TO MAINTAIN "
                   "HERE. ARCHIVE INVOICED ORDERS FIRST. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LISTING STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "N" OR "C")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW ORDER ENTRY."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "N"
                       PERFORM 0300-NEW-ORDER THRU 0300-EXIT
                   WHEN "C"
                       PERFORM 0400-CANCEL-ORDER THRU 0400-EXIT
                   WHEN "L"
                       PERFORM 0500-LIST-OPEN-ORDERS
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

      *    ORDER NUMBERS RUN ON FROM THE HIGHEST ON FILE.
       0150-LOAD-ORDERS.
           MOVE 0 TO WS-SO-COUNT
           MOVE 0 TO WS-NEXT-ORDER-NO
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
                           IF SO-ORDER-NO > WS-NEXT-ORDER-NO
                               MOVE SO-ORDER-NO TO WS-NEXT-ORDER-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF
           ADD 1 TO WS-NEXT-ORDER-NO.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- CUSTOMER ORDER ENTRY -----"
           DISPLAY "N - NEW ORDER"
           DISPLAY "C - CANCEL AN OPEN ORDER"
           DISPLAY "L - LIST OPEN ORDERS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-NEW-ORDER.
           IF WS-PR-COUNT = 0
               DISPLAY "NO PRODUCTS ON prodmaster.dat. SET THEM UP "
                   "IN PRODMAINT FIRST."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0700-CHECK-CUSTOMER
           IF WS-CUST-FOUND NOT = "Y"
               DISPLAY "CUSTOMER " WS-WORK-CUST-ID " IS NOT ON "
                   "custmaster.dat. NO ORDER TAKEN."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0760-CHECK-CREDIT-HOLD
           IF WS-ON-HOLD = "Y"
               DISPLAY "*** " FUNCTION TRIM(WS-CUST-NAME)
                   " IS ON CREDIT HOLD SINCE "
                   WS-HOLD-DATE ". NO ORDER TAKEN. ***"
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ORDER FOR " WS-CUST-NAME
           PERFORM 0750-CHECK-CONTACT
           IF WS-CONTACT-FOUND NOT = "Y"
               DISPLAY "*** NO MAILING ADDRESS ON custcontact.dat -- "
                   "CAPTURE ONE BEFORE THE ORDER INVOICES. ***"
           END-IF
           MOVE 0 TO WS-NL-COUNT
           MOVE "N" TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               PERFORM 0350-KEY-ONE-LINE THRU 0350-EXIT
           END-PERFORM
           IF WS-NL-COUNT = 0
               DISPLAY "NO LINES KEYED. NO ORDER TAKEN."
               GO TO 0300-EXIT
           END-IF
           IF WS-SO-COUNT + WS-NL-COUNT > 1000
               DISPLAY "ORDER TABLE IS FULL (1000). ARCHIVE INVOICED "
                   "ORDERS FIRST. NO ORDER TAKEN."
               GO TO 0300-EXIT
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NL-COUNT
               ADD 1 TO WS-SO-COUNT
               MOVE WS-NEXT-ORDER-NO TO SOE-ORDER-NO(WS-SO-COUNT)
               MOVE N TO SOE-LINE-NO(WS-SO-COUNT)
               MOVE WS-WORK-CUST-ID TO SOE-CUST-ID(WS-SO-COUNT)
               MOVE WS-TODAY TO SOE-ORDER-DATE(WS-SO-COUNT)
               MOVE NLE-PROD-CODE(N) TO SOE-PROD-CODE(WS-SO-COUNT)
               MOVE NLE-QTY(N) TO SOE-QTY(WS-SO-COUNT)
               MOVE "O" TO SOE-STATUS(WS-SO-COUNT)
               MOVE WS-OPERATOR-ID TO SOE-ENTERED-BY(WS-SO-COUNT)
               MOVE 0 TO SOE-INVOICE-NO(WS-SO-COUNT)
           END-PERFORM
           PERFORM 0800-REWRITE-ORDERS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ORDER " WS-NEXT-ORDER-NO " FOR " WS-WORK-CUST-ID
               ", " WS-NL-COUNT " LINE(S)"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ORDER " WS-NEXT-ORDER-NO " TAKEN, " WS-NL-COUNT
               " LINE(S). IT INVOICES ON THE NIGHTLY RUN."
           ADD 1 TO WS-NEXT-ORDER-NO.
       0300-EXIT.
           EXIT.

       0350-KEY-ONE-LINE.
           IF WS-NL-COUNT = 20
               DISPLAY "20 LINES IS THE MOST ONE ORDER CAN CARRY."
               MOVE "Y" TO WS-LINES-DONE
               GO TO 0350-EXIT
           END-IF
           DISPLAY "PRODUCT CODE (BLANK TO FINISH THE ORDER): "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               MOVE "Y" TO WS-LINES-DONE
               GO TO 0350-EXIT
           END-IF
           PERFORM 0770-FIND-PRODUCT
           IF WS-FOUND-INDEX = 0
               DISPLAY "PRODUCT " WS-WORK-CODE " IS NOT ON "
                   "prodmaster.dat."
               GO TO 0350-EXIT
           END-IF
           IF PRE-STATUS(WS-FOUND-INDEX) NOT = "A"
               DISPLAY "PRODUCT " WS-WORK-CODE " IS INACTIVE AND "
                   "CANNOT BE ORDERED."
               GO TO 0350-EXIT
           END-IF
           DISPLAY PRE-DESC(WS-FOUND-INDEX)
           MOVE "ENTER QUANTITY: " TO WS-OE-PROMPT
           CALL "NUMVALID" USING WS-OE-PROMPT WS-OE-NUM-BUFFER
           MOVE WS-OE-NUM-BUFFER TO WS-WORK-QTY
           IF WS-WORK-QTY = 0
               DISPLAY "QUANTITY MUST BE AT LEAST 1. LINE DROPPED."
               GO TO 0350-EXIT
           END-IF
           ADD 1 TO WS-NL-COUNT
           MOVE WS-WORK-CODE TO NLE-PROD-CODE(WS-NL-COUNT)
           MOVE WS-WORK-QTY TO NLE-QTY(WS-NL-COUNT).
       0350-EXIT.
           EXIT.

      *    ONLY LINES STILL OPEN CAN GO -- ONCE A LINE HAS INVOICED
      *    THE SALE IS ON THE LEDGER AND NEEDS A CREDIT, NOT A
      *    CANCELLATION.
       0400-CANCEL-ORDER.
           MOVE "ENTER ORDER NUMBER: " TO WS-OE-PROMPT
           CALL "NUMVALID" USING WS-OE-PROMPT WS-OE-NUM-BUFFER
           MOVE WS-OE-NUM-BUFFER TO WS-WORK-ORDER-NO
           MOVE 0 TO WS-CANCEL-COUNT
           MOVE 0 TO WS-INVOICED-COUNT
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               IF SOE-ORDER-NO(O) = WS-WORK-ORDER-NO
                   EVALUATE SOE-STATUS(O)
                       WHEN "O"
                           ADD 1 TO WS-CANCEL-COUNT
                       WHEN "I"
                           ADD 1 TO WS-INVOICED-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-INVOICED-COUNT > 0
               DISPLAY "ORDER " WS-WORK-ORDER-NO " HAS ALREADY "
                   "INVOICED. IT CANNOT BE CANCELLED."
               GO TO 0400-EXIT
           END-IF
           IF WS-CANCEL-COUNT = 0
               DISPLAY "NO OPEN ORDER " WS-WORK-ORDER-NO "."
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               IF SOE-ORDER-NO(O) = WS-WORK-ORDER-NO
                   AND SOE-STATUS(O) = "O"
                   MOVE "C" TO SOE-STATUS(O)
               END-IF
           END-PERFORM
           PERFORM 0800-REWRITE-ORDERS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CANCELLED ORDER " WS-WORK-ORDER-NO
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ORDER " WS-WORK-ORDER-NO " CANCELLED.".
       0400-EXIT.
           EXIT.

       0500-LIST-OPEN-ORDERS.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY " "
           DISPLAY "ORDER  LN CUST   DATE     PRODUCT   QTY TAKEN BY"
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-SO-COUNT
               IF SOE-STATUS(O) = "O"
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SOE-ORDER-NO(O) " " SOE-LINE-NO(O) " "
                       SOE-CUST-ID(O) " " SOE-ORDER-DATE(O) " "
                       SOE-PROD-CODE(O) " " SOE-QTY(O) " "
                       SOE-ENTERED-BY(O)
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT " OPEN ORDER LINE(S).".

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

       0750-CHECK-CONTACT.
           MOVE "N" TO WS-CONTACT-FOUND
           MOVE "N" TO WS-CC-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CC-EOF = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO WS-CC-EOF
                   NOT AT END
                       IF CC-ID = WS-WORK-CUST-ID
                           MOVE "Y" TO WS-CONTACT-FOUND
                           MOVE "Y" TO WS-CC-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.

       0760-CHECK-CREDIT-HOLD.
           MOVE "N" TO WS-ON-HOLD
           MOVE "N" TO WS-CH-EOF
           OPEN INPUT CREDIT-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CH-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-CH-EOF
                   NOT AT END
                       IF CH-CUST-ID = WS-WORK-CUST-ID
                           MOVE CH-HOLD TO WS-ON-HOLD
                           MOVE CH-HOLD-DATE TO WS-HOLD-DATE
                           MOVE "Y" TO WS-CH-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE.

       0770-FIND-PRODUCT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-PR-COUNT
               IF PRE-CODE(R) = WS-WORK-CODE
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
