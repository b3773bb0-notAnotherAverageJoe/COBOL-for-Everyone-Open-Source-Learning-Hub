       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    DUNNING LETTERS FOR OVERDUE CUSTOMER INVOICES.
      *            TERMS ARE NET 30: AN OPEN INVOICE ON
      *            salesinvoices.dat MORE THAN 30 DAYS OLD IS
      *            OVERDUE. A CUSTOMER'S OVERDUE AMOUNT IS THE UNPAID
      *            PART OF THOSE INVOICES LESS ANY CASH LEFT ON
      *            ACCOUNT (arledger.dat); WHEN THAT IS NOTHING NO
      *            LETTER GOES. OTHERWISE THE OLDEST OVERDUE INVOICE
      *            SETS THE STAGE THE CUSTOMER SHOULD BE AT -- 1 PAST
      *            30 DAYS, 2 PAST 60, 3 PAST 90 -- AND THE CUSTOMER
      *            MOVES UP ONE STAGE PER RUN, AT MOST, AND ONLY WHEN
      *            14 DAYS HAVE PASSED SINCE THE LAST LETTER:
      *              1 - A REMINDER
      *              2 - A SECOND NOTICE ASKING FOR PAYMENT WITHIN
      *                  10 DAYS
      *              3 - A FINAL NOTICE. THE CUSTOMER IS PUT ON
      *                  CREDIT HOLD AND ORDENTRY TAKES NO MORE
      *                  ORDERS UNTIL SOMEONE RELEASES THE HOLD IN
      *                  CASHRCPT.
      *            A CUSTOMER WHO IS NO LONGER OVERDUE GOES BACK TO
      *            STAGE 0; A HOLD IS NEVER LIFTED HERE. THE STAGE,
      *            LAST LETTER DATE AND HOLD ARE KEPT ON
      *            custcredit.dat, REWRITTEN AT THE END OF THE RUN.
      *            THE LETTERS, ADDRESSED FROM custmaster.dat AND
      *            custcontact.dat, GO THROUGH THE SHARED PRINT
      *            SERVICES TO dunning.rpt. A LETTER WITH NO USABLE
      *            ADDRESS IS NAMED ON THE CONSOLE AND THE RUN ENDS
      *            WITH RETURN CODE 4.
      *            THE STREET IS HELD ENCRYPTED ON custcontact.dat
      *            AND IS DECRYPTED ONLY FOR THE ADDRESS ITSELF.
      *    compile with (from the repo root) ->
      *        cobc -x -o dunning Copybooks/dunning.cob
      *    then run ./dunning

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
           SELECT SALES-INVOICE-FILE ASSIGN TO "salesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "arledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
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
       01  WS-SI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-SI-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-CH-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-CUST-NAME        PIC X(31).
       01  WS-DUN-INDEX        PIC 9(3) VALUE 0.
       01  WS-CREDIT-INDEX     PIC 9(3) VALUE 0.
       01  WS-CONTACT-INDEX    PIC 9(3) VALUE 0.
       01  WS-OPEN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-NET-OVERDUE      PIC S9(7)V99 VALUE 0.
       01  WS-CURRENT-STAGE    PIC 9 VALUE 0.
       01  WS-TARGET-STAGE     PIC 9 VALUE 0.
       01  WS-TABLE-FULL       PIC X VALUE "N".
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "DUNNING".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "C".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

      *    A STAGE IS NOT RAISED SOONER THAN THIS AFTER THE LAST
      *    LETTER, SO A CUSTOMER HAS TIME TO ANSWER EACH ONE.
       01  WS-LETTER-GAP       PIC 9(3) VALUE 14.

       01  RUN-COUNTS.
           05 WS-LETTER-COUNT  PIC 9(5) VALUE 0.
           05 WS-HOLD-COUNT    PIC 9(5) VALUE 0.
           05 WS-RESET-COUNT   PIC 9(5) VALUE 0.
           05 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.

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

      *    THE OVERDUE INVOICES ONLY, WITH THEIR AGE IN DAYS.
       01  INVOICE-TABLE.
           05 WS-SI-COUNT      PIC 9(4) VALUE 0.
           05 SI-ENTRY OCCURS 1000 TIMES.
               10 SIE-INVOICE-NO   PIC 9(6).
               10 SIE-CUST-ID      PIC X(6).
               10 SIE-INVOICE-DATE PIC X(8).
               10 SIE-OPEN         PIC 9(7)V99.
               10 SIE-DAYS         PIC 9(5).
       01  I                   PIC 9(4) VALUE 1.

      *    ONE ENTRY PER CUSTOMER WITH AN OVERDUE INVOICE.
       01  DUNNING-TABLE.
           05 WS-DN-COUNT      PIC 9(3) VALUE 0.
           05 DN-ENTRY OCCURS 500 TIMES.
               10 DNE-CUST-ID      PIC X(6).
               10 DNE-OLDEST-DAYS  PIC 9(5).
               10 DNE-OVERDUE      PIC 9(7)V99.
               10 DNE-ON-ACCOUNT   PIC S9(7)V99.
       01  D                   PIC 9(3) VALUE 1.

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

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-DAYS          PIC ZZZZ9.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

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
           PERFORM 0180-LOAD-CREDIT
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-CH-COUNT = 500 AND WS-CH-EOF NOT = "Y"
               DISPLAY "*** custcredit.dat IS TOO BIG TO REWRITE. "
                   "NO LETTERS SENT. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0140-LOAD-INVOICES
           PERFORM 0160-LOAD-ON-ACCOUNT
           PERFORM 0100-LOAD-CUSTOMERS
           PERFORM 0120-LOAD-CONTACTS
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "dunning.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "OVERDUE ACCOUNT LETTERS " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CH-COUNT
               PERFORM 0200-RESET-IF-CLEARED
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               PERFORM 0300-DUN-ONE-CUSTOMER THRU 0300-EXIT
           END-PERFORM
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM 0800-REWRITE-CREDIT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LETTERS " WS-LETTER-COUNT " HOLDS " WS-HOLD-COUNT
               " RESET " WS-RESET-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY WS-LETTER-COUNT " DUNNING LETTERS TO dunning.rpt, "
               WS-HOLD-COUNT " CUSTOMERS PUT ON CREDIT HOLD, "
               WS-RESET-COUNT " BACK IN GOOD STANDING."
      *    SET AFTER THE LOG - THE AUDITLOG CALL RESETS RETURN-CODE.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** salesinvoices.dat HAS MORE OVERDUE "
                   "INVOICES OR CUSTOMERS THAN ONE RUN HOLDS -- "
                   "SOME WERE NOT DUNNED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-ADDRESS-COUNT > 0
               DISPLAY WS-NO-ADDRESS-COUNT " LETTERS HAVE NO USABLE "
                   "ADDRESS AND MUST GO BY HAND."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-CUSTOMERS.
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                           DELIMITED BY SIZE INTO CME-NAME(WS-CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       0120-LOAD-CONTACTS.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-CC-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                       MOVE CC-MAIL-STATUS TO CNT-STATUS(WS-CC-COUNT)
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.

      *    KEEPS ONLY THE OVERDUE INVOICES AND TOTALS THEM BY
      *    CUSTOMER.
       0140-LOAD-INVOICES.
           MOVE 0 TO WS-SI-COUNT
           MOVE "N" TO WS-SI-EOF
           OPEN INPUT SALES-INVOICE-FILE
           IF WS-SI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF = "Y"
               READ SALES-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-SI-EOF
                   NOT AT END
                       IF SI-STATUS = "O"
                           PERFORM 0150-TAKE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-INVOICE-FILE.

       0150-TAKE-ONE-INVOICE.
           COMPUTE WS-OPEN-AMOUNT = SI-TOTAL - SI-PAID
           IF WS-OPEN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE SI-INVOICE-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-RESULT NOT > 30
               EXIT PARAGRAPH
           END-IF
           IF WS-SI-COUNT = 1000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SI-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 0700-FIND-DUNNING-ENTRY
           IF WS-DUN-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SI-COUNT
           MOVE SI-INVOICE-NO TO SIE-INVOICE-NO(WS-SI-COUNT)
           MOVE SI-CUST-ID TO SIE-CUST-ID(WS-SI-COUNT)
           MOVE SI-INVOICE-DATE TO SIE-INVOICE-DATE(WS-SI-COUNT)
           MOVE WS-OPEN-AMOUNT TO SIE-OPEN(WS-SI-COUNT)
           MOVE WS-DV-RESULT TO SIE-DAYS(WS-SI-COUNT)
           ADD WS-OPEN-AMOUNT TO DNE-OVERDUE(WS-DUN-INDEX)
           IF WS-DV-RESULT > DNE-OLDEST-DAYS(WS-DUN-INDEX)
               MOVE WS-DV-RESULT TO DNE-OLDEST-DAYS(WS-DUN-INDEX)
           END-IF.

      *    ON-ACCOUNT CASH IS EVERY LEDGER LINE WITH NO INVOICE
      *    NUMBER. ONLY THE CUSTOMERS ALREADY OVERDUE MATTER HERE.
       0160-LOAD-ON-ACCOUNT.
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
                       IF AL-INVOICE-NO = 0
                           PERFORM 0170-POST-ON-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       0170-POST-ON-ACCOUNT.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               IF DNE-CUST-ID(D) = AL-CUST-ID
                   IF AL-DR-CR = "CR"
                       ADD AL-AMOUNT TO DNE-ON-ACCOUNT(D)
                   ELSE
                       SUBTRACT AL-AMOUNT FROM DNE-ON-ACCOUNT(D)
                   END-IF
               END-IF
           END-PERFORM.

       0180-LOAD-CREDIT.
           MOVE 0 TO WS-CH-COUNT
           MOVE "N" TO WS-CH-EOF
           OPEN INPUT CREDIT-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CH-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CH-EOF = "Y" OR WS-CH-COUNT = 500
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-CH-EOF
                   NOT AT END
                       ADD 1 TO WS-CH-COUNT
                       MOVE CREDIT-RECORD TO CH-ENTRY(WS-CH-COUNT)
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE.

      *    A CUSTOMER WHO HAS CAUGHT UP STARTS THE CYCLE AGAIN NEXT
      *    TIME. THE HOLD STAYS UNTIL SOMEONE RELEASES IT.
       0200-RESET-IF-CLEARED.
           IF CHE-DUN-STAGE(H) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CHE-CUST-ID(H) TO WS-WORK-CUST-ID
           MOVE 0 TO WS-DUN-INDEX
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               IF DNE-CUST-ID(D) = WS-WORK-CUST-ID
                   MOVE D TO WS-DUN-INDEX
               END-IF
           END-PERFORM
           IF WS-DUN-INDEX > 0
               COMPUTE WS-NET-OVERDUE = DNE-OVERDUE(WS-DUN-INDEX)
                   - DNE-ON-ACCOUNT(WS-DUN-INDEX)
               IF WS-NET-OVERDUE > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO CHE-DUN-STAGE(H)
           ADD 1 TO WS-RESET-COUNT.

       0300-DUN-ONE-CUSTOMER.
           COMPUTE WS-NET-OVERDUE = DNE-OVERDUE(D) - DNE-ON-ACCOUNT(D)
           IF WS-NET-OVERDUE NOT > 0
               GO TO 0300-EXIT
           END-IF
           MOVE DNE-CUST-ID(D) TO WS-WORK-CUST-ID
           EVALUATE TRUE
               WHEN DNE-OLDEST-DAYS(D) > 90
                   MOVE 3 TO WS-TARGET-STAGE
               WHEN DNE-OLDEST-DAYS(D) > 60
                   MOVE 2 TO WS-TARGET-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-TARGET-STAGE
           END-EVALUATE
           MOVE 0 TO WS-CREDIT-INDEX
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CH-COUNT
               IF CHE-CUST-ID(H) = WS-WORK-CUST-ID
                   MOVE H TO WS-CREDIT-INDEX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CURRENT-STAGE
           IF WS-CREDIT-INDEX > 0
               MOVE CHE-DUN-STAGE(WS-CREDIT-INDEX) TO WS-CURRENT-STAGE
           END-IF
           IF WS-TARGET-STAGE NOT > WS-CURRENT-STAGE
               GO TO 0300-EXIT
           END-IF
           IF WS-CURRENT-STAGE > 0
               MOVE 0 TO WS-DV-RESULT
               MOVE "D" TO WS-DV-FUNCTION
               MOVE CHE-LAST-DUN-DATE(WS-CREDIT-INDEX) TO WS-DV-DATE-1
               MOVE WS-TODAY TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
               IF WS-DV-RESULT < WS-LETTER-GAP
                   GO TO 0300-EXIT
               END-IF
           END-IF
           IF WS-CREDIT-INDEX = 0
               IF WS-CH-COUNT = 500
                   MOVE "Y" TO WS-TABLE-FULL
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE WS-CH-COUNT TO WS-CREDIT-INDEX
               MOVE WS-WORK-CUST-ID TO CHE-CUST-ID(WS-CREDIT-INDEX)
               MOVE "N" TO CHE-HOLD(WS-CREDIT-INDEX)
               MOVE SPACES TO CHE-HOLD-DATE(WS-CREDIT-INDEX)
               MOVE SPACES TO CHE-HOLD-BY(WS-CREDIT-INDEX)
           END-IF
           ADD 1 TO WS-CURRENT-STAGE
           MOVE WS-CURRENT-STAGE TO CHE-DUN-STAGE(WS-CREDIT-INDEX)
           MOVE WS-TODAY TO CHE-LAST-DUN-DATE(WS-CREDIT-INDEX)
           IF WS-CURRENT-STAGE = 3
               AND CHE-HOLD(WS-CREDIT-INDEX) NOT = "Y"
               MOVE "Y" TO CHE-HOLD(WS-CREDIT-INDEX)
               MOVE WS-TODAY TO CHE-HOLD-DATE(WS-CREDIT-INDEX)
               MOVE "DUNNING" TO CHE-HOLD-BY(WS-CREDIT-INDEX)
               ADD 1 TO WS-HOLD-COUNT
           END-IF
           PERFORM 0400-PRINT-LETTER.
       0300-EXIT.
           EXIT.

      *    ADDRESSED AS mailextract.cob LABELS ARE: NAME, STREET,
      *    CITY AND POSTAL CODE.
       0400-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE "(NO LONGER ON custmaster.dat)" TO WS-CUST-NAME
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               IF CME-ID(C) = WS-WORK-CUST-ID
                   MOVE CME-NAME(C) TO WS-CUST-NAME
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CONTACT-INDEX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CC-COUNT
               IF CNT-ID(K) = WS-WORK-CUST-ID
                   MOVE K TO WS-CONTACT-INDEX
               END-IF
           END-PERFORM
           MOVE "D" TO WS-PS-FUNCTION
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "DATE " WS-TODAY "   CUSTOMER " WS-WORK-CUST-ID
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE WS-CUST-NAME TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           IF WS-CONTACT-INDEX = 0
               MOVE "*** NO MAILING ADDRESS ON FILE ***"
                   TO WS-PS-TEXT-1
               PERFORM 0490-PRINT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "NO ADDRESS ON custcontact.dat FOR "
                   WS-WORK-CUST-ID "."
           ELSE
               MOVE CNT-STREET(WS-CONTACT-INDEX) TO WS-PS-TEXT-1
               PERFORM 0490-PRINT-LINE
               MOVE SPACES TO WS-PS-TEXT-1
               STRING FUNCTION TRIM(CNT-CITY(WS-CONTACT-INDEX)) "  "
                   CNT-POSTAL(WS-CONTACT-INDEX)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0490-PRINT-LINE
      *        THE STANDARDIZATION PASS SAYS THIS ONE WILL COME BACK.
               IF CNT-STATUS(WS-CONTACT-INDEX) = "U"
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "ADDRESS FOR " WS-WORK-CUST-ID " IS FLAGGED "
                       "UNDELIVERABLE."
               END-IF
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           PERFORM 0420-PRINT-WORDING
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE "   INVOICE  DATE        DAYS       UNPAID"
               TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SI-COUNT
               IF SIE-CUST-ID(I) = WS-WORK-CUST-ID
                   MOVE SIE-DAYS(I) TO ED-DAYS
                   MOVE SIE-OPEN(I) TO ED-AMOUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "   " SIE-INVOICE-NO(I) "   "
                       SIE-INVOICE-DATE(I) "   " ED-DAYS " "
                       ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
               END-IF
           END-PERFORM
           IF DNE-ON-ACCOUNT(D) > 0
               MOVE DNE-ON-ACCOUNT(D) TO ED-AMOUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "   LESS CASH ON ACCOUNT      " ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0490-PRINT-LINE
           END-IF
           MOVE WS-NET-OVERDUE TO ED-AMOUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "   AMOUNT NOW OVERDUE        " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE "IF YOUR PAYMENT HAS CROSSED WITH THIS LETTER, PLEASE "
               TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE "ACCEPT OUR THANKS. ACCOUNTS RECEIVABLE."
               TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0490-PRINT-LINE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "STAGE " WS-CURRENT-STAGE " LETTER TO "
               WS-WORK-CUST-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

      *    THE WORDING HARDENS WITH EACH STAGE.
       0420-PRINT-WORDING.
           EVALUATE WS-CURRENT-STAGE
               WHEN 1
                   MOVE "REMINDER" TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE PAST "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "THEIR 30-DAY TERMS. PLEASE ARRANGE PAYMENT AT "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "YOUR EARLIEST CONVENIENCE." TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
               WHEN 2
                   MOVE "SECOND NOTICE" TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "THE INVOICES BELOW REMAIN UNPAID DESPITE OUR "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "EARLIER REMINDER. PLEASE REMIT THE AMOUNT "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "OVERDUE WITHIN 10 DAYS OF THIS LETTER."
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE" TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "THE INVOICES BELOW ARE MORE THAN 90 DAYS "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "OVERDUE. YOUR ACCOUNT HAS BEEN PLACED ON "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "CREDIT HOLD AND NO FURTHER ORDERS WILL BE "
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
                   MOVE "ACCEPTED UNTIL IT IS SETTLED IN FULL."
                       TO WS-PS-TEXT-1
                   PERFORM 0490-PRINT-LINE
           END-EVALUATE.

       0490-PRINT-LINE.
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    FINDS THE CUSTOMER'S ENTRY, ADDING IT IF NEW. ZERO WHEN
      *    THE TABLE IS FULL.
       0700-FIND-DUNNING-ENTRY.
           MOVE 0 TO WS-DUN-INDEX
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               IF DNE-CUST-ID(D) = WS-WORK-CUST-ID
                   MOVE D TO WS-DUN-INDEX
               END-IF
           END-PERFORM
           IF WS-DUN-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DN-COUNT = 500
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DN-COUNT
           MOVE WS-DN-COUNT TO WS-DUN-INDEX
           MOVE WS-WORK-CUST-ID TO DNE-CUST-ID(WS-DUN-INDEX)
           MOVE 0 TO DNE-OLDEST-DAYS(WS-DUN-INDEX)
           MOVE 0 TO DNE-OVERDUE(WS-DUN-INDEX)
           MOVE 0 TO DNE-ON-ACCOUNT(WS-DUN-INDEX).

       0800-REWRITE-CREDIT.
           OPEN OUTPUT CREDIT-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CH-COUNT
               MOVE CH-ENTRY(H) TO CREDIT-RECORD
               WRITE CREDIT-RECORD
           END-PERFORM
           CLOSE CREDIT-FILE.
