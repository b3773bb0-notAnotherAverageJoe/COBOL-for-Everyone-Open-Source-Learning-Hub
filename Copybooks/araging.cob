       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    AGED TRIAL BALANCE OF CUSTOMER RECEIVABLES. EVERY
      *            OPEN INVOICE ON salesinvoices.dat (SEE invrun.cob)
      *            IS AGED ON ITS INVOICE DATE AND ITS UNPAID PART
      *            (TOTAL LESS WHAT CASHRCPT HAS APPLIED) ADDED INTO
      *            THE CUSTOMER'S CURRENT (0-30 DAYS), 31-60, 61-90
      *            OR OVER-90-DAY COLUMN. CASH THE CUSTOMER LEFT ON
      *            ACCOUNT (arledger.dat LINES WITH NO INVOICE) IS
      *            SHOWN ON ITS OWN LINE AND TAKEN OFF THE BALANCE,
      *            SO THE BALANCE COLUMN AGREES TO THE LEDGER. THE
      *            REPORT GOES THROUGH THE SHARED PRINT SERVICES TO
      *            araging.rpt WITH COLUMN TOTALS. UPDATES NOTHING.
      *    compile with (from the repo root) ->
      *        cobc -x -o araging Copybooks/araging.cob
      *    then run ./araging

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT SALES-INVOICE-FILE ASSIGN TO "salesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "arledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-SI-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-CUST-NAME        PIC X(15).
       01  WS-AGE-INDEX        PIC 9(3) VALUE 0.
       01  WS-BUCKET-INDEX     PIC 9 VALUE 1.
       01  WS-OPEN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-TABLE-FULL       PIC X VALUE "N".
       01  WS-LISTED-COUNT     PIC 9(3) VALUE 0.

       01  CUSTOMER-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 500 TIMES.
               10 CME-ID           PIC X(6).
               10 CME-NAME         PIC X(15).
       01  C                   PIC 9(3) VALUE 1.

      *    THE AGING BUCKETS. BKE-UPPER IS THE OLDEST AGE IN DAYS
      *    THE BUCKET TAKES; THE LAST BUCKET TAKES EVERYTHING OLDER.
       01  BUCKET-DEFINITIONS.
           05 FILLER PIC X(15) VALUE "CURRENT    0030".
           05 FILLER PIC X(15) VALUE "31-60 DAYS 0060".
           05 FILLER PIC X(15) VALUE "61-90 DAYS 0090".
           05 FILLER PIC X(15) VALUE "OVER 90    9999".
       01  BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
           05 BK-ENTRY OCCURS 4 TIMES.
               10 BKE-LABEL        PIC X(11).
               10 BKE-UPPER        PIC 9(4).
       01  B                   PIC 9 VALUE 1.

      *    ONE ENTRY PER CUSTOMER OWING OR IN CREDIT, IN THE ORDER
      *    FIRST MET ON THE INVOICES AND THEN THE LEDGER.
       01  AGING-TABLE.
           05 WS-AG-COUNT      PIC 9(3) VALUE 0.
           05 AG-ENTRY OCCURS 500 TIMES.
               10 AGE-CUST-ID      PIC X(6).
               10 AGE-BUCKET       PIC 9(7)V99 OCCURS 4 TIMES.
               10 AGE-ON-ACCOUNT   PIC S9(7)V99.
       01  A                   PIC 9(3) VALUE 1.

       01  RUN-TOTALS.
           05 RT-BUCKET        PIC 9(9)V99 OCCURS 4 TIMES.
           05 RT-ON-ACCOUNT    PIC S9(9)V99 VALUE 0.
           05 RT-BALANCE       PIC S9(9)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-BUCKET        PIC ZZZ,ZZ9.99 OCCURS 4 TIMES.
           05 ED-BALANCE       PIC -,---,--9.99.
           05 ED-TOTAL-BUCKET  PIC ZZZ,ZZ9.99 OCCURS 4 TIMES.
           05 ED-TOTAL         PIC -,---,--9.99.

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
           OPEN INPUT SALES-INVOICE-FILE
           IF WS-SI-FILE-STATUS NOT = "00"
               DISPLAY "NO SALES INVOICES (salesinvoices.dat) ON FILE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CUSTOMERS
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 0 TO RT-BUCKET(B)
           END-PERFORM
           MOVE "N" TO WS-SI-EOF
           PERFORM UNTIL WS-SI-EOF = "Y"
               READ SALES-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-SI-EOF
                   NOT AT END
                       IF SI-STATUS = "O"
                           PERFORM 0300-AGE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-INVOICE-FILE
           PERFORM 0350-ADD-ON-ACCOUNT
           PERFORM 0200-PRINT-HEADING
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AG-COUNT
               PERFORM 0400-PRINT-ONE-CUSTOMER
           END-PERFORM
           PERFORM 0500-PRINT-TOTALS
           MOVE RT-BALANCE TO ED-TOTAL
           DISPLAY WS-LISTED-COUNT " CUSTOMERS WITH A BALANCE, "
               ED-TOTAL " OUTSTANDING. SEE araging.rpt."
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 500 CUSTOMERS WITH A BALANCE -- "
                   "THE REPORT IS INCOMPLETE. ***"
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

       0200-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "araging.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "AGED CUSTOMER RECEIVABLES AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CUST   NAME               CURRENT      31-60"
               "      61-90    OVER 90     BALANCE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0300-AGE-ONE-INVOICE.
           COMPUTE WS-OPEN-AMOUNT = SI-TOTAL - SI-PAID
           IF WS-OPEN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SI-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 0700-FIND-AGING-ENTRY
           IF WS-AGE-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE SI-INVOICE-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-RESULT < 0
               MOVE 0 TO WS-DV-RESULT
           END-IF
           MOVE 4 TO WS-BUCKET-INDEX
           PERFORM VARYING B FROM 3 BY -1 UNTIL B < 1
               IF WS-DV-RESULT <= BKE-UPPER(B)
                   MOVE B TO WS-BUCKET-INDEX
               END-IF
           END-PERFORM
           ADD WS-OPEN-AMOUNT TO AGE-BUCKET(WS-AGE-INDEX
               WS-BUCKET-INDEX).

      *    ON-ACCOUNT CASH IS EVERY LEDGER LINE WITH NO INVOICE
      *    NUMBER: RECEIPTS LEFT UNAPPLIED LESS WHAT HAS SINCE BEEN
      *    APPLIED.
       0350-ADD-ON-ACCOUNT.
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
                           MOVE AL-CUST-ID TO WS-WORK-CUST-ID
                           PERFORM 0700-FIND-AGING-ENTRY
                           PERFORM 0360-POST-ON-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       0360-POST-ON-ACCOUNT.
           IF WS-AGE-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF AL-DR-CR = "CR"
               ADD AL-AMOUNT TO AGE-ON-ACCOUNT(WS-AGE-INDEX)
           ELSE
               SUBTRACT AL-AMOUNT FROM AGE-ON-ACCOUNT(WS-AGE-INDEX)
           END-IF.

       0400-PRINT-ONE-CUSTOMER.
           MOVE 0 TO WS-BALANCE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               ADD AGE-BUCKET(A B) TO WS-BALANCE
               ADD AGE-BUCKET(A B) TO RT-BUCKET(B)
               MOVE AGE-BUCKET(A B) TO ED-BUCKET(B)
           END-PERFORM
           SUBTRACT AGE-ON-ACCOUNT(A) FROM WS-BALANCE
           ADD AGE-ON-ACCOUNT(A) TO RT-ON-ACCOUNT
           ADD WS-BALANCE TO RT-BALANCE
      *    A CUSTOMER WHOSE LEDGER NETS TO NOTHING IS NOT LISTED.
           IF WS-BALANCE = 0 AND AGE-ON-ACCOUNT(A) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE "(NOT ON MASTER)" TO WS-CUST-NAME
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               IF CME-ID(C) = AGE-CUST-ID(A)
                   MOVE CME-NAME(C) TO WS-CUST-NAME
               END-IF
           END-PERFORM
           MOVE WS-BALANCE TO ED-BALANCE
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING AGE-CUST-ID(A) " " WS-CUST-NAME " " ED-BUCKET(1)
               " " ED-BUCKET(2) " " ED-BUCKET(3) " " ED-BUCKET(4)
               ED-BALANCE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF AGE-ON-ACCOUNT(A) NOT = 0
               COMPUTE ED-BALANCE = 0 - AGE-ON-ACCOUNT(A)
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "       LESS CASH ON ACCOUNT"
                   "                                       "
                   ED-BALANCE
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.

       0500-PRINT-TOTALS.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE RT-BUCKET(B) TO ED-TOTAL-BUCKET(B)
           END-PERFORM
           MOVE RT-BALANCE TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "TOTAL                  " ED-TOTAL-BUCKET(1) " "
               ED-TOTAL-BUCKET(2) " " ED-TOTAL-BUCKET(3) " "
               ED-TOTAL-BUCKET(4) ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF RT-ON-ACCOUNT NOT = 0
               COMPUTE ED-TOTAL = 0 - RT-ON-ACCOUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "OF WHICH CASH ON ACCOUNT"
                   "                                          "
                   ED-TOTAL
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    FINDS THE CUSTOMER'S ENTRY, ADDING IT IF NEW. ZERO WHEN
      *    THE TABLE IS FULL.
       0700-FIND-AGING-ENTRY.
           MOVE 0 TO WS-AGE-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AG-COUNT
               IF AGE-CUST-ID(A) = WS-WORK-CUST-ID
                   MOVE A TO WS-AGE-INDEX
               END-IF
           END-PERFORM
           IF WS-AGE-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AG-COUNT = 500
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AG-COUNT
           MOVE WS-AG-COUNT TO WS-AGE-INDEX
           MOVE WS-WORK-CUST-ID TO AGE-CUST-ID(WS-AGE-INDEX)
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 0 TO AGE-BUCKET(WS-AGE-INDEX B)
           END-PERFORM
           MOVE 0 TO AGE-ON-ACCOUNT(WS-AGE-INDEX).
