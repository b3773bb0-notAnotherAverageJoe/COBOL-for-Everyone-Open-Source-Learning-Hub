       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MONTHLY CUSTOMER STATEMENTS. RUN EARLY IN THE
      *            MONTH, IT STATES THE PREVIOUS CALENDAR MONTH FROM
      *            THE RECEIVABLES LEDGER (arledger.dat -- INVRUN
      *            CHARGES INVOICES TO IT, CASHRCPT CREDITS RECEIPTS):
      *            FOR EVERY CUSTOMER WITH ACTIVITY IN THE MONTH OR A
      *            BALANCE STILL OWING OR IN CREDIT, THE NAME AND
      *            MAILING ADDRESS (custmaster.dat, custcontact.dat),
      *            THE BALANCE BROUGHT FORWARD, EACH INVOICE AND
      *            RECEIPT OF THE MONTH WITH A RUNNING BALANCE, AND
      *            THE CLOSING BALANCE. MOVING ON-ACCOUNT CASH ONTO AN
      *            INVOICE DOES NOT CHANGE WHAT IS OWED AND IS NOT
      *            PRINTED. THE STATEMENTS GO THROUGH THE SHARED PRINT
      *            SERVICES TO arstmt.rpt. A CUSTOMER WITH NO USABLE
      *            ADDRESS IS STILL STATED BUT NAMED ON THE CONSOLE
      *            AND THE RUN ENDS WITH RETURN CODE 4. UPDATES
      *            NOTHING.
      *            THE STREET IS HELD ENCRYPTED ON custcontact.dat
      *            AND IS DECRYPTED ONLY FOR THE ADDRESS ITSELF.
      *    compile with (from the repo root) ->
      *        cobc -x -o arstmt Copybooks/arstmt.cob
      *    then run ./arstmt

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
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-PERIOD           PIC X(6).
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-MONTH     PIC 9(2) VALUE 0.
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-CUST-NAME        PIC X(31).
       01  WS-STMT-INDEX       PIC 9(3) VALUE 0.
       01  WS-CONTACT-INDEX    PIC 9(3) VALUE 0.
       01  WS-RUNNING-BALANCE  PIC S9(7)V99 VALUE 0.
       01  WS-LEDGER-DESC      PIC X(20).
       01  WS-TABLE-FULL       PIC X VALUE "N".
       01  WS-STMT-COUNT       PIC 9(5) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.

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

      *    ONE ENTRY PER CUSTOMER ON THE LEDGER, IN THE ORDER FIRST
      *    MET. STE-ACTIVITY IS "Y" WHEN ANYTHING WAS POSTED IN THE
      *    STATEMENT MONTH.
       01  STATEMENT-TABLE.
           05 WS-ST-COUNT      PIC 9(3) VALUE 0.
           05 ST-ENTRY OCCURS 500 TIMES.
               10 STE-CUST-ID      PIC X(6).
               10 STE-OPENING      PIC S9(7)V99.
               10 STE-CLOSING      PIC S9(7)V99.
               10 STE-ACTIVITY     PIC X.
       01  S                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-CHARGE        PIC ZZZ,ZZ9.99.
           05 ED-CHARGE-X REDEFINES ED-CHARGE PIC X(10).
           05 ED-CREDIT        PIC ZZZ,ZZ9.99.
           05 ED-CREDIT-X REDEFINES ED-CREDIT PIC X(10).
           05 ED-BALANCE       PIC -,---,--9.99.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).
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
           MOVE WS-TODAY(1:4) TO WS-PERIOD-YEAR
           MOVE WS-TODAY(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           MOVE WS-PERIOD-YEAR TO WS-PERIOD(1:4)
           MOVE WS-PERIOD-MONTH TO WS-PERIOD(5:2)
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
               DISPLAY "NO RECEIVABLES LEDGER (arledger.dat) ON FILE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-TOTAL-LEDGER
           CLOSE AR-LEDGER-FILE
           PERFORM 0100-LOAD-CUSTOMERS
           PERFORM 0120-LOAD-CONTACTS
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "arstmt.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "CUSTOMER STATEMENTS FOR THE MONTH OF " WS-PERIOD
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-ST-COUNT
               IF STE-ACTIVITY(S) = "Y" OR STE-CLOSING(S) NOT = 0
                   PERFORM 0300-PRINT-STATEMENT
               END-IF
           END-PERFORM
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-STMT-COUNT " STATEMENTS FOR " WS-PERIOD
               " PRINTED TO arstmt.rpt."
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 500 CUSTOMERS ON THE LEDGER -- "
                   "SOME WERE NOT STATED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-ADDRESS-COUNT > 0
               DISPLAY WS-NO-ADDRESS-COUNT " STATEMENTS HAVE NO "
                   "USABLE ADDRESS AND MUST GO BY HAND."
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

      *    FIRST PASS: EVERYTHING BEFORE THE MONTH IS THE BALANCE
      *    BROUGHT FORWARD; LATER POSTINGS ARE LEFT FOR NEXT MONTH.
       0150-TOTAL-LEDGER.
           MOVE "N" TO WS-AL-EOF
           PERFORM UNTIL WS-AL-EOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       IF AL-DATE(1:6) <= WS-PERIOD
                           PERFORM 0160-TOTAL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       0160-TOTAL-ONE-LINE.
           MOVE 0 TO WS-STMT-INDEX
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-ST-COUNT
               IF STE-CUST-ID(S) = AL-CUST-ID
                   MOVE S TO WS-STMT-INDEX
               END-IF
           END-PERFORM
           IF WS-STMT-INDEX = 0
               IF WS-ST-COUNT = 500
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-STMT-INDEX
               MOVE AL-CUST-ID TO STE-CUST-ID(WS-STMT-INDEX)
               MOVE 0 TO STE-OPENING(WS-STMT-INDEX)
               MOVE 0 TO STE-CLOSING(WS-STMT-INDEX)
               MOVE "N" TO STE-ACTIVITY(WS-STMT-INDEX)
           END-IF
           IF AL-DR-CR = "DR"
               ADD AL-AMOUNT TO STE-CLOSING(WS-STMT-INDEX)
           ELSE
               SUBTRACT AL-AMOUNT FROM STE-CLOSING(WS-STMT-INDEX)
           END-IF
           IF AL-DATE(1:6) < WS-PERIOD
               IF AL-DR-CR = "DR"
                   ADD AL-AMOUNT TO STE-OPENING(WS-STMT-INDEX)
               ELSE
                   SUBTRACT AL-AMOUNT FROM STE-OPENING(WS-STMT-INDEX)
               END-IF
           ELSE
               IF AL-TYPE NOT = "A"
                   MOVE "Y" TO STE-ACTIVITY(WS-STMT-INDEX)
               END-IF
           END-IF.

      *    ADDRESSED AS mailextract.cob LABELS ARE: NAME, STREET,
      *    CITY AND POSTAL CODE.
       0300-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE STE-CUST-ID(S) TO WS-WORK-CUST-ID
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
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "STATEMENT FOR " WS-PERIOD "   CUSTOMER "
               WS-WORK-CUST-ID "   DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-CUST-NAME TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-CONTACT-INDEX = 0
               MOVE "*** NO MAILING ADDRESS ON FILE ***"
                   TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "NO ADDRESS ON custcontact.dat FOR "
                   WS-WORK-CUST-ID "."
           ELSE
               MOVE CNT-STREET(WS-CONTACT-INDEX) TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               MOVE SPACES TO WS-PS-TEXT-1
               STRING FUNCTION TRIM(CNT-CITY(WS-CONTACT-INDEX)) "  "
                   CNT-POSTAL(WS-CONTACT-INDEX)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
      *        THE STANDARDIZATION PASS SAYS THIS ONE WILL COME BACK.
               IF CNT-STATUS(WS-CONTACT-INDEX) = "U"
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "ADDRESS FOR " WS-WORK-CUST-ID " IS FLAGGED "
                       "UNDELIVERABLE."
               END-IF
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "DATE     ENTRY                REF    INVOICE"
               "   CHARGES    CREDITS      BALANCE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE STE-OPENING(S) TO WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO ED-BALANCE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "         BALANCE BROUGHT FORWARD"
               "                                  " ED-BALANCE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF STE-ACTIVITY(S) = "Y"
               PERFORM 0350-PRINT-MONTH-LINES
           END-IF
           MOVE STE-CLOSING(S) TO ED-BALANCE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "         BALANCE NOW DUE"
               "                                          " ED-BALANCE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    SECOND PASS FOR THIS CUSTOMER: THE MONTH'S POSTINGS.
       0350-PRINT-MONTH-LINES.
           MOVE "N" TO WS-AL-EOF
           OPEN INPUT AR-LEDGER-FILE
           PERFORM UNTIL WS-AL-EOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       IF AL-CUST-ID = WS-WORK-CUST-ID
                           AND AL-DATE(1:6) = WS-PERIOD
                           AND AL-TYPE NOT = "A"
                           PERFORM 0360-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       0360-PRINT-ONE-LINE.
           MOVE SPACES TO ED-CHARGE-X
           MOVE SPACES TO ED-CREDIT-X
           IF AL-DR-CR = "DR"
               ADD AL-AMOUNT TO WS-RUNNING-BALANCE
               MOVE AL-AMOUNT TO ED-CHARGE
           ELSE
               SUBTRACT AL-AMOUNT FROM WS-RUNNING-BALANCE
               MOVE AL-AMOUNT TO ED-CREDIT
           END-IF
           EVALUATE TRUE
               WHEN AL-TYPE = "I"
                   MOVE "INVOICE" TO WS-LEDGER-DESC
               WHEN AL-INVOICE-NO = 0
                   MOVE "PAYMENT ON ACCOUNT" TO WS-LEDGER-DESC
               WHEN OTHER
                   MOVE "PAYMENT - THANK YOU" TO WS-LEDGER-DESC
           END-EVALUATE
           MOVE WS-RUNNING-BALANCE TO ED-BALANCE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING AL-DATE " " WS-LEDGER-DESC " " AL-REF-NO " "
               AL-INVOICE-NO " " ED-CHARGE " " ED-CREDIT " " ED-BALANCE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
