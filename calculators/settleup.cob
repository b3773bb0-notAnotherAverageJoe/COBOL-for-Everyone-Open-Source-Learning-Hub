       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEUP.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SHARED-EXPENSE SETTLE-UP FOR A FLAT-SHARE
      *            HOUSEHOLD. FOR A KEYED PERIOD IT TOTALS WHAT EACH
      *            MEMBER ON hhmembers.dat (SEE membmaint.cob) PAID
      *            -- THE TX-PAYER spendentry.cob AND stmtimport.cob
      *            RECORD -- AND WHAT EACH OWED, SPLITTING EVERY
      *            TRANSACTION BY THE MEMBERS' SHARES OF ITS
      *            CATEGORY (SCALED WHEN THEY DO NOT ADD TO 100;
      *            EVEN WHEN NOBODY HAS A SHARE), THE ODD CENT GOING
      *            TO THE LAST MEMBER. THE BALANCE LEFT FROM BEFORE
      *            THE PERIOD IS BROUGHT FORWARD, SO NOTHING UNSETTLED
      *            IS LOST BETWEEN RUNS. IT THEN LISTS THE TRANSFERS
      *            THAT SQUARE EVERYONE UP -- THE LARGEST DEBTOR PAYS
      *            THE LARGEST CREDITOR UNTIL ALL ARE LEVEL, WHICH
      *            NEVER TAKES MORE THAN ONE TRANSFER FEWER THAN THE
      *            MEMBER COUNT -- AND, IF ASKED, RECORDS THEM ON
      *            transactions.dat AS CATEGORY SETTLEMENT DATED THE
      *            LAST DAY OF THE PERIOD (PAYER THE DEBTOR, MEMO
      *            "SETTLE TO " AND THE CREDITOR), WHICH CARRIES THE
      *            SQUARED BALANCE FORWARD. budgetactual.cob SKIPS
      *            SETTLEMENTS -- THEY ARE NOT SPENDING. TRANSACTIONS
      *            WITH NO PAYER (ENTERED BEFORE THE HOUSEHOLD HAD
      *            MEMBERS, OR BY standord.cob) ARE LEFT OUT AND
      *            COUNTED; ONES PAID BY A FORMER MEMBER ARE LISTED.
      *    compile with (from the repo root) ->
      *        cobc -x -o settleup calculators/settleup.cob
      *    then run ./settleup

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "hhmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT SPENDENTRY WRITES.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TX-HOUSEHOLD-ID  PIC X(4).
           05 TX-DATE          PIC X(8).
           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    SAME LAYOUT MEMBMAINT WRITES.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 HM-HOUSEHOLD-ID  PIC X(4).
           05 HM-MEMBER-ID     PIC X(6).
           05 HM-NAME          PIC X(20).
           05 HM-SPLIT-PCT     PIC 9(3)V99 OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TX-EOF           PIC X VALUE "N".
       01  WS-HM-EOF           PIC X VALUE "N".
       01  WS-HOUSEHOLD-ID     PIC X(4) VALUE SPACES.
       01  WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01  WS-TO-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-PERIOD        PIC X VALUE "N".
       01  WS-ANSWER           PIC X VALUE "N".
       01  WS-PAYER-INDEX      PIC 9(2) VALUE 0.
       01  WS-PAYEE-INDEX      PIC 9(2) VALUE 0.
       01  WS-CAT-INDEX        PIC 9(2) VALUE 0.
       01  WS-SHARE            PIC 9(6)V99 VALUE 0.
       01  WS-ALLOCATED        PIC 9(6)V99 VALUE 0.
       01  WS-LAST-SHARER      PIC 9(2) VALUE 0.
       01  WS-NO-PAYER-COUNT   PIC 9(4) VALUE 0.
       01  WS-NO-PAYER-TOTAL   PIC 9(7)V99 VALUE 0.
       01  WS-FORMER-COUNT     PIC 9(4) VALUE 0.
       01  WS-PERIOD-COUNT     PIC 9(4) VALUE 0.

      *    THE HOUSEHOLD'S MEMBERS WITH THEIR SHARES, WHAT THEY PAID
      *    AND OWED BEFORE THE PERIOD (BF) AND IN IT, AND THE NET:
      *    ABOVE ZERO THE MEMBER IS OWED MONEY, BELOW ZERO THEY OWE.
       01  MEMBER-TABLE.
           05 WS-MB-COUNT      PIC 9(2) VALUE 0.
           05 MB-ENTRY OCCURS 20 TIMES.
               10 MBE-MEMBER-ID    PIC X(6).
               10 MBE-NAME         PIC X(20).
               10 MBE-SPLIT-PCT    PIC 9(3)V99 OCCURS 8 TIMES.
               10 MBE-BF-PAID      PIC 9(7)V99.
               10 MBE-BF-OWED      PIC 9(7)V99.
               10 MBE-PAID         PIC 9(7)V99.
               10 MBE-OWED         PIC 9(7)V99.
               10 MBE-NET          PIC S9(7)V99.
       01  M                   PIC 9(2) VALUE 1.

       01  CATEGORY-SHARE-TOTALS.
           05 WS-SHARE-TOTAL   PIC 9(4)V99 OCCURS 8 TIMES.

      *    THE TRANSFERS THAT SQUARE THE HOUSEHOLD UP.
       01  TRANSFER-TABLE.
           05 WS-TF-COUNT      PIC 9(2) VALUE 0.
           05 TF-ENTRY OCCURS 20 TIMES.
               10 TFE-FROM         PIC X(6).
               10 TFE-TO           PIC X(6).
               10 TFE-AMOUNT       PIC 9(7)V99.
       01  T                   PIC 9(2) VALUE 1.
       01  WS-BIG-CREDITOR     PIC 9(2) VALUE 0.
       01  WS-BIG-DEBTOR       PIC 9(2) VALUE 0.
       01  WS-TRANSFER         PIC 9(7)V99 VALUE 0.
       01  WS-SQUARED          PIC X VALUE "N".

      *    THE PLANNER'S EXPENSE CATEGORIES -- SAME ORDER AS THE
      *    SHARES ON hhmembers.dat.
       01  CATEGORY-LIST.
           05 FILLER PIC X(14) VALUE "RENT".
           05 FILLER PIC X(14) VALUE "UTILITIES".
           05 FILLER PIC X(14) VALUE "TRANSPORTATION".
           05 FILLER PIC X(14) VALUE "GROCERIES".
           05 FILLER PIC X(14) VALUE "ENTERTAINMENT".
           05 FILLER PIC X(14) VALUE "DEBT-PAYMENTS".
           05 FILLER PIC X(14) VALUE "INSURANCE".
           05 FILLER PIC X(14) VALUE "SUBSCRIPTIONS".
       01  CATEGORY-TABLE REDEFINES CATEGORY-LIST.
           05 CAT-NAME OCCURS 8 TIMES PIC X(14).
       01  C                   PIC 9(2) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-BF            PIC -Z,ZZZ,ZZ9.99.
           05 ED-PAID          PIC Z,ZZZ,ZZ9.99.
           05 ED-OWED          PIC Z,ZZZ,ZZ9.99.
           05 ED-NET           PIC -Z,ZZZ,ZZ9.99.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-BF-NET           PIC S9(7)V99 VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "SETTLEUP".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL WS-HOUSEHOLD-ID NOT = SPACES
               DISPLAY "ENTER HOUSEHOLD ID (E.G. HH01): "
               ACCEPT WS-HOUSEHOLD-ID
           END-PERFORM
           PERFORM 0100-LOAD-MEMBERS
           IF WS-MB-COUNT < 2
               DISPLAY WS-HOUSEHOLD-ID " HAS FEWER THAN TWO MEMBERS "
                   "ON hhmembers.dat -- NOTHING TO SETTLE. ADD THEM "
                   "WITH membmaint FIRST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER PERIOD FROM (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-DV-DATE-1
           PERFORM 0150-TAKE-VALID-DATE
           MOVE WS-DV-DATE-1 TO WS-FROM-DATE
           DISPLAY "ENTER PERIOD TO (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE WS-TO-DATE TO WS-DV-DATE-1
           PERFORM 0150-TAKE-VALID-DATE
           MOVE WS-DV-DATE-1 TO WS-TO-DATE
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "THE PERIOD ENDS BEFORE IT STARTS. NOTHING "
                   "SETTLED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-READ-TRANSACTIONS
           PERFORM 0400-COMPUTE-NETS
           PERFORM 0500-SHOW-BALANCES
           PERFORM 0600-FIND-TRANSFERS
           PERFORM 0650-SHOW-TRANSFERS
           IF WS-TF-COUNT > 0
               DISPLAY "RECORD THESE TRANSFERS AS SETTLEMENT "
                   "TRANSACTIONS DATED " WS-TO-DATE " (Y/N)? "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER = "Y"
                   PERFORM 0700-RECORD-SETTLEMENTS
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SETTLE-UP " WS-HOUSEHOLD-ID " TO " WS-TO-DATE
               " " WS-TF-COUNT " TRANSFERS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-MEMBERS.
           MOVE 0 TO WS-MB-COUNT
           MOVE "N" TO WS-HM-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-HM-FILE-STATUS = "00"
               PERFORM UNTIL WS-HM-EOF = "Y" OR WS-MB-COUNT = 20
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-HM-EOF
                       NOT AT END
                           IF HM-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               PERFORM 0110-ADD-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               MOVE 0 TO WS-SHARE-TOTAL(C)
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
                   ADD MBE-SPLIT-PCT(M, C) TO WS-SHARE-TOTAL(C)
               END-PERFORM
           END-PERFORM.

       0110-ADD-MEMBER.
           ADD 1 TO WS-MB-COUNT
           MOVE HM-MEMBER-ID TO MBE-MEMBER-ID(WS-MB-COUNT)
           MOVE HM-NAME TO MBE-NAME(WS-MB-COUNT)
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               IF HM-SPLIT-PCT(C) IS NUMERIC
                   MOVE HM-SPLIT-PCT(C)
                       TO MBE-SPLIT-PCT(WS-MB-COUNT, C)
               ELSE
                   MOVE 0 TO MBE-SPLIT-PCT(WS-MB-COUNT, C)
               END-IF
           END-PERFORM
           MOVE 0 TO MBE-BF-PAID(WS-MB-COUNT)
           MOVE 0 TO MBE-BF-OWED(WS-MB-COUNT)
           MOVE 0 TO MBE-PAID(WS-MB-COUNT)
           MOVE 0 TO MBE-OWED(WS-MB-COUNT)
           MOVE 0 TO MBE-NET(WS-MB-COUNT).

       0150-TAKE-VALID-DATE.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
           PERFORM UNTIL WS-DV-FLAG = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE. RE-ENTER: "
               ACCEPT WS-DV-DATE-1
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
           END-PERFORM.

      *    EVERYTHING BEFORE THE PERIOD FEEDS THE BROUGHT-FORWARD
      *    BALANCE; EVERYTHING IN IT, THE PERIOD'S FIGURES.
       0200-READ-TRANSACTIONS.
           MOVE "N" TO WS-TX-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TX-EOF = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-TX-EOF
                   NOT AT END
                       IF TX-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               AND TX-DATE NOT > WS-TO-DATE
                           IF TX-DATE < WS-FROM-DATE
                               MOVE "N" TO WS-IN-PERIOD
                           ELSE
                               MOVE "Y" TO WS-IN-PERIOD
                           END-IF
                           PERFORM 0300-APPLY-TRANSACTION
                               THRU 0300-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       0300-APPLY-TRANSACTION.
           IF TX-PAYER = SPACES
               IF WS-IN-PERIOD = "Y"
                   ADD 1 TO WS-NO-PAYER-COUNT
                   ADD TX-AMOUNT TO WS-NO-PAYER-TOTAL
               END-IF
               GO TO 0300-EXIT
           END-IF
           MOVE 0 TO WS-PAYER-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
               IF MBE-MEMBER-ID(M) = TX-PAYER
                   MOVE M TO WS-PAYER-INDEX
               END-IF
           END-PERFORM
           IF WS-PAYER-INDEX = 0
               ADD 1 TO WS-FORMER-COUNT
               MOVE TX-AMOUNT TO ED-AMOUNT
               DISPLAY "*** " TX-DATE " " TX-CATEGORY " " ED-AMOUNT
                   " PAID BY " TX-PAYER
                   " -- NOT A CURRENT MEMBER, LEFT OUT. ***"
               GO TO 0300-EXIT
           END-IF
           IF WS-IN-PERIOD = "Y"
               ADD 1 TO WS-PERIOD-COUNT
               ADD TX-AMOUNT TO MBE-PAID(WS-PAYER-INDEX)
           ELSE
               ADD TX-AMOUNT TO MBE-BF-PAID(WS-PAYER-INDEX)
           END-IF
           IF TX-CATEGORY = "SETTLEMENT"
               PERFORM 0320-APPLY-SETTLEMENT
               GO TO 0300-EXIT
           END-IF
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               IF CAT-NAME(C) = TX-CATEGORY
                   MOVE C TO WS-CAT-INDEX
               END-IF
           END-PERFORM
           PERFORM 0340-SPLIT-AMOUNT.
       0300-EXIT.
           EXIT.

      *    A SETTLEMENT IS OWED WHOLLY BY THE MEMBER IT WAS PAID TO;
      *    ONE TO A FORMER MEMBER FALLS BACK TO THE PAYER, WHICH
      *    LEAVES IT NEUTRAL.
       0320-APPLY-SETTLEMENT.
           MOVE WS-PAYER-INDEX TO WS-PAYEE-INDEX
           IF TX-MEMO(1:10) = "SETTLE TO "
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
                   IF MBE-MEMBER-ID(M) = TX-MEMO(11:6)
                       MOVE M TO WS-PAYEE-INDEX
                   END-IF
               END-PERFORM
           END-IF
           MOVE TX-AMOUNT TO WS-SHARE
           MOVE WS-PAYEE-INDEX TO M
           PERFORM 0360-ADD-OWED.

      *    EACH MEMBER OWES AMOUNT * SHARE / TOTAL SHARES OF THE
      *    CATEGORY (AN EVEN SPLIT WHEN NOBODY HAS A SHARE, OR THE
      *    CATEGORY IS NOT ONE OF THE PLANNER'S), TRUNCATED TO THE
      *    CENT; THE LAST MEMBER SHARING TAKES WHAT IS LEFT.
       0340-SPLIT-AMOUNT.
           MOVE 0 TO WS-ALLOCATED
           MOVE WS-MB-COUNT TO WS-LAST-SHARER
           IF WS-CAT-INDEX NOT = 0
               IF WS-SHARE-TOTAL(WS-CAT-INDEX) > 0
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > WS-MB-COUNT
                       IF MBE-SPLIT-PCT(M, WS-CAT-INDEX) > 0
                           MOVE M TO WS-LAST-SHARER
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-CAT-INDEX
               END-IF
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
               EVALUATE TRUE
                   WHEN M = WS-LAST-SHARER
                       COMPUTE WS-SHARE = TX-AMOUNT - WS-ALLOCATED
                   WHEN M > WS-LAST-SHARER
                       MOVE 0 TO WS-SHARE
                   WHEN WS-CAT-INDEX = 0
                       COMPUTE WS-SHARE = TX-AMOUNT / WS-MB-COUNT
                   WHEN OTHER
                       COMPUTE WS-SHARE = TX-AMOUNT
                           * MBE-SPLIT-PCT(M, WS-CAT-INDEX)
                           / WS-SHARE-TOTAL(WS-CAT-INDEX)
               END-EVALUATE
               ADD WS-SHARE TO WS-ALLOCATED
               PERFORM 0360-ADD-OWED
           END-PERFORM.

       0360-ADD-OWED.
           IF WS-IN-PERIOD = "Y"
               ADD WS-SHARE TO MBE-OWED(M)
           ELSE
               ADD WS-SHARE TO MBE-BF-OWED(M)
           END-IF.

       0400-COMPUTE-NETS.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
               COMPUTE MBE-NET(M) = MBE-BF-PAID(M) - MBE-BF-OWED(M)
                   + MBE-PAID(M) - MBE-OWED(M)
           END-PERFORM.

       0500-SHOW-BALANCES.
           DISPLAY " "
           DISPLAY "----- SETTLE-UP " WS-HOUSEHOLD-ID " "
               WS-FROM-DATE " TO " WS-TO-DATE " -----"
           DISPLAY "MEMBER  NAME                  BROUGHT-FWD"
               "          PAID          OWED       BALANCE"
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
               COMPUTE WS-BF-NET = MBE-BF-PAID(M) - MBE-BF-OWED(M)
               MOVE WS-BF-NET TO ED-BF
               MOVE MBE-PAID(M) TO ED-PAID
               MOVE MBE-OWED(M) TO ED-OWED
               MOVE MBE-NET(M) TO ED-NET
               DISPLAY MBE-MEMBER-ID(M) "  " MBE-NAME(M) "  " ED-BF
                   "  " ED-PAID "  " ED-OWED "  " ED-NET
           END-PERFORM
           DISPLAY "(BALANCE ABOVE ZERO: THE MEMBER IS OWED MONEY; "
               "BELOW ZERO: THE MEMBER OWES.)"
           DISPLAY WS-PERIOD-COUNT " TRANSACTIONS IN THE PERIOD."
           IF WS-NO-PAYER-COUNT > 0
               MOVE WS-NO-PAYER-TOTAL TO ED-AMOUNT
               DISPLAY WS-NO-PAYER-COUNT " TRANSACTIONS (" ED-AMOUNT
                   ") HAVE NO PAYER AND ARE LEFT OUT."
           END-IF.

      *    THE LARGEST DEBTOR PAYS THE LARGEST CREDITOR AS MUCH AS
      *    LEVELS ONE OF THEM; REPEAT UNTIL NOBODY IS OUT BY A CENT.
       0600-FIND-TRANSFERS.
           MOVE 0 TO WS-TF-COUNT
           MOVE "N" TO WS-SQUARED
           PERFORM UNTIL WS-SQUARED = "Y" OR WS-TF-COUNT = 20
               MOVE 0 TO WS-BIG-CREDITOR
               MOVE 0 TO WS-BIG-DEBTOR
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MB-COUNT
                   IF MBE-NET(M) > 0
                       IF WS-BIG-CREDITOR = 0
                           MOVE M TO WS-BIG-CREDITOR
                       ELSE
                           IF MBE-NET(M) > MBE-NET(WS-BIG-CREDITOR)
                               MOVE M TO WS-BIG-CREDITOR
                           END-IF
                       END-IF
                   END-IF
                   IF MBE-NET(M) < 0
                       IF WS-BIG-DEBTOR = 0
                           MOVE M TO WS-BIG-DEBTOR
                       ELSE
                           IF MBE-NET(M) < MBE-NET(WS-BIG-DEBTOR)
                               MOVE M TO WS-BIG-DEBTOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BIG-CREDITOR = 0 OR WS-BIG-DEBTOR = 0
                   MOVE "Y" TO WS-SQUARED
               ELSE
                   PERFORM 0610-ADD-TRANSFER
               END-IF
           END-PERFORM.

       0610-ADD-TRANSFER.
           IF MBE-NET(WS-BIG-CREDITOR) < 0 - MBE-NET(WS-BIG-DEBTOR)
               MOVE MBE-NET(WS-BIG-CREDITOR) TO WS-TRANSFER
           ELSE
               COMPUTE WS-TRANSFER = 0 - MBE-NET(WS-BIG-DEBTOR)
           END-IF
           ADD 1 TO WS-TF-COUNT
           MOVE MBE-MEMBER-ID(WS-BIG-DEBTOR) TO TFE-FROM(WS-TF-COUNT)
           MOVE MBE-MEMBER-ID(WS-BIG-CREDITOR) TO TFE-TO(WS-TF-COUNT)
           MOVE WS-TRANSFER TO TFE-AMOUNT(WS-TF-COUNT)
           SUBTRACT WS-TRANSFER FROM MBE-NET(WS-BIG-CREDITOR)
           ADD WS-TRANSFER TO MBE-NET(WS-BIG-DEBTOR).

       0650-SHOW-TRANSFERS.
           DISPLAY " "
           IF WS-TF-COUNT = 0
               DISPLAY "EVERYONE IS SQUARE -- NO TRANSFERS NEEDED."
           ELSE
               DISPLAY "TRANSFERS TO SETTLE UP:"
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TF-COUNT
                   MOVE TFE-AMOUNT(T) TO ED-AMOUNT
                   DISPLAY "    " TFE-FROM(T) " PAYS " TFE-TO(T)
                       "  " ED-AMOUNT
               END-PERFORM
           END-IF.

      *    EACH TRANSFER BECOMES A SETTLEMENT TRANSACTION: PAID BY
      *    THE DEBTOR, OWED BY THE CREDITOR, SO THE NEXT RUN BRINGS
      *    FORWARD A SQUARE BALANCE.
       0700-RECORD-SETTLEMENTS.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
      *        FILE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST SETTLEMENT IS WRITTEN.
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TF-COUNT
               MOVE WS-HOUSEHOLD-ID TO TX-HOUSEHOLD-ID
               MOVE WS-TO-DATE TO TX-DATE
               MOVE "SETTLEMENT" TO TX-CATEGORY
               MOVE TFE-AMOUNT(T) TO TX-AMOUNT
               MOVE SPACES TO TX-MEMO
               STRING "SETTLE TO " TFE-TO(T)
                   DELIMITED BY SIZE INTO TX-MEMO
               MOVE TFE-FROM(T) TO TX-PAYER
               WRITE TRANSACTION-RECORD
           END-PERFORM
           CLOSE TRANSACTION-FILE
           DISPLAY WS-TF-COUNT " SETTLEMENTS RECORDED.".
