       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    GENERAL-LEDGER PERIOD CLOSE AND YEAR-END CLOSE.
      *            GLPOST WOULD POST INTO ANY YYYYMM ON
      *            glbalances.dat, INCLUDING A MONTH FINANCE HAD
      *            ALREADY REPORTED. THE PERIOD CLOSE LOCKS THE
      *            LEDGER THROUGH A KEYED PERIOD: EVERY PERIOD UP TO
      *            AND INCLUDING IT IS CLOSED, AND GLPOST RE-DATES A
      *            LATE ENTRY FOR A CLOSED PERIOD INTO THE CURRENT
      *            OPEN PERIOD (THE ONE AFTER THE LATEST CLOSE),
      *            NOTING IT ON glppadj.dat AS A PRIOR-PERIOD
      *            ADJUSTMENT. PERIODS CLOSE IN ORDER, NEVER AHEAD
      *            OF THE CALENDAR, AND ONLY WHEN EVERY PERIOD BEING
      *            CLOSED FOOTS (DEBITS = CREDITS). EACH CLOSE IS
      *            LOGGED ON glperiods.dat -- THE LATEST PERIOD ON
      *            THAT LOG IS THE LOCK.
      *            THE YEAR-END CLOSE, RUN ONCE DECEMBER IS CLOSED,
      *            ROLLS THE YEAR'S REVENUE AND EXPENSE BALANCES
      *            INTO A KEYED RETAINED-EARNINGS (EQUITY, TYPE "Q")
      *            ACCOUNT: THE CLOSING ENTRIES POST TO PERIOD
      *            YYYY13, A CLOSING PERIOD AFTER DECEMBER, SO THE
      *            MONTHLY FIGURES AND DECEMBER'S INCOME STATEMENT
      *            ARE UNTOUCHED WHILE EVERY BALANCE FROM THEN ON
      *            CARRIES THE YEAR'S RESULT IN RETAINED EARNINGS.
      *            EACH COMPANY CLOSES ITS OWN LEDGER: THE RUN IS FOR
      *            ONE COMPANY, ONLY ITS ACCOUNTS (GA-COMPANY ON THE
      *            CHART) ARE FOOTED AND CLOSED, AND ITS CLOSES ARE
      *            LOGGED UNDER ITS CODE, SO ONE COMPANY'S LOCK NEVER
      *            HOLDS UP ANOTHER'S POSTINGS.
      *    compile with ->  cobc -x -o glclose glclose.cob
      *    then run ./glclose

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "glbalances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER CLOSE, NEVER REWRITTEN. GP-ACTION: "M" A
      *    PERIOD CLOSE (GP-PERIOD IS THE PERIOD CLOSED THROUGH),
      *    "Y" A YEAR-END CLOSE (GP-PERIOD IS THE YEAR'S CLOSING
      *    PERIOD, YYYY13).
       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           05 GP-PERIOD        PIC X(6).
           05 GP-ACTION        PIC X.
           05 GP-CLOSED-DATE   PIC X(8).
           05 GP-CLOSED-BY     PIC X(10).
           05 GP-COMPANY       PIC X(4).

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05 GA-ACCOUNT       PIC X(8).
           05 GA-DESC          PIC X(30).
           05 GA-TYPE          PIC X.
           05 GA-COMPANY       PIC X(4).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GB-PERIOD        PIC X(6).
           05 GB-ACCOUNT       PIC X(8).
           05 GB-DEBITS        PIC 9(11)V99.
           05 GB-CREDITS       PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-GP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GP-EOF           PIC X VALUE "N".
       01  WS-GA-EOF           PIC X VALUE "N".
       01  WS-GB-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-CONFIRM          PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "GLCLOSE".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE LOCK: THE LATEST PERIOD ON glperiods.dat, AND THE
      *    PERIOD AFTER IT, WHICH IS THE CURRENT OPEN PERIOD.
       01  WS-LATEST-CLOSED    PIC X(6) VALUE "000000".
       01  WS-OPEN-PERIOD      PIC X(6) VALUE SPACES.
       01  WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
           05 WS-OPEN-YEAR     PIC 9(4).
           05 WS-OPEN-MM       PIC 9(2).
       01  WS-CLOSE-PERIOD     PIC X(6) VALUE SPACES.
       01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR    PIC 9(4).
           05 WS-CLOSE-MM      PIC 9(2).
       01  WS-YEAR-INPUT       PIC X(4) VALUE SPACES.
       01  WS-YEAR-START       PIC X(6) VALUE SPACES.
       01  WS-YEAR-END         PIC X(6) VALUE SPACES.
       01  WS-CLOSING-PERIOD   PIC X(6) VALUE SPACES.
       01  WS-YEAR-CLOSED      PIC X VALUE "N".

       01  PERIOD-LOG-TABLE.
           05 WS-GP-COUNT      PIC 9(3) VALUE 0.
           05 GP-ENTRY OCCURS 300 TIMES.
               10 GPE-PERIOD       PIC X(6).
               10 GPE-ACTION       PIC X.
               10 GPE-CLOSED-DATE  PIC X(8).
               10 GPE-CLOSED-BY    PIC X(10).
       01  P                   PIC 9(3) VALUE 1.

       01  ACCOUNT-TABLE.
           05 WS-GA-COUNT      PIC 9(3) VALUE 0.
           05 GA-ENTRY OCCURS 100 TIMES.
               10 GAE-ACCOUNT      PIC X(8).
               10 GAE-TYPE         PIC X.
       01  A                   PIC 9(3) VALUE 1.
       01  WS-RE-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-RE-INDEX         PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-KNOWN    PIC X VALUE "N".

       01  BALANCE-TABLE.
           05 WS-GB-COUNT      PIC 9(3) VALUE 0.
           05 GB-ENTRY OCCURS 200 TIMES.
               10 GBE-PERIOD       PIC X(6).
               10 GBE-ACCOUNT      PIC X(8).
               10 GBE-DEBITS       PIC 9(11)V99.
               10 GBE-CREDITS      PIC 9(11)V99.
       01  B                   PIC 9(3) VALUE 1.
       01  D                   PIC 9(3) VALUE 1.
       01  WS-GB-INDEX         PIC 9(3) VALUE 0.
       01  WS-FIND-PERIOD      PIC X(6) VALUE SPACES.
       01  WS-FIND-ACCOUNT     PIC X(8) VALUE SPACES.
       01  WS-TABLE-FULL       PIC X VALUE "N".

       01  CLOSE-FIGURES.
           05 WS-PERIOD-DEBITS  PIC 9(13)V99 VALUE 0.
           05 WS-PERIOD-CREDITS PIC 9(13)V99 VALUE 0.
           05 WS-UNBALANCED     PIC 9(3) VALUE 0.
           05 WS-ACCOUNT-NET    PIC S9(13)V99 VALUE 0.
           05 WS-CLOSING-DR     PIC 9(13)V99 VALUE 0.
           05 WS-CLOSING-CR     PIC 9(13)V99 VALUE 0.
           05 WS-NET-INCOME     PIC S9(13)V99 VALUE 0.
           05 WS-CLOSED-ACCOUNTS PIC 9(3) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-NET           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-COMPANY      PIC X(4) VALUE SPACES.
       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CLOSING LOCKS THE BOOKS -- THE INQUIRY ROLE HAS NOTHING
      *    TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW THE LEDGER CLOSE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-PERIOD-LOG
           IF WS-GP-COUNT = 300 AND WS-GP-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 300 LINES ON glperiods.dat -- "
                   "ARCHIVE THE OLDEST YEARS FIRST. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-CLOSES
                   WHEN "C"
                       PERFORM 0400-CLOSE-PERIOD THRU 0400-EXIT
                   WHEN "Y"
                       PERFORM 0500-YEAR-END-CLOSE THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-PERIOD-LOG.
           MOVE 0 TO WS-GP-COUNT
           MOVE "N" TO WS-GP-EOF
           MOVE "000000" TO WS-LATEST-CLOSED
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GP-EOF = "Y" OR WS-GP-COUNT = 300
                   READ GL-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-GP-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GP-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0110-TAKE-PERIOD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PERIOD-FILE
           END-IF
           PERFORM 0150-SET-OPEN-PERIOD.

      *    ONLY THE RUN COMPANY'S CLOSES ARE KEPT -- ANOTHER
      *    COMPANY'S LOCK IS NONE OF THIS RUN'S BUSINESS.
       0110-TAKE-PERIOD-LINE.
           ADD 1 TO WS-GP-COUNT
           MOVE GP-PERIOD TO GPE-PERIOD(WS-GP-COUNT)
           MOVE GP-ACTION TO GPE-ACTION(WS-GP-COUNT)
           MOVE GP-CLOSED-DATE TO GPE-CLOSED-DATE(WS-GP-COUNT)
           MOVE GP-CLOSED-BY TO GPE-CLOSED-BY(WS-GP-COUNT)
           IF GP-PERIOD > WS-LATEST-CLOSED
               MOVE GP-PERIOD TO WS-LATEST-CLOSED
           END-IF.

      *    THE PERIOD AFTER THE LATEST CLOSE. MONTH 12 OR THE
      *    CLOSING PERIOD 13 BOTH ROLL TO JANUARY.
       0150-SET-OPEN-PERIOD.
           IF WS-LATEST-CLOSED = "000000"
               MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
           ELSE
               MOVE WS-LATEST-CLOSED TO WS-OPEN-PERIOD
               IF WS-OPEN-MM >= 12
                   ADD 1 TO WS-OPEN-YEAR
                   MOVE 1 TO WS-OPEN-MM
               ELSE
                   ADD 1 TO WS-OPEN-MM
               END-IF
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- GENERAL-LEDGER PERIOD CLOSE -----"
           DISPLAY "L - LIST CLOSES AND THE OPEN PERIOD"
           DISPLAY "C - CLOSE THROUGH A PERIOD"
           DISPLAY "Y - YEAR-END CLOSE TO RETAINED EARNINGS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-CLOSES.
           IF WS-GP-COUNT = 0
               DISPLAY "NO PERIOD HAS BEEN CLOSED YET."
           ELSE
               DISPLAY "PERIOD  CLOSE      ON        BY"
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-GP-COUNT
                   IF GPE-ACTION(P) = "Y"
                       DISPLAY GPE-PERIOD(P) "  YEAR-END   "
                           GPE-CLOSED-DATE(P) "  " GPE-CLOSED-BY(P)
                   ELSE
                       DISPLAY GPE-PERIOD(P) "  PERIOD     "
                           GPE-CLOSED-DATE(P) "  " GPE-CLOSED-BY(P)
                   END-IF
               END-PERFORM
               DISPLAY "LEDGER CLOSED THROUGH " WS-LATEST-CLOSED "."
           END-IF
           DISPLAY "CURRENT OPEN PERIOD: " WS-OPEN-PERIOD.

      *    CLOSING A PERIOD CLOSES EVERYTHING BEFORE IT -- EVERY
      *    PERIOD BETWEEN THE LAST CLOSE AND THIS ONE MUST FOOT.
       0400-CLOSE-PERIOD.
           DISPLAY "CLOSE THROUGH PERIOD (YYYYMM): "
           MOVE SPACES TO WS-CLOSE-PERIOD
           ACCEPT WS-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD IS NOT NUMERIC
                   OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "PERIOD MUST BE YYYYMM."
               GO TO 0400-EXIT
           END-IF
           IF WS-CLOSE-PERIOD NOT > WS-LATEST-CLOSED
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS ALREADY CLOSED "
                   "(LEDGER CLOSED THROUGH " WS-LATEST-CLOSED ")."
               GO TO 0400-EXIT
           END-IF
           IF WS-CLOSE-PERIOD > WS-TODAY(1:6)
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " HAS NOT STARTED "
                   "YET -- IT CANNOT BE CLOSED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0750-LOAD-ACCOUNT-TABLE
           PERFORM 0700-LOAD-BALANCE-TABLE
           MOVE 0 TO WS-UNBALANCED
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-GB-COUNT
               IF GBE-PERIOD(B) > WS-LATEST-CLOSED
                       AND GBE-PERIOD(B) NOT > WS-CLOSE-PERIOD
                   MOVE GBE-ACCOUNT(B) TO WS-FIND-ACCOUNT
                   PERFORM 0760-CHECK-ACCOUNT-COMPANY
                   IF WS-ACCOUNT-KNOWN = "Y"
                       PERFORM 0450-FOOT-ONE-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNBALANCED > 0
               DISPLAY "*** NOTHING CLOSED -- CORRECT THE PERIODS "
                   "ABOVE (SEE gltrial) AND CLOSE AGAIN. ***"
               GO TO 0400-EXIT
           END-IF
           DISPLAY "CLOSE THE LEDGER THROUGH " WS-CLOSE-PERIOD
               "? LATER ENTRIES FOR THESE PERIODS WILL POST AS "
               "PRIOR-PERIOD ADJUSTMENTS (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CLOSED."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-CLOSE-PERIOD TO GP-PERIOD
           MOVE "M" TO GP-ACTION
           PERFORM 0800-APPEND-PERIOD-LOG
           DISPLAY "LEDGER CLOSED THROUGH " WS-LATEST-CLOSED
               ". CURRENT OPEN PERIOD IS NOW " WS-OPEN-PERIOD "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSED GL THROUGH " WS-CLOSE-PERIOD " CO "
               WS-RUN-COMPANY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0400-EXIT.
           EXIT.

      *    FOOTS THE PERIOD OF BALANCE LINE B. EACH PERIOD IS
      *    CHECKED (AND COMPLAINED ABOUT) ONLY AT ITS FIRST LINE.
       0450-FOOT-ONE-PERIOD.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D >= B
               IF GBE-PERIOD(D) = GBE-PERIOD(B)
                   MOVE GBE-ACCOUNT(D) TO WS-FIND-ACCOUNT
                   PERFORM 0760-CHECK-ACCOUNT-COMPANY
                   IF WS-ACCOUNT-KNOWN = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PERIOD-DEBITS
           MOVE 0 TO WS-PERIOD-CREDITS
           PERFORM VARYING D FROM B BY 1 UNTIL D > WS-GB-COUNT
               IF GBE-PERIOD(D) = GBE-PERIOD(B)
                   MOVE GBE-ACCOUNT(D) TO WS-FIND-ACCOUNT
                   PERFORM 0760-CHECK-ACCOUNT-COMPANY
                   IF WS-ACCOUNT-KNOWN = "Y"
                       ADD GBE-DEBITS(D) TO WS-PERIOD-DEBITS
                       ADD GBE-CREDITS(D) TO WS-PERIOD-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PERIOD-DEBITS NOT = WS-PERIOD-CREDITS
               ADD 1 TO WS-UNBALANCED
               DISPLAY "*** PERIOD " GBE-PERIOD(B) " IS OUT OF "
                   "BALANCE -- IT CANNOT BE CLOSED. ***"
           END-IF.

      *    THE YEAR'S REVENUE AND EXPENSE ACCOUNTS ARE BROUGHT TO
      *    NIL IN PERIOD YYYY13 AND THE DIFFERENCE -- THE YEAR'S
      *    NET INCOME OR LOSS -- GOES TO RETAINED EARNINGS.
       0500-YEAR-END-CLOSE.
           DISPLAY "YEAR TO CLOSE (YYYY): "
           MOVE SPACES TO WS-YEAR-INPUT
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "YEAR MUST BE YYYY."
               GO TO 0500-EXIT
           END-IF
           STRING WS-YEAR-INPUT "01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-YEAR-INPUT "12" DELIMITED BY SIZE
               INTO WS-YEAR-END
           STRING WS-YEAR-INPUT "13" DELIMITED BY SIZE
               INTO WS-CLOSING-PERIOD
           MOVE "N" TO WS-YEAR-CLOSED
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-GP-COUNT
               IF GPE-PERIOD(P) = WS-CLOSING-PERIOD
                   MOVE "Y" TO WS-YEAR-CLOSED
               END-IF
           END-PERFORM
           IF WS-YEAR-CLOSED = "Y"
               DISPLAY WS-YEAR-INPUT " HAS ALREADY HAD ITS YEAR-END "
                   "CLOSE."
               GO TO 0500-EXIT
           END-IF
           IF WS-LATEST-CLOSED < WS-YEAR-END
               DISPLAY "CLOSE THE LEDGER THROUGH " WS-YEAR-END
                   " BEFORE THE YEAR-END CLOSE."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0750-LOAD-ACCOUNT-TABLE
           DISPLAY "RETAINED-EARNINGS ACCOUNT: "
           MOVE SPACES TO WS-RE-ACCOUNT
           ACCEPT WS-RE-ACCOUNT
           MOVE 0 TO WS-RE-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-ACCOUNT(A) = WS-RE-ACCOUNT
                   MOVE A TO WS-RE-INDEX
               END-IF
           END-PERFORM
           IF WS-RE-INDEX = 0
               DISPLAY "ACCOUNT " WS-RE-ACCOUNT " IS NOT ON THIS "
                   "COMPANY'S CHART."
               GO TO 0500-EXIT
           END-IF
           IF GAE-TYPE(WS-RE-INDEX) NOT = "Q"
               DISPLAY "ACCOUNT " WS-RE-ACCOUNT " IS NOT AN EQUITY "
                   "(Q) ACCOUNT -- SEE glmaint."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0700-LOAD-BALANCE-TABLE
           IF WS-GB-COUNT = 200 AND WS-GB-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 200 BALANCE LINES ON "
                   "glbalances.dat. ARCHIVE OLD PERIODS FIRST. ***"
               GO TO 0500-EXIT
           END-IF
           MOVE 0 TO WS-CLOSING-DR
           MOVE 0 TO WS-CLOSING-CR
           MOVE 0 TO WS-CLOSED-ACCOUNTS
           MOVE "N" TO WS-TABLE-FULL
           DISPLAY " "
           DISPLAY "----- YEAR-END CLOSING ENTRIES, PERIOD "
               WS-CLOSING-PERIOD " -----"
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-TYPE(A) = "R" OR GAE-TYPE(A) = "E"
                   PERFORM 0550-CLOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           COMPUTE WS-NET-INCOME = WS-CLOSING-DR - WS-CLOSING-CR
           MOVE WS-RE-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM 0600-FIND-OR-START-BALANCE
           IF WS-GB-INDEX = 0
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               IF WS-NET-INCOME > 0
                   ADD WS-NET-INCOME TO GBE-CREDITS(WS-GB-INDEX)
               ELSE
                   SUBTRACT WS-NET-INCOME FROM GBE-DEBITS(WS-GB-INDEX)
               END-IF
           END-IF
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 200 BALANCE LINES NEEDED -- "
                   "NOTHING CLOSED. ARCHIVE OLD PERIODS ON "
                   "glbalances.dat AND RERUN. ***"
               GO TO 0500-EXIT
           END-IF
           MOVE WS-NET-INCOME TO ED-NET
           DISPLAY WS-RE-ACCOUNT "  RETAINED EARNINGS  NET INCOME "
               ED-NET
           DISPLAY "POST THE CLOSING ENTRIES FOR " WS-YEAR-INPUT
               " (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CLOSED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0900-REWRITE-BALANCE-FILE
           MOVE WS-CLOSING-PERIOD TO GP-PERIOD
           MOVE "Y" TO GP-ACTION
           PERFORM 0800-APPEND-PERIOD-LOG
           DISPLAY WS-YEAR-INPUT " CLOSED: " WS-CLOSED-ACCOUNTS
               " REVENUE AND EXPENSE ACCOUNTS ROLLED INTO "
               WS-RE-ACCOUNT "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "YEAR-END CLOSE " WS-YEAR-INPUT " TO "
               WS-RE-ACCOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0500-EXIT.
           EXIT.

       0550-CLOSE-ONE-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-NET
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-GB-COUNT
               IF GBE-ACCOUNT(B) = GAE-ACCOUNT(A)
                       AND GBE-PERIOD(B) NOT < WS-YEAR-START
                       AND GBE-PERIOD(B) NOT > WS-YEAR-END
                   ADD GBE-DEBITS(B) TO WS-ACCOUNT-NET
                   SUBTRACT GBE-CREDITS(B) FROM WS-ACCOUNT-NET
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-NET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GAE-ACCOUNT(A) TO WS-FIND-ACCOUNT
           PERFORM 0600-FIND-OR-START-BALANCE
           IF WS-GB-INDEX = 0
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSED-ACCOUNTS
           MOVE WS-ACCOUNT-NET TO ED-NET
      *    A DEBIT BALANCE IS CLEARED BY A CREDIT, AND THE REVERSE.
           IF WS-ACCOUNT-NET > 0
               ADD WS-ACCOUNT-NET TO GBE-CREDITS(WS-GB-INDEX)
               ADD WS-ACCOUNT-NET TO WS-CLOSING-CR
               DISPLAY GAE-ACCOUNT(A) "  CR " ED-NET
           ELSE
               SUBTRACT WS-ACCOUNT-NET FROM GBE-DEBITS(WS-GB-INDEX)
               SUBTRACT WS-ACCOUNT-NET FROM WS-CLOSING-DR
               DISPLAY GAE-ACCOUNT(A) "  DR " ED-NET
           END-IF.

       0600-FIND-OR-START-BALANCE.
           MOVE 0 TO WS-GB-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-GB-COUNT
               IF GBE-PERIOD(B) = WS-CLOSING-PERIOD
                       AND GBE-ACCOUNT(B) = WS-FIND-ACCOUNT
                   MOVE B TO WS-GB-INDEX
               END-IF
           END-PERFORM
           IF WS-GB-INDEX = 0 AND WS-GB-COUNT < 200
               ADD 1 TO WS-GB-COUNT
               MOVE WS-GB-COUNT TO WS-GB-INDEX
               MOVE WS-CLOSING-PERIOD TO GBE-PERIOD(WS-GB-INDEX)
               MOVE WS-FIND-ACCOUNT TO GBE-ACCOUNT(WS-GB-INDEX)
               MOVE 0 TO GBE-DEBITS(WS-GB-INDEX)
               MOVE 0 TO GBE-CREDITS(WS-GB-INDEX)
           END-IF.

       0700-LOAD-BALANCE-TABLE.
           MOVE 0 TO WS-GB-COUNT
           MOVE "N" TO WS-GB-EOF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GB-FILE-STATUS = "00"
               PERFORM UNTIL WS-GB-EOF = "Y" OR WS-GB-COUNT = 200
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-GB-EOF
                       NOT AT END
                           ADD 1 TO WS-GB-COUNT
                           MOVE GB-PERIOD
                               TO GBE-PERIOD(WS-GB-COUNT)
                           MOVE GB-ACCOUNT
                               TO GBE-ACCOUNT(WS-GB-COUNT)
                           MOVE GB-DEBITS
                               TO GBE-DEBITS(WS-GB-COUNT)
                           MOVE GB-CREDITS
                               TO GBE-CREDITS(WS-GB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

       0750-LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-GA-COUNT
           MOVE "N" TO WS-GA-EOF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GA-FILE-STATUS = "00"
               PERFORM UNTIL WS-GA-EOF = "Y" OR WS-GA-COUNT = 100
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-GA-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GA-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-GA-COUNT
                               MOVE GA-ACCOUNT
                                   TO GAE-ACCOUNT(WS-GA-COUNT)
                               MOVE GA-TYPE TO GAE-TYPE(WS-GA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *    ONLY THE RUN COMPANY'S ACCOUNTS ARE ON THE TABLE; A
      *    BALANCE LINE FOR ANY OTHER ACCOUNT IS ANOTHER COMPANY'S
      *    LEDGER AND IS CARRIED THROUGH UNTOUCHED.
       0760-CHECK-ACCOUNT-COMPANY.
           MOVE "N" TO WS-ACCOUNT-KNOWN
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-ACCOUNT(A) = WS-FIND-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-KNOWN
               END-IF
           END-PERFORM.

      *    THE LOG ONLY GROWS. GP-PERIOD AND GP-ACTION ARE SET BY
      *    THE CALLER.
       0800-APPEND-PERIOD-LOG.
           MOVE WS-TODAY TO GP-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO GP-CLOSED-BY
           MOVE WS-RUN-COMPANY TO GP-COMPANY
           OPEN EXTEND GL-PERIOD-FILE
           IF WS-GP-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-PERIOD-FILE
           END-IF
           WRITE GL-PERIOD-RECORD
           CLOSE GL-PERIOD-FILE
           ADD 1 TO WS-GP-COUNT
           MOVE GP-PERIOD TO GPE-PERIOD(WS-GP-COUNT)
           MOVE GP-ACTION TO GPE-ACTION(WS-GP-COUNT)
           MOVE GP-CLOSED-DATE TO GPE-CLOSED-DATE(WS-GP-COUNT)
           MOVE GP-CLOSED-BY TO GPE-CLOSED-BY(WS-GP-COUNT)
           IF GP-PERIOD > WS-LATEST-CLOSED
               MOVE GP-PERIOD TO WS-LATEST-CLOSED
           END-IF
           PERFORM 0150-SET-OPEN-PERIOD.

       0900-REWRITE-BALANCE-FILE.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-GB-COUNT
               MOVE GBE-PERIOD(B)  TO GB-PERIOD
               MOVE GBE-ACCOUNT(B) TO GB-ACCOUNT
               MOVE GBE-DEBITS(B)  TO GB-DEBITS
               MOVE GBE-CREDITS(B) TO GB-CREDITS
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.
