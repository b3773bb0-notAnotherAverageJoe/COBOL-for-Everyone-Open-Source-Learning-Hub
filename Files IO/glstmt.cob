       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    FINANCIAL STATEMENTS FROM THE GENERAL LEDGER.
      *            GLTRIAL PROVES THE LEDGER FOOTS; THIS PROGRAM
      *            TURNS glbalances.dat INTO AN INCOME STATEMENT AND
      *            A BALANCE SHEET FOR A KEYED PERIOD (YYYYMM, BLANK
      *            FOR THE LATEST PERIOD CLOSED BY glclose.cob),
      *            CLASSIFYING EACH ACCOUNT BY ITS GA-TYPE ON
      *            glaccounts.dat:
      *              INCOME STATEMENT -- REVENUE (R) AND EXPENSE (E)
      *                ACCOUNTS: THIS PERIOD, YEAR TO DATE, AND THE
      *                SAME MONTHS OF THE PRIOR YEAR TO DATE.
      *              BALANCE SHEET -- ASSETS (A), LIABILITIES (L) AND
      *                EQUITY (Q): THE CHANGE IN THE PERIOD, THE
      *                BALANCE AT PERIOD END, AND THE BALANCE A YEAR
      *                EARLIER. REVENUE LESS EXPENSE NOT YET ROLLED
      *                INTO RETAINED EARNINGS BY THE YEAR-END CLOSE
      *                SHOWS AS UNCLOSED EARNINGS SO THE SHEET
      *                BALANCES AT ANY PERIOD.
      *            YEAR TO DATE RUNS FROM JANUARY AND SO NEVER TAKES
      *            IN THE YEAR-END CLOSING PERIOD (YYYY13); BALANCES
      *            DO. PRIOR-PERIOD ADJUSTMENTS GLPOST POSTED INTO
      *            THE PERIOD (glppadj.dat) ARE COUNTED IN A NOTE.
      *            THE REPORT GOES THROUGH THE SHARED PRINT SERVICES
      *            TO glstmt.rpt. UPDATES NOTHING. THE STATEMENTS
      *            ARE FOR THE COMPANY THE RUN IS FOR: ONLY ITS OWN
      *            ACCOUNTS, ITS OWN CLOSES AND ITS OWN ADJUSTMENTS
      *            ARE TAKEN IN.
      *    compile with ->  cobc -x -o glstmt glstmt.cob
      *    then run ./glstmt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "glbalances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-FILE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT GL-ADJUSTMENT-FILE ASSIGN TO "glppadj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GB-PERIOD        PIC X(6).
           05 GB-ACCOUNT       PIC X(8).
           05 GB-DEBITS        PIC 9(11)V99.
           05 GB-CREDITS       PIC 9(11)V99.

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05 GA-ACCOUNT       PIC X(8).
           05 GA-DESC          PIC X(30).
           05 GA-TYPE          PIC X.
           05 GA-COMPANY       PIC X(4).

      *    SAME LAYOUT glclose.cob WRITES.
       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           05 GP-PERIOD        PIC X(6).
           05 GP-ACTION        PIC X.
           05 GP-CLOSED-DATE   PIC X(8).
           05 GP-CLOSED-BY     PIC X(10).
           05 GP-COMPANY       PIC X(4).

      *    SAME LAYOUT glpost.cob WRITES.
       FD  GL-ADJUSTMENT-FILE.
       01  GL-ADJUSTMENT-RECORD.
           05 PA-POST-PERIOD   PIC X(6).
           05 PA-ORIG-PERIOD   PIC X(6).
           05 PA-ACCOUNT       PIC X(8).
           05 PA-DR-CR         PIC X(2).
           05 PA-AMOUNT        PIC 9(9)V99.
           05 PA-DEPT-CODE     PIC X(4).
           05 PA-ORIG-DATE     PIC X(8).
           05 PA-POSTED-ON     PIC X(8).
           05 PA-SOURCE        PIC X(30).
           05 PA-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-GB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GB-EOF           PIC X VALUE "N".
       01  WS-GA-EOF           PIC X VALUE "N".
       01  WS-GP-EOF           PIC X VALUE "N".
       01  WS-PA-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-LATEST-CLOSED    PIC X(6) VALUE "000000".
       01  WS-ADJUSTMENT-COUNT PIC 9(5) VALUE 0.

      *    THE STATEMENT PERIOD AND THE RANGES BUILT FROM IT.
       01  WS-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR   PIC 9(4).
           05 WS-PERIOD-MM     PIC 9(2).
       01  WS-YEAR-START       PIC X(6).
       01  WS-PRIOR-PERIOD     PIC X(6).
       01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR    PIC 9(4).
           05 WS-PRIOR-MM      PIC 9(2).
       01  WS-PRIOR-START      PIC X(6).

      *    0500-SUM-ACCOUNT ADDS UP WS-SUM-ACCOUNT'S LINES FOR THE
      *    PERIODS WS-FROM-PERIOD THROUGH WS-TO-PERIOD.
       01  WS-SUM-ACCOUNT      PIC X(8).
       01  WS-FROM-PERIOD      PIC X(6).
       01  WS-TO-PERIOD        PIC X(6).
       01  WS-SUM-DEBITS       PIC 9(13)V99.
       01  WS-SUM-CREDITS      PIC 9(13)V99.

       01  ACCOUNT-TABLE.
           05 WS-GA-COUNT      PIC 9(3) VALUE 0.
           05 GA-ENTRY OCCURS 100 TIMES.
               10 GAE-ACCOUNT      PIC X(8).
               10 GAE-DESC         PIC X(30).
               10 GAE-TYPE         PIC X.
       01  A                   PIC 9(3) VALUE 1.

       01  BALANCE-TABLE.
           05 WS-GB-COUNT      PIC 9(3) VALUE 0.
           05 GB-ENTRY OCCURS 200 TIMES.
               10 GBE-PERIOD       PIC X(6).
               10 GBE-ACCOUNT      PIC X(8).
               10 GBE-DEBITS       PIC 9(11)V99.
               10 GBE-CREDITS      PIC 9(11)V99.
       01  B                   PIC 9(3) VALUE 1.

      *    ONE ACCOUNT'S THREE COLUMNS, SIGNED SO THE ACCOUNT'S
      *    NORMAL BALANCE IS POSITIVE, AND THE SECTION TOTALS.
       01  WS-SECTION-TYPE     PIC X.
       01  WS-SECTION-TITLE    PIC X(30).
       01  WS-COLUMNS.
           05 WS-COL           PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-SECTION-TOTALS.
           05 WS-SECT          PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-REVENUE-TOTALS.
           05 WS-REV           PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-EXPENSE-TOTALS.
           05 WS-EXP           PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-ASSET-TOTALS.
           05 WS-AST           PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-CLAIM-TOTALS.
           05 WS-CLM           PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-UNCLOSED.
           05 WS-UNC           PIC S9(13)V99 OCCURS 3 TIMES.
       01  K                   PIC 9 VALUE 1.

       01  EDITED-FIELDS.
           05 ED-COL-1         PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-COL-2         PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-COL-3         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-LABEL       PIC X(31).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

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
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NO STATEMENTS PRINTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-LATEST-CLOSE
           DISPLAY "ENTER PERIOD (YYYYMM, BLANK = LATEST CLOSED): "
           MOVE SPACES TO WS-PERIOD
           ACCEPT WS-PERIOD
           IF WS-PERIOD = SPACES
               IF WS-LATEST-CLOSED = "000000"
                   MOVE WS-TODAY(1:6) TO WS-PERIOD
               ELSE
                   MOVE WS-LATEST-CLOSED TO WS-PERIOD
               END-IF
           END-IF
      *    THE YEAR-END CLOSING PERIOD STANDS FOR DECEMBER.
           IF WS-PERIOD IS NUMERIC AND WS-PERIOD-MM = 13
               MOVE 12 TO WS-PERIOD-MM
           END-IF
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "PERIOD MUST BE YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           STRING WS-PERIOD(1:4) "01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-PRIOR-PERIOD(1:4) "01" DELIMITED BY SIZE
               INTO WS-PRIOR-START
           PERFORM 0150-LOAD-ACCOUNT-TABLE
           IF WS-GA-COUNT = 0
               DISPLAY "NO CHART OF ACCOUNTS ON FILE. BUILD ONE "
                   "WITH glmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0180-LOAD-BALANCE-TABLE
           IF WS-GB-COUNT = 0
               DISPLAY "NO LEDGER BALANCES ON FILE. RUN glpost "
                   "FIRST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0190-COUNT-ADJUSTMENTS
           PERFORM 0200-INCOME-STATEMENT
           PERFORM 0300-BALANCE-SHEET
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           COMPUTE WS-COL(2) = WS-REV(2) - WS-EXP(2)
           MOVE WS-COL(2) TO ED-COL-2
           DISPLAY "STATEMENTS FOR " WS-PERIOD " WRITTEN TO "
               "glstmt.rpt. NET INCOME YEAR TO DATE " ED-COL-2 "."
           IF WS-PERIOD > WS-LATEST-CLOSED
               DISPLAY "NOTE: " WS-PERIOD " IS NOT CLOSED YET -- "
                   "THE FIGURES CAN STILL CHANGE."
           END-IF
           GOBACK.

       0100-LOAD-LATEST-CLOSE.
           MOVE "000000" TO WS-LATEST-CLOSED
           MOVE "N" TO WS-GP-EOF
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GP-EOF = "Y"
                   READ GL-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-GP-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GP-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF GP-PERIOD > WS-LATEST-CLOSED
                                   AND WS-CO-RESULT NOT = "N"
                               MOVE GP-PERIOD TO WS-LATEST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PERIOD-FILE
           END-IF.

       0150-LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-GA-COUNT
           MOVE "N" TO WS-GA-EOF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GA-FILE-STATUS = "00"
               PERFORM UNTIL WS-GA-EOF = "Y" OR WS-GA-COUNT = 100
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-GA-EOF
                       NOT AT END
      *                    ANOTHER COMPANY'S ACCOUNT NEVER REACHES
      *                    THE TABLE, SO NONE OF ITS BALANCES IS
      *                    EVER SUMMED.
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GA-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-GA-COUNT
                               MOVE GA-ACCOUNT
                                   TO GAE-ACCOUNT(WS-GA-COUNT)
                               MOVE GA-DESC TO GAE-DESC(WS-GA-COUNT)
                               MOVE GA-TYPE TO GAE-TYPE(WS-GA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       0180-LOAD-BALANCE-TABLE.
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

       0190-COUNT-ADJUSTMENTS.
           MOVE 0 TO WS-ADJUSTMENT-COUNT
           MOVE "N" TO WS-PA-EOF
           OPEN INPUT GL-ADJUSTMENT-FILE
           IF WS-PA-FILE-STATUS = "00"
               PERFORM UNTIL WS-PA-EOF = "Y"
                   READ GL-ADJUSTMENT-FILE
                       AT END
                           MOVE "Y" TO WS-PA-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE PA-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF PA-POST-PERIOD = WS-PERIOD
                                   AND WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-ADJUSTMENT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ADJUSTMENT-FILE
           END-IF.

      *    COLUMNS: THIS PERIOD, YEAR TO DATE, PRIOR YEAR TO DATE.
       0200-INCOME-STATEMENT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "glstmt.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "INCOME STATEMENT AND BALANCE SHEET, PERIOD "
               WS-PERIOD
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "INCOME STATEMENT               "
               "     THIS PERIOD    YEAR TO DATE       PRIOR YTD"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "R" TO WS-SECTION-TYPE
           MOVE "REVENUE" TO WS-SECTION-TITLE
           PERFORM 0400-PRINT-SECTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-SECT(K) TO WS-REV(K)
           END-PERFORM
           MOVE "E" TO WS-SECTION-TYPE
           MOVE "EXPENSES" TO WS-SECTION-TITLE
           PERFORM 0400-PRINT-SECTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-SECT(K) TO WS-EXP(K)
               COMPUTE WS-COL(K) = WS-REV(K) - WS-EXP(K)
           END-PERFORM
           MOVE "NET INCOME" TO WS-LINE-LABEL
           PERFORM 0460-PRINT-AMOUNT-LINE
           IF WS-ADJUSTMENT-COUNT > 0
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "NOTE: THIS PERIOD INCLUDES "
                   WS-ADJUSTMENT-COUNT " PRIOR-PERIOD ADJUSTMENT "
                   "LINE(S) -- SEE glppadj.dat."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.

      *    COLUMNS: CHANGE IN THE PERIOD, BALANCE AT PERIOD END,
      *    BALANCE AT THE SAME PERIOD END A YEAR EARLIER.
       0300-BALANCE-SHEET.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "BALANCE SHEET                  "
               "   PERIOD CHANGE         BALANCE      PRIOR YEAR"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "A" TO WS-SECTION-TYPE
           MOVE "ASSETS" TO WS-SECTION-TITLE
           PERFORM 0400-PRINT-SECTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-SECT(K) TO WS-AST(K)
           END-PERFORM
           MOVE "L" TO WS-SECTION-TYPE
           MOVE "LIABILITIES" TO WS-SECTION-TITLE
           PERFORM 0400-PRINT-SECTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-SECT(K) TO WS-CLM(K)
           END-PERFORM
           MOVE "Q" TO WS-SECTION-TYPE
           MOVE "EQUITY" TO WS-SECTION-TITLE
           PERFORM 0400-PRINT-SECTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               ADD WS-SECT(K) TO WS-CLM(K)
           END-PERFORM
           PERFORM 0350-UNCLOSED-EARNINGS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-UNC(K) TO WS-COL(K)
               ADD WS-UNC(K) TO WS-CLM(K)
           END-PERFORM
           MOVE "  UNCLOSED EARNINGS" TO WS-LINE-LABEL
           PERFORM 0460-PRINT-AMOUNT-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-CLM(K) TO WS-COL(K)
           END-PERFORM
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-LINE-LABEL
           PERFORM 0460-PRINT-AMOUNT-LINE
           IF WS-AST(2) NOT = WS-CLM(2) OR WS-AST(3) NOT = WS-CLM(3)
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "*** BALANCE SHEET DOES NOT BALANCE -- RUN "
                   "gltrial AND CHECK glrejects.dat. ***"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               DISPLAY "*** BALANCE SHEET DOES NOT BALANCE -- SEE "
                   "glstmt.rpt. ***"
           END-IF.

      *    REVENUE LESS EXPENSE ON THE BOOKS AT EACH DATE THAT NO
      *    YEAR-END CLOSE HAS YET MOVED TO RETAINED EARNINGS.
       0350-UNCLOSED-EARNINGS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE 0 TO WS-UNC(K)
           END-PERFORM
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-TYPE(A) = "R" OR GAE-TYPE(A) = "E"
                   MOVE GAE-ACCOUNT(A) TO WS-SUM-ACCOUNT
                   MOVE "R" TO WS-SECTION-TYPE
                   PERFORM 0420-BALANCE-COLUMNS
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                       ADD WS-COL(K) TO WS-UNC(K)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    EVERY ACCOUNT OF WS-SECTION-TYPE WITH ANYTHING IN ANY
      *    COLUMN, THEN THE SECTION TOTAL IN WS-SECT.
       0400-PRINT-SECTION.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           MOVE WS-SECTION-TITLE TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE 0 TO WS-SECT(K)
           END-PERFORM
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-TYPE(A) = WS-SECTION-TYPE
                   MOVE GAE-ACCOUNT(A) TO WS-SUM-ACCOUNT
                   IF WS-SECTION-TYPE = "R" OR WS-SECTION-TYPE = "E"
                       PERFORM 0410-INCOME-COLUMNS
                   ELSE
                       PERFORM 0420-BALANCE-COLUMNS
                   END-IF
                   IF WS-COL(1) NOT = 0 OR WS-COL(2) NOT = 0
                           OR WS-COL(3) NOT = 0
                       MOVE SPACES TO WS-LINE-LABEL
                       STRING "  " GAE-ACCOUNT(A) " " GAE-DESC(A)
                           DELIMITED BY SIZE INTO WS-LINE-LABEL
                       PERFORM 0460-PRINT-AMOUNT-LINE
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                           ADD WS-COL(K) TO WS-SECT(K)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-SECT(K) TO WS-COL(K)
           END-PERFORM
           MOVE SPACES TO WS-LINE-LABEL
           STRING "TOTAL " WS-SECTION-TITLE
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           PERFORM 0460-PRINT-AMOUNT-LINE.

      *    ACTIVITY FOR THE PERIOD, THE YEAR TO DATE AND THE PRIOR
      *    YEAR TO DATE.
       0410-INCOME-COLUMNS.
           MOVE WS-PERIOD TO WS-FROM-PERIOD
           MOVE WS-PERIOD TO WS-TO-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 1 TO K
           PERFORM 0450-SIGN-COLUMN
           MOVE WS-YEAR-START TO WS-FROM-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 2 TO K
           PERFORM 0450-SIGN-COLUMN
           MOVE WS-PRIOR-START TO WS-FROM-PERIOD
           MOVE WS-PRIOR-PERIOD TO WS-TO-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 3 TO K
           PERFORM 0450-SIGN-COLUMN.

      *    THE PERIOD'S CHANGE, AND EVERYTHING EVER POSTED THROUGH
      *    THE PERIOD AND THROUGH THE SAME PERIOD A YEAR EARLIER.
       0420-BALANCE-COLUMNS.
           MOVE WS-PERIOD TO WS-FROM-PERIOD
           MOVE WS-PERIOD TO WS-TO-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 1 TO K
           PERFORM 0450-SIGN-COLUMN
           MOVE "000000" TO WS-FROM-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 2 TO K
           PERFORM 0450-SIGN-COLUMN
           MOVE WS-PRIOR-PERIOD TO WS-TO-PERIOD
           PERFORM 0500-SUM-ACCOUNT
           MOVE 3 TO K
           PERFORM 0450-SIGN-COLUMN.

      *    ASSETS AND EXPENSES ARE DEBIT-NORMAL; LIABILITIES,
      *    EQUITY AND REVENUE CREDIT-NORMAL. UNCLOSED EARNINGS ARE
      *    SUMMED ACROSS BOTH REVENUE AND EXPENSE AS CREDIT-NORMAL.
       0450-SIGN-COLUMN.
           IF WS-SECTION-TYPE = "A" OR WS-SECTION-TYPE = "E"
               COMPUTE WS-COL(K) = WS-SUM-DEBITS - WS-SUM-CREDITS
           ELSE
               COMPUTE WS-COL(K) = WS-SUM-CREDITS - WS-SUM-DEBITS
           END-IF.

       0460-PRINT-AMOUNT-LINE.
           MOVE WS-COL(1) TO ED-COL-1
           MOVE WS-COL(2) TO ED-COL-2
           MOVE WS-COL(3) TO ED-COL-3
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-LINE-LABEL " " ED-COL-1 " " ED-COL-2 " "
               ED-COL-3
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0500-SUM-ACCOUNT.
           MOVE 0 TO WS-SUM-DEBITS
           MOVE 0 TO WS-SUM-CREDITS
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-GB-COUNT
               IF GBE-ACCOUNT(B) = WS-SUM-ACCOUNT
                       AND GBE-PERIOD(B) NOT < WS-FROM-PERIOD
                       AND GBE-PERIOD(B) NOT > WS-TO-PERIOD
                   ADD GBE-DEBITS(B) TO WS-SUM-DEBITS
                   ADD GBE-CREDITS(B) TO WS-SUM-CREDITS
               END-IF
           END-PERFORM.
