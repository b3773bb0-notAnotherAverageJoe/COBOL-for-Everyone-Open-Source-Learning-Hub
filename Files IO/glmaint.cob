      *            MAINTAINED UNDER THE SHARED SIGN-ON THE WAY
      *            posmaint MAINTAINS posmaster.dat. THE POSTING RUN
      *            (glpost.cob) REJECTS ANY POSTING TO AN ACCOUNT
      *            NOT ON THIS CHART. EQUITY ACCOUNTS (TYPE "Q") TAKE
      *            THE YEAR-END CLOSE INTO RETAINED EARNINGS (SEE
      *            glclose.cob); glstmt.cob BUILDS THE INCOME
      *            STATEMENT AND BALANCE SHEET FROM THE TYPES.
      *            EACH ACCOUNT BELONGS TO ONE COMPANY (SEE
      *            Shared/company.cob; BLANK = THE HOME COMPANY) --
      *            A COMPANY'S LEDGER IS THE BALANCES OF ITS OWN
      *            ACCOUNTS, AND THE POSTING, TRIAL BALANCE, CLOSE
      *            AND STATEMENTS ALL RUN ONE COMPANY AT A TIME.
      *    compile with ->  cobc -x -o glmaint glmaint.cob
      *    then run ./glmaint


       DATA DIVISION.
       FILE SECTION.
      *    GA-TYPE: "A" ASSET, "L" LIABILITY, "Q" EQUITY,
      *    "E" EXPENSE, "R" REVENUE -- THE TRIAL BALANCE GROUPS BY
      *    IT AND THE FINANCIAL STATEMENTS ARE BUILT FROM IT.
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05 GA-ACCOUNT       PIC X(8).
           05 GA-DESC          PIC X(30).
           05 GA-TYPE          PIC X.
           05 GA-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-GA-FILE-STATUS   PIC X(2) VALUE "00".
               10 GAE-ACCOUNT      PIC X(8).
               10 GAE-DESC         PIC X(30).
               10 GAE-TYPE         PIC X.
               10 GAE-COMPANY      PIC X(4).
       01  A                   PIC 9(3) VALUE 1.

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
                               TO GAE-ACCOUNT(WS-GA-COUNT)
                           MOVE GA-DESC TO GAE-DESC(WS-GA-COUNT)
                           MOVE GA-TYPE TO GAE-TYPE(WS-GA-COUNT)
                           MOVE GA-COMPANY
                               TO GAE-COMPANY(WS-GA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           IF WS-GA-COUNT = 0
               DISPLAY "NO ACCOUNTS ON FILE YET."
           ELSE
               DISPLAY "ACCOUNT   T DESCRIPTION                    CO"
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
                   DISPLAY GAE-ACCOUNT(A) "  " GAE-TYPE(A) " "
                       GAE-DESC(A) " " GAE-COMPANY(A)
               END-PERFORM
           END-IF.

           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT GAE-DESC(A)
           DISPLAY "ENTER TYPE (A = ASSET, L = LIABILITY, "
               "Q = EQUITY, E = EXPENSE, R = REVENUE): "
           ACCEPT GAE-TYPE(A)
           MOVE FUNCTION UPPER-CASE(GAE-TYPE(A)) TO GAE-TYPE(A)
           PERFORM UNTIL GAE-TYPE(A) = "A" OR GAE-TYPE(A) = "L"
                   OR GAE-TYPE(A) = "Q"
                   OR GAE-TYPE(A) = "E" OR GAE-TYPE(A) = "R"
               DISPLAY "TYPE MUST BE A, L, Q, E OR R. RE-ENTER: "
               ACCEPT GAE-TYPE(A)
               MOVE FUNCTION UPPER-CASE(GAE-TYPE(A))
                   TO GAE-TYPE(A)
           END-PERFORM
           DISPLAY "ENTER COMPANY CODE (BLANK = HOME COMPANY): "
           MOVE SPACES TO GAE-COMPANY(A)
           ACCEPT GAE-COMPANY(A)
           MOVE FUNCTION UPPER-CASE(GAE-COMPANY(A)) TO GAE-COMPANY(A)
           MOVE "C" TO WS-CO-FUNCTION
           MOVE GAE-COMPANY(A) TO WS-CO-CODE
           CALL "COMPANY" USING COMPANY-FIELDS
           PERFORM UNTIL WS-CO-RESULT NOT = "N"
               DISPLAY "COMPANY " GAE-COMPANY(A) " IS NOT ON "
                   "companies.dat. RE-ENTER: "
               MOVE SPACES TO GAE-COMPANY(A)
               ACCEPT GAE-COMPANY(A)
               MOVE FUNCTION UPPER-CASE(GAE-COMPANY(A))
                   TO GAE-COMPANY(A)
               MOVE GAE-COMPANY(A) TO WS-CO-CODE
               CALL "COMPANY" USING COMPANY-FIELDS
           END-PERFORM.

       0500-CHANGE-ACCOUNT.
               MOVE GAE-ACCOUNT(A) TO GA-ACCOUNT
               MOVE GAE-DESC(A)    TO GA-DESC
               MOVE GAE-TYPE(A)    TO GA-TYPE
               MOVE GAE-COMPANY(A) TO GA-COMPANY
               WRITE GL-ACCOUNT-RECORD
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE.
