      *            EQUAL CREDITS. AN OUT-OF-BALANCE PERIOD IS
      *            SHOUTED ABOUT -- ALMOST ALWAYS A POSTING
      *            REJECTED FOR AN UNKNOWN ACCOUNT STILL SITTING
      *            ON glrejects.dat. THE TRIAL BALANCE IS FOR THE
      *            COMPANY THE RUN IS FOR -- ONLY ITS OWN ACCOUNTS
      *            (GA-COMPANY ON THE CHART) ARE LISTED, SO EACH
      *            COMPANY'S LEDGER FOOTS ON ITS OWN.
      *    compile with ->  cobc -x -o gltrial gltrial.cob
      *    then run ./gltrial

           05 GA-ACCOUNT       PIC X(8).
           05 GA-DESC          PIC X(30).
           05 GA-TYPE          PIC X.
           05 GA-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-GB-FILE-STATUS   PIC X(2) VALUE "00".
               10 GAE-DESC         PIC X(30).
       01  A                   PIC 9(3) VALUE 1.
       01  WS-ACCOUNT-DESC     PIC X(30) VALUE SPACES.
       01  WS-ACCOUNT-KNOWN    PIC X VALUE "N".

       01  BALANCE-TABLE.
           05 WS-GB-COUNT      PIC 9(3) VALUE 0.
           05 ED-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
               DISPLAY "NO COMPANY CHOSEN -- NOTHING LISTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER PERIOD (YYYYMM, BLANK FOR ALL): "
           MOVE SPACES TO WS-SELECT-PERIOD
           ACCEPT WS-SELECT-PERIOD
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
                               MOVE GA-DESC TO GAE-DESC(WS-GA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-GB-EOF
                       NOT AT END
                           PERFORM 0160-CHECK-ACCOUNT-COMPANY
                           IF WS-ACCOUNT-KNOWN = "Y"
                               ADD 1 TO WS-GB-COUNT
                               MOVE GB-PERIOD
                                   TO GBE-PERIOD(WS-GB-COUNT)
                               MOVE GB-ACCOUNT
                                   TO GBE-ACCOUNT(WS-GB-COUNT)
                               MOVE GB-DEBITS
                                   TO GBE-DEBITS(WS-GB-COUNT)
                               MOVE GB-CREDITS
                                   TO GBE-CREDITS(WS-GB-COUNT)
                               MOVE "N" TO GBE-LISTED(WS-GB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

      *    ONLY THE RUN COMPANY'S ACCOUNTS ARE ON THE TABLE, SO A
      *    BALANCE LINE FOR ANY OTHER ACCOUNT BELONGS TO ANOTHER
      *    COMPANY'S LEDGER AND IS LEFT OUT.
       0160-CHECK-ACCOUNT-COMPANY.
           MOVE "N" TO WS-ACCOUNT-KNOWN
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-GA-COUNT
               IF GAE-ACCOUNT(A) = GB-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-KNOWN
               END-IF
           END-PERFORM.

       0200-PRINT-ONE-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT
           DISPLAY " "
