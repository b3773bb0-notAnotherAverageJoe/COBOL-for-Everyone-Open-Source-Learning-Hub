       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    EMPLOYEE LOAN AND SALARY ADVANCE LEDGER INQUIRY
      *            AND MAINTENANCE. A LOAN OR ADVANCE IS ISSUED ONLY
      *            THROUGH offcycle.cob (SO THE MONEY GOES OUT ON A
      *            REAL PAYMENT) AND REPAID ONLY THROUGH PAYRUN, ONE
      *            INSTALLMENT PER CYCLE, OR FROM THE FINAL CHECK;
      *            loans.dat CARRIES THE PRINCIPAL, THE ISSUE DATE,
      *            THE REPAYMENT PER CYCLE, ANY ANNUAL INTEREST RATE
      *            AND THE RUNNING BALANCE. THIS PROGRAM LISTS THE
      *            LEDGER AND LETS PAYROLL RESET THE REPAYMENT PER
      *            CYCLE WHEN THE EMPLOYEE ASKS FOR A NEW SCHEDULE.
      *            THE BALANCE IS NOT KEYED HERE. SAME
      *            LOAD-TO-TABLE / REWRITE-WHOLE APPROACH AS THE
      *            OTHER LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o loanmaint loanmaint.cob
      *    then run ./loanmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER LOAN. LN-TYPE "L" LOAN, "A" SALARY ADVANCE
      *    (NEVER CARRIES INTEREST). LN-INT-RATE IS AN ANNUAL
      *    PERCENT, CHARGED ON THE BALANCE EACH CYCLE. LN-STATUS
      *    "A" ACTIVE, "F" FLAGGED FOR RECOVERY FROM THE FINAL
      *    CHECK, "C" CLOSED. THE LAST-* FIELDS HOLD THE MOST
      *    RECENT CYCLE'S REPAYMENT SO payvoid.cob CAN PUT IT BACK.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05 LN-EMP-ID        PIC X(5).
           05 LN-LOAN-NO       PIC 9(4).
           05 LN-TYPE          PIC X.
           05 LN-ISSUE-DATE    PIC X(8).
           05 LN-PRINCIPAL     PIC 9(7)V99.
           05 LN-REPAYMENT     PIC 9(5)V99.
           05 LN-INT-RATE      PIC 9(2)V99.
           05 LN-BALANCE       PIC 9(7)V99.
           05 LN-STATUS        PIC X.
           05 LN-CLOSED-DATE   PIC X(8).
           05 LN-LAST-DATE     PIC X(8).
           05 LN-LAST-REPAID   PIC 9(7)V99.
           05 LN-LAST-INTEREST PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-WORK-LOAN-NO     PIC 9(4).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-NEW-REPAYMENT    PIC 9(5)V99 VALUE 0.
       01  WS-LM-PROMPT        PIC X(60).
       01  WS-LM-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "LOANMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES.
               10 LNE-EMP-ID       PIC X(5).
               10 LNE-LOAN-NO      PIC 9(4).
               10 LNE-TYPE         PIC X.
               10 LNE-ISSUE-DATE   PIC X(8).
               10 LNE-PRINCIPAL    PIC 9(7)V99.
               10 LNE-REPAYMENT    PIC 9(5)V99.
               10 LNE-INT-RATE     PIC 9(2)V99.
               10 LNE-BALANCE      PIC 9(7)V99.
               10 LNE-STATUS       PIC X.
               10 LNE-CLOSED-DATE  PIC X(8).
               10 LNE-LAST-DATE    PIC X(8).
               10 LNE-LAST-REPAID  PIC 9(7)V99.
               10 LNE-LAST-INTEREST PIC 9(5)V99.
       01  LO                  PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-PRINCIPAL     PIC Z,ZZZ,ZZ9.99.
           05 ED-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05 ED-REPAYMENT     PIC ZZ,ZZ9.99.
           05 ED-PERCENT       PIC Z9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE LEDGER HOLDS WHAT EMPLOYEES OWE THE COMPANY -- THE
      *    INQUIRY ROLE HAS NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-LOAN-TABLE
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 200 LOANS ON loans.dat. "
                   "ARCHIVE THE CLOSED LOANS BEFORE MAINTAINING "
                   "IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-FOR-EMPLOYEE
                   WHEN "R"
                       PERFORM 0400-CHANGE-REPAYMENT THRU 0400-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-LOAN-TABLE.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS = "00"
               PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO WS-LN-EOF
                       NOT AT END
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-RECORD TO LN-ENTRY(WS-LN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           ELSE
               DISPLAY "NO LOANS ON FILE YET -- ISSUE THEM THROUGH "
                   "offcycle."
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- EMPLOYEE LOAN MAINTENANCE -----"
           DISPLAY "L - LIST AN EMPLOYEE'S LOANS (BLANK = ALL)"
           DISPLAY "R - CHANGE THE REPAYMENT PER CYCLE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-FOR-EMPLOYEE.
           DISPLAY "ENTER EMP-ID (BLANK = ALL): "
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF WS-WORK-EMP-ID = SPACES
                       OR LNE-EMP-ID(LO) = WS-WORK-EMP-ID
                   MOVE LO TO WS-FOUND-INDEX
                   PERFORM 0350-DISPLAY-LOAN
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO LOANS ON FILE FOR " WS-WORK-EMP-ID "."
           END-IF.

       0350-DISPLAY-LOAN.
           MOVE LNE-PRINCIPAL(LO) TO ED-PRINCIPAL
           MOVE LNE-BALANCE(LO) TO ED-BALANCE
           MOVE LNE-REPAYMENT(LO) TO ED-REPAYMENT
           MOVE LNE-INT-RATE(LO) TO ED-PERCENT
           DISPLAY "  " LNE-EMP-ID(LO) "  LOAN " LNE-LOAN-NO(LO)
               "  TYPE " LNE-TYPE(LO) "  ISSUED " LNE-ISSUE-DATE(LO)
               "  STATUS " LNE-STATUS(LO)
           DISPLAY "     PRINCIPAL " ED-PRINCIPAL "  REPAY "
               ED-REPAYMENT "  RATE " ED-PERCENT
               "  BALANCE " ED-BALANCE
           IF LNE-STATUS(LO) = "C"
               DISPLAY "     CLOSED " LNE-CLOSED-DATE(LO)
           END-IF
           IF LNE-STATUS(LO) = "F"
               DISPLAY "     *** FLAGGED FOR FINAL-CHECK RECOVERY ***"
           END-IF.

      *    ONLY THE SCHEDULE CHANGES -- THE BALANCE MOVES ONLY WHEN
      *    PAYROLL ACTUALLY TAKES OR RESTORES A REPAYMENT.
       0400-CHANGE-REPAYMENT.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE "ENTER LOAN NUMBER: " TO WS-LM-PROMPT
           CALL "NUMVALID" USING WS-LM-PROMPT WS-LM-NUM-BUFFER
           MOVE WS-LM-NUM-BUFFER TO WS-WORK-LOAN-NO
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-EMP-ID(LO) = WS-WORK-EMP-ID
                       AND LNE-LOAN-NO(LO) = WS-WORK-LOAN-NO
                   MOVE LO TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO LOAN " WS-WORK-LOAN-NO " ON FILE FOR "
                   WS-WORK-EMP-ID "."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO LO
           IF LNE-STATUS(LO) NOT = "A"
               DISPLAY "THAT LOAN IS NOT ACTIVE (STATUS "
                   LNE-STATUS(LO) ")."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0350-DISPLAY-LOAN
           MOVE "ENTER NEW REPAYMENT PER CYCLE (XXXXX.XX): "
               TO WS-LM-PROMPT
           CALL "NUMVALID" USING WS-LM-PROMPT WS-LM-NUM-BUFFER
           MOVE WS-LM-NUM-BUFFER TO WS-NEW-REPAYMENT
           IF WS-NEW-REPAYMENT = 0
               DISPLAY "REPAYMENT MUST BE GREATER THAN ZERO. "
                   "NOT CHANGED."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-NEW-REPAYMENT TO LNE-REPAYMENT(LO)
           PERFORM 0800-REWRITE-LOAN-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REPAYMENT CHANGED LOAN " WS-WORK-LOAN-NO " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "REPAYMENT CHANGED.".
       0400-EXIT.
           EXIT.

       0800-REWRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               MOVE LN-ENTRY(LO) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.
