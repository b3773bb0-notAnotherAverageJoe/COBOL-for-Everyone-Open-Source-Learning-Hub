       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    COMPANY MASTER AND EMPLOYEE-COMPANY ASSIGNMENT
      *            MAINTENANCE. PAYROLL NOW RUNS FOR MORE THAN ONE
      *            EMPLOYER, AND EACH MUST HAVE ITS OWN EMPLOYER
      *            ACCOUNT, ITS OWN BANK TRANSMISSION AND ITS OWN
      *            LEDGER. THIS PROGRAM MAINTAINS companies.dat
      *            (COMPANY CODE, NAME, FEDERAL EMPLOYER ACCOUNT, AND
      *            THE ROUTING AND ACCOUNT THE COMPANY'S PAYROLL IS
      *            FUNDED FROM) AND empcompany.dat (ONE COMPANY PER
      *            EMP-ID) UNDER THE SHARED SIGN-ON. THE FIRST
      *            COMPANY ON FILE IS THE HOME COMPANY: EVERY
      *            EMPLOYEE WITH NO ASSIGNMENT WORKS FOR IT, SO ONLY
      *            THE OTHER COMPANIES' STAFF NEED ASSIGNING, AND IT
      *            CANNOT BE DELETED. A COMPANY STILL EMPLOYING
      *            ANYONE CANNOT BE DELETED EITHER. THE PAY CYCLE,
      *            BANK EXTRACT, REGISTERS, GL EXTRACT AND TAX
      *            FILINGS ALL SPLIT BY COMPANY THROUGH
      *            Shared/company.cob. BEFORE THE FIRST CYCLE UNDER
      *            COMPANIES, SET UP THE HOME COMPANY HERE AND RUN
      *            compconvert.cob ONCE.
      *    compile with ->  cobc -x -o compmaint compmaint.cob
      *    then run ./compmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT EMP-COMPANY-FILE ASSIGN TO "empcompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CM-EMPLOYER-ID IS THE FEDERAL EMPLOYER ACCOUNT THE TAX
      *    FILINGS ARE MADE UNDER; CM-BANK-ROUTING AND
      *    CM-BANK-ACCOUNT ARE THE ACCOUNT THE BANK DEBITS FOR THE
      *    COMPANY'S DIRECT DEPOSITS.
       FD  COMPANY-MASTER-FILE.
       01  COMPANY-MASTER-RECORD.
           05 CM-CODE          PIC X(4).
           05 CM-NAME          PIC X(30).
           05 CM-EMPLOYER-ID   PIC X(9).
           05 CM-BANK-ROUTING  PIC X(9).
           05 CM-BANK-ACCOUNT  PIC X(12).

       FD  EMP-COMPANY-FILE.
       01  EMP-COMPANY-RECORD.
           05 EC-EMP-ID        PIC X(5).
           05 EC-COMPANY       PIC X(4).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-SEARCH-CODE      PIC X(4).
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.
       01  WS-IN-USE-COUNT     PIC 9(4) VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "COMPMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  COMPANY-TABLE.
           05 WS-CM-COUNT      PIC 9(2) VALUE 0.
           05 CM-ENTRY OCCURS 20 TIMES.
               10 CME-CODE         PIC X(4).
               10 CME-NAME         PIC X(30).
               10 CME-EMPLOYER-ID  PIC X(9).
               10 CME-BANK-ROUTING PIC X(9).
               10 CME-BANK-ACCOUNT PIC X(12).
       01  C                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-EC-COUNT      PIC 9(4) VALUE 0.
           05 EC-ENTRY OCCURS 1000 TIMES.
               10 ECE-EMP-ID       PIC X(5).
               10 ECE-COMPANY      PIC X(4).
       01  A                   PIC 9(4) VALUE 1.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-COMPANY-TABLE
           PERFORM 0110-LOAD-ASSIGNMENT-TABLE
           IF WS-EC-COUNT = 1000 AND WS-EC-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 1000 ASSIGNMENTS ON "
                   "empcompany.dat. REMOVE LEAVERS BEFORE "
                   "MAINTAINING IT. ***"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-COMPANIES
                   WHEN "A"
                       PERFORM 0400-ADD-COMPANY THRU 0400-EXIT
                   WHEN "C"
                       PERFORM 0500-CHANGE-COMPANY THRU 0500-EXIT
                   WHEN "D"
                       PERFORM 0600-DELETE-COMPANY THRU 0600-EXIT
                   WHEN "S"
                       PERFORM 0700-ASSIGN-EMPLOYEE THRU 0700-EXIT
                   WHEN "E"
                       PERFORM 0750-SHOW-EMPLOYEE-COMPANY
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-COMPANY-TABLE.
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-CM-EOF = "Y" OR WS-CM-COUNT = 20
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE COMPANY-MASTER-RECORD
                               TO CM-ENTRY(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF.

       0110-LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EC-EOF
           OPEN INPUT EMP-COMPANY-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EC-EOF = "Y" OR WS-EC-COUNT = 1000
                   READ EMP-COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                           ADD 1 TO WS-EC-COUNT
                           MOVE EMP-COMPANY-RECORD
                               TO EC-ENTRY(WS-EC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-COMPANY-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- COMPANY MAINTENANCE -----"
           DISPLAY "L - LIST COMPANIES"
           DISPLAY "A - ADD A COMPANY"
           DISPLAY "C - CHANGE A COMPANY"
           DISPLAY "D - DELETE A COMPANY"
           DISPLAY "S - SET AN EMPLOYEE'S COMPANY"
           DISPLAY "E - SHOW AN EMPLOYEE'S COMPANY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-COMPANIES.
           IF WS-CM-COUNT = 0
               DISPLAY "NO COMPANIES ON FILE."
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               DISPLAY CME-CODE(C) "  " CME-NAME(C) "  EMPLOYER "
                   CME-EMPLOYER-ID(C) "  FUNDED FROM "
                   CME-BANK-ROUTING(C) " " CME-BANK-ACCOUNT(C)
               IF C = 1
                   DISPLAY "      (HOME COMPANY -- EMPLOYS EVERYONE "
                       "NOT ASSIGNED ELSEWHERE)"
               END-IF
           END-PERFORM.

       0400-ADD-COMPANY.
           IF WS-CM-COUNT = 20
               DISPLAY "COMPANY TABLE IS FULL (20)."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER COMPANY CODE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           IF WS-SEARCH-CODE = SPACES
               DISPLAY "COMPANY CODE IS REQUIRED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0800-FIND-COMPANY
           IF WS-FOUND-INDEX NOT = 0
               DISPLAY "COMPANY " WS-SEARCH-CODE " ALREADY EXISTS."
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-CM-COUNT
           MOVE WS-SEARCH-CODE TO CME-CODE(WS-CM-COUNT)
           MOVE WS-CM-COUNT TO C
           PERFORM 0450-TAKE-COMPANY-FIELDS
           PERFORM 0900-REWRITE-COMPANY-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED COMPANY " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-CM-COUNT = 1
               DISPLAY "COMPANY ADDED AS THE HOME COMPANY."
           ELSE
               DISPLAY "COMPANY ADDED."
           END-IF.
       0400-EXIT.
           EXIT.

       0450-TAKE-COMPANY-FIELDS.
           DISPLAY "ENTER COMPANY NAME: "
           ACCEPT CME-NAME(C)
           DISPLAY "ENTER FEDERAL EMPLOYER ACCOUNT (9 DIGITS): "
           ACCEPT CME-EMPLOYER-ID(C)
           DISPLAY "ENTER FUNDING BANK ROUTING NUMBER: "
           ACCEPT CME-BANK-ROUTING(C)
           DISPLAY "ENTER FUNDING BANK ACCOUNT NUMBER: "
           ACCEPT CME-BANK-ACCOUNT(C).

       0500-CHANGE-COMPANY.
           DISPLAY "ENTER COMPANY CODE TO CHANGE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           PERFORM 0800-FIND-COMPANY
           IF WS-FOUND-INDEX = 0
               DISPLAY "COMPANY " WS-SEARCH-CODE " NOT FOUND."
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO C
           DISPLAY "CURRENT: " CME-NAME(C) "  EMPLOYER "
               CME-EMPLOYER-ID(C) "  FUNDED FROM "
               CME-BANK-ROUTING(C) " " CME-BANK-ACCOUNT(C)
           PERFORM 0450-TAKE-COMPANY-FIELDS
           PERFORM 0900-REWRITE-COMPANY-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED COMPANY " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "COMPANY CHANGED.".
       0500-EXIT.
           EXIT.

      *    DELETING THE HOME COMPANY WOULD SILENTLY HAND EVERY
      *    UNASSIGNED EMPLOYEE TO WHICHEVER COMPANY CAME SECOND,
      *    AND AN EMPLOYEE POINTING AT A VANISHED COMPANY COULD
      *    NOT BE PAID -- BOTH ARE REFUSED.
       0600-DELETE-COMPANY.
           DISPLAY "ENTER COMPANY CODE TO DELETE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           PERFORM 0800-FIND-COMPANY
           IF WS-FOUND-INDEX = 0
               DISPLAY "COMPANY " WS-SEARCH-CODE " NOT FOUND."
               GO TO 0600-EXIT
           END-IF
           IF WS-FOUND-INDEX = 1
               DISPLAY WS-SEARCH-CODE " IS THE HOME COMPANY AND "
                   "CANNOT BE DELETED."
               GO TO 0600-EXIT
           END-IF
           MOVE 0 TO WS-IN-USE-COUNT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EC-COUNT
               IF ECE-COMPANY(A) = WS-SEARCH-CODE
                   ADD 1 TO WS-IN-USE-COUNT
               END-IF
           END-PERFORM
           IF WS-IN-USE-COUNT > 0
               DISPLAY WS-IN-USE-COUNT " EMPLOYEES STILL WORK FOR "
                   WS-SEARCH-CODE " -- REASSIGN THEM FIRST."
               GO TO 0600-EXIT
           END-IF
           PERFORM VARYING C FROM WS-FOUND-INDEX BY 1
                   UNTIL C >= WS-CM-COUNT
               MOVE CM-ENTRY(C + 1) TO CM-ENTRY(C)
           END-PERFORM
           SUBTRACT 1 FROM WS-CM-COUNT
           PERFORM 0900-REWRITE-COMPANY-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED COMPANY " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "COMPANY DELETED.".
       0600-EXIT.
           EXIT.

      *    ONE COMPANY PER EMPLOYEE: A TRANSFER OVERWRITES THE OLD
      *    ASSIGNMENT AND TAKES EFFECT FROM THE NEXT CYCLE. A BLANK
      *    CODE, OR THE HOME COMPANY'S, REMOVES THE LINE -- THE
      *    EMPLOYEE WORKS FOR THE HOME COMPANY.
       0700-ASSIGN-EMPLOYEE.
           IF WS-CM-COUNT = 0
               DISPLAY "ADD THE HOME COMPANY FIRST."
               GO TO 0700-EXIT
           END-IF
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMP-ID " EMP-ID " IS NOT ON "
                       "EMPLOYEE-FILE."
                   GO TO 0700-EXIT
           END-READ
           DISPLAY "ENTER COMPANY CODE (BLANK FOR THE HOME "
               "COMPANY): "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           IF WS-SEARCH-CODE NOT = SPACES
               PERFORM 0800-FIND-COMPANY
               IF WS-FOUND-INDEX = 0
                   DISPLAY "COMPANY " WS-SEARCH-CODE " NOT FOUND."
                   GO TO 0700-EXIT
               END-IF
               IF WS-FOUND-INDEX = 1
                   MOVE SPACES TO WS-SEARCH-CODE
               END-IF
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EC-COUNT
               IF ECE-EMP-ID(A) = WS-WORK-EMP-ID
                   MOVE A TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SEARCH-CODE = SPACES AND WS-FOUND-INDEX = 0
                   DISPLAY WS-WORK-EMP-ID " ALREADY WORKS FOR THE "
                       "HOME COMPANY."
                   GO TO 0700-EXIT
               WHEN WS-SEARCH-CODE = SPACES
                   PERFORM VARYING A FROM WS-FOUND-INDEX BY 1
                           UNTIL A >= WS-EC-COUNT
                       MOVE EC-ENTRY(A + 1) TO EC-ENTRY(A)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-EC-COUNT
               WHEN WS-FOUND-INDEX NOT = 0
                   MOVE WS-SEARCH-CODE TO ECE-COMPANY(WS-FOUND-INDEX)
               WHEN WS-EC-COUNT = 1000
                   DISPLAY "ASSIGNMENT TABLE IS FULL (1000)."
                   GO TO 0700-EXIT
               WHEN OTHER
                   ADD 1 TO WS-EC-COUNT
                   MOVE WS-WORK-EMP-ID TO ECE-EMP-ID(WS-EC-COUNT)
                   MOVE WS-SEARCH-CODE TO ECE-COMPANY(WS-EC-COUNT)
           END-EVALUATE
           PERFORM 0950-REWRITE-ASSIGNMENT-FILE
           IF WS-SEARCH-CODE = SPACES
               MOVE CME-CODE(1) TO WS-SEARCH-CODE
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET COMPANY " WS-SEARCH-CODE " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ASSIGNMENT SAVED. PAYMENTS ALREADY MADE STAY "
               "WITH THE COMPANY THAT MADE THEM.".
       0700-EXIT.
           EXIT.

       0750-SHOW-EMPLOYEE-COMPANY.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE SPACES TO WS-SEARCH-CODE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EC-COUNT
               IF ECE-EMP-ID(A) = WS-WORK-EMP-ID
                   MOVE ECE-COMPANY(A) TO WS-SEARCH-CODE
               END-IF
           END-PERFORM
           PERFORM 0800-FIND-COMPANY
           EVALUATE TRUE
               WHEN WS-CM-COUNT = 0
                   DISPLAY "NO COMPANIES ON FILE."
               WHEN WS-SEARCH-CODE = SPACES
                   DISPLAY WS-WORK-EMP-ID " WORKS FOR THE HOME "
                       "COMPANY " CME-CODE(1) " " CME-NAME(1)
               WHEN WS-FOUND-INDEX = 0
                   DISPLAY WS-WORK-EMP-ID " IS ASSIGNED TO "
                       WS-SEARCH-CODE " WHICH IS NOT ON "
                       "companies.dat."
               WHEN OTHER
                   MOVE WS-FOUND-INDEX TO C
                   DISPLAY WS-WORK-EMP-ID " WORKS FOR " CME-CODE(C)
                       " " CME-NAME(C)
           END-EVALUATE.

       0800-FIND-COMPANY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               IF CME-CODE(C) = WS-SEARCH-CODE
                   MOVE C TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0900-REWRITE-COMPANY-FILE.
           OPEN OUTPUT COMPANY-MASTER-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               MOVE CM-ENTRY(C) TO COMPANY-MASTER-RECORD
               WRITE COMPANY-MASTER-RECORD
           END-PERFORM
           CLOSE COMPANY-MASTER-FILE.

       0950-REWRITE-ASSIGNMENT-FILE.
           OPEN OUTPUT EMP-COMPANY-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EC-COUNT
               MOVE EC-ENTRY(A) TO EMP-COMPANY-RECORD
               WRITE EMP-COMPANY-RECORD
           END-PERFORM
           CLOSE EMP-COMPANY-FILE.
