       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELFSERV.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    EMPLOYEE SELF-SERVICE PAY AND LEAVE INQUIRY.
      *            EVERY PAYDAY THE DESK ANSWERED THE SAME CALLS --
      *            WHAT WAS MY NET, HOW MUCH LEAVE HAVE I GOT, WHAT
      *            IS MY YEAR-TO-DATE TAX. AN EMPLOYEE NOW SIGNS ON
      *            HERE WITH THEIR OWN EMP-ID AND THE PERSONAL PIN
      *            THE DESK ISSUED THROUGH pinmaint.cob (HASHED
      *            THROUGH PWHASH ON empcreds.dat, THREE WRONG PINS
      *            DISABLE IT, AS SIGNON DOES FOR OPERATORS) AND
      *            SEES ONLY THEIR OWN RECORDS:
      *              P  THE LAST SIX payhist.dat CYCLES, EACH WITH
      *                 ITS STUB DETAIL -- GROSS, TAX AND ITS
      *                 JURISDICTION SPLIT, EACH dedhistory.dat
      *                 DEDUCTION, NET
      *              L  THE leavebal.dat BALANCE AND EVERY
      *                 leavetaken.dat ENTRY
      *              Y  THE ytd.dat TOTALS
      *              B  THE bankdetails.dat ACCOUNT, MASKED TO ITS
      *                 LAST FOUR DIGITS (THE NUMBERS ARE HELD
      *                 ENCRYPTED AND ARE DECRYPTED ONLY TO BE
      *                 MASKED)
      *            EVERY SIGN-ON AND EVERY INQUIRY IS WRITTEN TO THE
      *            AUDIT LOG UNDER THE EMPLOYEE'S OWN ID ("SS-"
      *            FOLLOWED BY THE EMP-ID). EVERY MASTER IS OPENED
      *            INPUT ONLY -- THE ONLY FILE THIS PROGRAM WRITES IS
      *            empcreds.dat, FOR THE FAILED-PIN COUNT AND AN
      *            EMPLOYEE CHANGING THEIR OWN PIN.
      *    compile with ->  cobc -x -o selfserv selfserv.cob
      *    then run ./selfserv

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-CRED-FILE ASSIGN TO "empcreds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT DEDUCTION-HISTORY-FILE ASSIGN TO "dedhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT BANK-DETAILS-FILE ASSIGN TO WS-BANK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMP-ID
               FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT pinmaint.cob MAINTAINS.
       FD  EMP-CRED-FILE.
       01  EMP-CRED-RECORD.
           05 EC-EMP-ID            PIC X(5).
           05 EC-SALT              PIC X(8).
           05 EC-PIN-HASH          PIC 9(10).
           05 EC-FAILED-COUNT      PIC 9.
           05 EC-STATUS            PIC X.

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-PAY-DATE  PIC X(8).
               10 PH-EMP-ID    PIC X(5).
               10 PH-SEQ       PIC 9(2).
           05 PH-GROSS         PIC S9(7)V99.
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  DEDUCTION-HISTORY-FILE.
       01  DEDUCTION-HISTORY-RECORD.
           05 DH-PAY-DATE      PIC X(8).
           05 DH-EMP-ID        PIC X(5).
           05 DH-CODE          PIC X(4).
           05 DH-AMOUNT        PIC 9(5)V99.
           05 DH-REMITTED      PIC X.

       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID        PIC X(5).
           05 LB-BALANCE       PIC S9(4)V99.

       FD  LEAVE-TAKEN-FILE.
       01  LEAVE-TAKEN-RECORD.
           05 LT-EMP-ID        PIC X(5).
           05 LT-LEAVE-DATE    PIC X(8).
           05 LT-HOURS         PIC 9(2)V9.
           05 LT-PAID          PIC X.

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-YEAR         PIC X(4).
           05 YTD-GROSS        PIC 9(9)V99.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 BD-EMP-ID        PIC X(5).
           05 BD-ROUTING       PIC X(9).
           05 BD-ACCOUNT       PIC X(12).
           05 BD-ACCT-TYPE     PIC X.
           05 BD-STATUS        PIC X.
           05 BD-PRENOTE-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-YTD-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-PH-EOF           PIC X VALUE "N".
       01  WS-DH-EOF           PIC X VALUE "N".
       01  WS-LT-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNED-ON        PIC X VALUE "N".
       01  WS-SIGNON-EMP-ID    PIC X(5) VALUE SPACES.
       01  WS-PIN              PIC X(10).
       01  WS-NEW-PIN          PIC X(10).
       01  WS-CONFIRM-PIN      PIC X(10).
       01  WS-PIN-LENGTH       PIC 9(2) VALUE 0.
       01  WS-TYPED-HASH       PIC 9(10) VALUE 0.
       01  WS-CHANGE-CHOICE    PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-TABLE-CHANGED    PIC X VALUE "N".
      *    SET WHEN empcreds.dat HOLDS MORE RECORDS THAN THE TABLE
      *    -- THE FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE.
       01  WS-TABLE-OVERFLOW   PIC X VALUE "N".
       01  WS-MAX-FAILURES     PIC 9 VALUE 3.
       01  WS-LINES-SHOWN      PIC 9(4) VALUE 0.
       01  WS-ACCOUNT-LENGTH   PIC 9(2) VALUE 0.
       01  WS-MASKED-ACCOUNT   PIC X(12).
       01  WS-MASKED-ROUTING   PIC X(9).
       01  WS-ACCT-TYPE-TEXT   PIC X(8).
       01  WS-BANK-STATUS-TEXT PIC X(30).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "SELFSERV".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "B".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).
      *    WHOEVER SIGNS ON HERE IS THE WHO ON EVERY AUDIT LINE
      *    (SEE Shared/auditlog.cob).
       01  SESSION-OPERATOR-ID PIC X(10) EXTERNAL.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-TAX           PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-DEDUCTIONS    PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-NET           PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-HOURS         PIC -ZZZ9.99.

       01  EMP-CRED-TABLE.
           05 WS-EC-COUNT      PIC 9(3) VALUE 0.
           05 EC-ENTRY OCCURS 500 TIMES.
               10 ECT-EMP-ID       PIC X(5).
               10 ECT-SALT         PIC X(8).
               10 ECT-PIN-HASH     PIC 9(10).
               10 ECT-FAILED-COUNT PIC 9.
               10 ECT-STATUS       PIC X.
       01  N                   PIC 9(3) VALUE 1.

      *    THE LAST SIX CYCLES FOR THE SIGNED-ON EMPLOYEE. payhist
      *    IS IN PAY-DATE ORDER, SO A NEWER CYCLE PUSHES THE OLDEST
      *    OFF THE FRONT.
       01  CYCLE-TABLE.
           05 WS-CY-COUNT      PIC 9 VALUE 0.
           05 CY-ENTRY OCCURS 6 TIMES.
               10 CYE-PAY-DATE     PIC X(8).
               10 CYE-SEQ          PIC 9(2).
               10 CYE-GROSS        PIC S9(7)V99.
               10 CYE-TAX          PIC S9(7)V99.
               10 CYE-DEDUCTIONS   PIC S9(7)V99.
               10 CYE-NET          PIC S9(7)V99.
               10 CYE-JURIS-SPLIT OCCURS 3 TIMES.
                   15 CYE-JURIS-CODE   PIC X(4).
                   15 CYE-JURIS-TAX    PIC S9(7)V99.
       01  CY                  PIC 9 VALUE 1.
       01  J                   PIC 9 VALUE 1.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".
       01  WS-BANK-LOGICAL     PIC X(20) VALUE
                               "bankdetails.dat".
       01  WS-BANK-PATH        PIC X(50) VALUE
                               "bankdetails.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "ENVCONFIG" USING WS-BANK-LOGICAL
               WS-BANK-PATH
           PERFORM 0100-LOAD-CRED-TABLE
           IF WS-EC-COUNT = 0
               DISPLAY "SELF-SERVICE IS NOT SET UP YET. SEE THE "
                   "PAYROLL DESK FOR A PIN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-SIGN-ON THRU 0200-EXIT
           IF WS-TABLE-CHANGED = "Y"
               IF WS-TABLE-OVERFLOW = "Y"
                   DISPLAY "MORE THAN 500 PINS ON FILE -- PIN "
                       "CHANGES NOT SAVED. SEE THE PAYROLL DESK."
               ELSE
                   PERFORM 0900-REWRITE-CRED-FILE
               END-IF
           END-IF
           IF WS-SIGNED-ON NOT = "Y"
               DISPLAY "ACCESS DENIED."
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "SELF-SERVICE SIGN-ON REFUSED FOR "
                   WS-SIGNON-EMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SESSION-OPERATOR-ID
           STRING "SS-" WS-SIGNON-EMP-ID
               DELIMITED BY SIZE INTO SESSION-OPERATOR-ID
           MOVE "SELF-SERVICE SIGN-ON" TO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY " "
           DISPLAY "WELCOME, " FUNCTION TRIM(EMP-NAME) "."
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0300-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "P"
                       PERFORM 0400-SHOW-PAY-HISTORY
                   WHEN "L"
                       PERFORM 0500-SHOW-LEAVE
                   WHEN "Y"
                       PERFORM 0600-SHOW-YTD
                   WHEN "B"
                       PERFORM 0700-SHOW-BANK-DETAILS
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-CRED-TABLE.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EC-EOF
           MOVE "N" TO WS-TABLE-OVERFLOW
           OPEN INPUT EMP-CRED-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EC-EOF = "Y"
                   READ EMP-CRED-FILE
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                       IF WS-EC-COUNT = 500
                           MOVE "Y" TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-EC-COUNT
                           MOVE EC-EMP-ID TO ECT-EMP-ID(WS-EC-COUNT)
                           MOVE EC-SALT TO ECT-SALT(WS-EC-COUNT)
                           MOVE EC-PIN-HASH
                               TO ECT-PIN-HASH(WS-EC-COUNT)
                           MOVE EC-FAILED-COUNT
                               TO ECT-FAILED-COUNT(WS-EC-COUNT)
                           MOVE EC-STATUS TO ECT-STATUS(WS-EC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CRED-FILE
           END-IF.

      *    FINDS THE EMP-ID, REFUSES A DISABLED PIN, AND COMPARES
      *    THE HASH OF WHAT WAS TYPED AGAINST THE HASH ON FILE. A
      *    MISS BUMPS THE FAILED COUNT AND THE THIRD MISS DISABLES
      *    THE PIN; A HIT CLEARS THE COUNT. AN EMPLOYEE NO LONGER
      *    ON THE EMPLOYEE FILE IS REFUSED EVEN WITH A GOOD PIN.
       0200-SIGN-ON.
           MOVE "N" TO WS-SIGNED-ON
           DISPLAY "ENTER YOUR EMPLOYEE ID: "
           ACCEPT WS-SIGNON-EMP-ID
           DISPLAY "ENTER YOUR PIN: "
           ACCEPT WS-PIN
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EC-COUNT
               IF ECT-EMP-ID(N) = WS-SIGNON-EMP-ID
                   MOVE N TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               GO TO 0200-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO N
           IF ECT-STATUS(N) = "D"
               DISPLAY "YOUR PIN IS DISABLED. SEE THE PAYROLL DESK."
               GO TO 0200-EXIT
           END-IF
           CALL "PWHASH" USING ECT-SALT(N) WS-PIN WS-TYPED-HASH
           IF WS-TYPED-HASH NOT = ECT-PIN-HASH(N)
               ADD 1 TO ECT-FAILED-COUNT(N)
               MOVE "Y" TO WS-TABLE-CHANGED
               IF ECT-FAILED-COUNT(N) >= WS-MAX-FAILURES
                   MOVE "D" TO ECT-STATUS(N)
                   DISPLAY "TOO MANY WRONG PINS -- YOUR PIN IS NOW "
                       "DISABLED. SEE THE PAYROLL DESK."
               END-IF
               GO TO 0200-EXIT
           END-IF
           IF ECT-FAILED-COUNT(N) NOT = 0
               MOVE 0 TO ECT-FAILED-COUNT(N)
               MOVE "Y" TO WS-TABLE-CHANGED
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "SELF-SERVICE IS NOT AVAILABLE RIGHT NOW."
               GO TO 0200-EXIT
           END-IF
           MOVE WS-SIGNON-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   GO TO 0200-EXIT
           END-READ
           CLOSE EMPLOYEE-FILE
           MOVE "Y" TO WS-SIGNED-ON
           PERFORM 0250-OFFER-PIN-CHANGE.
       0200-EXIT.
           EXIT.

      *    THE DESK HANDS OUT THE FIRST PIN; THE EMPLOYEE MAY SET
      *    THEIR OWN ON THE SPOT -- NEW SALT, NEW HASH, TYPED TWICE.
       0250-OFFER-PIN-CHANGE.
           DISPLAY "CHANGE YOUR PIN? (Y/N): "
           ACCEPT WS-CHANGE-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-CHOICE)
               TO WS-CHANGE-CHOICE
           IF WS-CHANGE-CHOICE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-INDEX TO N
           DISPLAY "ENTER NEW PIN (4 TO 10 DIGITS): "
           MOVE SPACES TO WS-NEW-PIN
           ACCEPT WS-NEW-PIN
           DISPLAY "ENTER IT AGAIN: "
           MOVE SPACES TO WS-CONFIRM-PIN
           ACCEPT WS-CONFIRM-PIN
           MOVE 0 TO WS-PIN-LENGTH
           INSPECT WS-NEW-PIN TALLYING WS-PIN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PIN-LENGTH < 4
               DISPLAY "A PIN IS 4 TO 10 DIGITS. PIN UNCHANGED."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PIN(1:WS-PIN-LENGTH) IS NOT NUMERIC
               DISPLAY "A PIN IS 4 TO 10 DIGITS. PIN UNCHANGED."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PIN NOT = WS-CONFIRM-PIN
               DISPLAY "ENTRIES DO NOT MATCH. PIN UNCHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(9:8) TO ECT-SALT(N)
           CALL "PWHASH" USING ECT-SALT(N) WS-NEW-PIN WS-TYPED-HASH
           MOVE WS-TYPED-HASH TO ECT-PIN-HASH(N)
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "PIN CHANGED.".

       0300-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- EMPLOYEE SELF-SERVICE -----"
           DISPLAY "P - MY LAST SIX PAYS"
           DISPLAY "L - MY LEAVE BALANCE AND LEAVE TAKEN"
           DISPLAY "Y - MY YEAR-TO-DATE TOTALS"
           DISPLAY "B - MY BANK ACCOUNT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0400-SHOW-PAY-HISTORY.
           MOVE "VIEWED LAST SIX PAYS" TO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           MOVE 0 TO WS-CY-COUNT
           MOVE "N" TO WS-PH-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY ON FILE."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       IF PH-EMP-ID = WS-SIGNON-EMP-ID
                           PERFORM 0410-KEEP-CYCLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF WS-CY-COUNT = 0
               DISPLAY "NO PAYS ON FILE FOR YOU YET."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CY FROM WS-CY-COUNT BY -1 UNTIL CY < 1
               PERFORM 0420-SHOW-ONE-CYCLE
           END-PERFORM.

       0410-KEEP-CYCLE.
           IF WS-CY-COUNT = 6
               PERFORM VARYING CY FROM 1 BY 1 UNTIL CY > 5
                   MOVE CY-ENTRY(CY + 1) TO CY-ENTRY(CY)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CY-COUNT
           END-IF
           MOVE WS-CY-COUNT TO CY
           MOVE PH-PAY-DATE TO CYE-PAY-DATE(CY)
           MOVE PH-SEQ TO CYE-SEQ(CY)
           MOVE PH-GROSS TO CYE-GROSS(CY)
           MOVE PH-TAX TO CYE-TAX(CY)
           MOVE PH-DEDUCTIONS TO CYE-DEDUCTIONS(CY)
           MOVE PH-NET TO CYE-NET(CY)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE PH-JURIS-CODE(J) TO CYE-JURIS-CODE(CY, J)
               MOVE PH-JURIS-TAX(J) TO CYE-JURIS-TAX(CY, J)
           END-PERFORM.

      *    ONE STUB -- THE DEDUCTION LINES COME FROM dedhistory.dat
      *    FOR THE SAME PAY DATE.
       0420-SHOW-ONE-CYCLE.
           MOVE CYE-GROSS(CY) TO ED-GROSS
           MOVE CYE-TAX(CY) TO ED-TAX
           MOVE CYE-DEDUCTIONS(CY) TO ED-DEDUCTIONS
           MOVE CYE-NET(CY) TO ED-NET
           DISPLAY " "
           DISPLAY "PAY DATE " CYE-PAY-DATE(CY) "  (RUN "
               CYE-SEQ(CY) ")"
           DISPLAY "  GROSS PAY        " ED-GROSS
           DISPLAY "  TAX WITHHELD     " ED-TAX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF CYE-JURIS-CODE(CY, J) NOT = SPACES
                   MOVE CYE-JURIS-TAX(CY, J) TO ED-AMOUNT
                   DISPLAY "    " CYE-JURIS-CODE(CY, J)
                       "             " ED-AMOUNT
               END-IF
           END-PERFORM
           DISPLAY "  DEDUCTIONS       " ED-DEDUCTIONS
           MOVE "N" TO WS-DH-EOF
           OPEN INPUT DEDUCTION-HISTORY-FILE
           IF WS-DH-FILE-STATUS = "00"
               PERFORM UNTIL WS-DH-EOF = "Y"
                   READ DEDUCTION-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DH-EOF
                       NOT AT END
                           IF DH-EMP-ID = WS-SIGNON-EMP-ID
                                   AND DH-PAY-DATE = CYE-PAY-DATE(CY)
                               MOVE DH-AMOUNT TO ED-AMOUNT
                               IF DH-REMITTED = "R"
                                       OR DH-REMITTED = "X"
                                   DISPLAY "    " DH-CODE
                                       "             " ED-AMOUNT
                                       " REVERSED"
                               ELSE
                                   DISPLAY "    " DH-CODE
                                       "             " ED-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-HISTORY-FILE
           END-IF
           DISPLAY "  NET PAY          " ED-NET.

       0500-SHOW-LEAVE.
           MOVE "VIEWED LEAVE BALANCE AND LEAVE TAKEN"
               TO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY " "
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "NO LEAVE BALANCE ON FILE FOR YOU."
           ELSE
               MOVE WS-SIGNON-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       DISPLAY "NO LEAVE BALANCE ON FILE FOR YOU."
                   NOT INVALID KEY
                       MOVE LB-BALANCE TO ED-HOURS
                       DISPLAY "LEAVE BALANCE: " ED-HOURS " HOURS"
               END-READ
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           MOVE 0 TO WS-LINES-SHOWN
           MOVE "N" TO WS-LT-EOF
           OPEN INPUT LEAVE-TAKEN-FILE
           IF WS-LT-FILE-STATUS = "00"
               DISPLAY "LEAVE TAKEN:"
               DISPLAY "  DATE        HOURS  PAID"
               PERFORM UNTIL WS-LT-EOF = "Y"
                   READ LEAVE-TAKEN-FILE
                       AT END
                           MOVE "Y" TO WS-LT-EOF
                       NOT AT END
                           IF LT-EMP-ID = WS-SIGNON-EMP-ID
                               ADD 1 TO WS-LINES-SHOWN
                               MOVE LT-HOURS TO ED-HOURS
                               DISPLAY "  " LT-LEAVE-DATE " "
                                   ED-HOURS "   " LT-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TAKEN-FILE
           END-IF
           IF WS-LINES-SHOWN = 0
               DISPLAY "NO LEAVE TAKEN ON FILE FOR YOU."
           END-IF.

       0600-SHOW-YTD.
           MOVE "VIEWED YEAR-TO-DATE TOTALS" TO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY " "
           OPEN INPUT YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "NO YEAR-TO-DATE TOTALS ON FILE FOR YOU."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   DISPLAY "NO YEAR-TO-DATE TOTALS ON FILE FOR YOU."
                   CLOSE YTD-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE YTD-GROSS TO ED-GROSS
           MOVE YTD-TAX TO ED-TAX
           MOVE YTD-DEDUCTIONS TO ED-DEDUCTIONS
           MOVE YTD-NET TO ED-NET
           DISPLAY "YEAR-TO-DATE " YTD-YEAR
           DISPLAY "  GROSS PAY        " ED-GROSS
           DISPLAY "  TAX WITHHELD     " ED-TAX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               IF YTD-JURIS-CODE(J) NOT = SPACES
                   MOVE YTD-JURIS-TAX(J) TO ED-AMOUNT
                   DISPLAY "    " YTD-JURIS-CODE(J)
                       "             " ED-AMOUNT
               END-IF
           END-PERFORM
           DISPLAY "  DEDUCTIONS       " ED-DEDUCTIONS
           DISPLAY "  NET PAY          " ED-NET
           CLOSE YTD-FILE.

      *    ONLY THE LAST FOUR DIGITS OF THE ROUTING AND ACCOUNT
      *    NUMBERS ARE EVER SHOWN.
       0700-SHOW-BANK-DETAILS.
           MOVE "VIEWED BANK ACCOUNT (MASKED)" TO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY " "
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               DISPLAY "NO BANK ACCOUNT ON FILE FOR YOU."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-EMP-ID TO BD-EMP-ID
           READ BANK-DETAILS-FILE
               INVALID KEY
                   DISPLAY "NO BANK ACCOUNT ON FILE FOR YOU."
                   CLOSE BANK-DETAILS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE BANK-DETAILS-FILE
           MOVE BD-ROUTING TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO BD-ROUTING
           MOVE BD-ACCOUNT TO WS-FC-VALUE
           MOVE 12 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO BD-ACCOUNT
           MOVE ALL "*" TO WS-MASKED-ROUTING
           MOVE BD-ROUTING(6:4) TO WS-MASKED-ROUTING(6:4)
           MOVE 0 TO WS-ACCOUNT-LENGTH
           INSPECT BD-ACCOUNT TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ALL "*" TO WS-MASKED-ACCOUNT
           IF WS-ACCOUNT-LENGTH > 4
               MOVE BD-ACCOUNT(WS-ACCOUNT-LENGTH - 3:4)
                   TO WS-MASKED-ACCOUNT(9:4)
           END-IF
           EVALUATE BD-ACCT-TYPE
               WHEN "C"
                   MOVE "CHECKING" TO WS-ACCT-TYPE-TEXT
               WHEN "S"
                   MOVE "SAVINGS" TO WS-ACCT-TYPE-TEXT
               WHEN OTHER
                   MOVE BD-ACCT-TYPE TO WS-ACCT-TYPE-TEXT
           END-EVALUATE
           EVALUATE BD-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-BANK-STATUS-TEXT
               WHEN "P"
                   MOVE "BEING VERIFIED WITH YOUR BANK"
                       TO WS-BANK-STATUS-TEXT
               WHEN "W"
                   MOVE "BEING VERIFIED WITH YOUR BANK"
                       TO WS-BANK-STATUS-TEXT
               WHEN "F"
                   MOVE "REJECTED -- SEE THE PAYROLL DESK"
                       TO WS-BANK-STATUS-TEXT
               WHEN OTHER
                   MOVE BD-STATUS TO WS-BANK-STATUS-TEXT
           END-EVALUATE
           DISPLAY "ROUTING NUMBER: " WS-MASKED-ROUTING
           DISPLAY "ACCOUNT NUMBER: " WS-MASKED-ACCOUNT
           DISPLAY "ACCOUNT TYPE:   " WS-ACCT-TYPE-TEXT
           DISPLAY "STATUS:         " WS-BANK-STATUS-TEXT.

       0900-REWRITE-CRED-FILE.
           OPEN OUTPUT EMP-CRED-FILE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EC-COUNT
               MOVE ECT-EMP-ID(N) TO EC-EMP-ID
               MOVE ECT-SALT(N) TO EC-SALT
               MOVE ECT-PIN-HASH(N) TO EC-PIN-HASH
               MOVE ECT-FAILED-COUNT(N) TO EC-FAILED-COUNT
               MOVE ECT-STATUS(N) TO EC-STATUS
               WRITE EMP-CRED-RECORD
           END-PERFORM
           CLOSE EMP-CRED-FILE.
