      *            ISSUES ONE PAYMENT FOR ONE EMP-ID: THE GROSS IS
      *            KEYED, TAX IS WITHHELD THROUGH THE SAME
      *            taxbrackets.dat LOGIC PAYRUN USES (FLAT
      *            EMP-TAX-RATE WHEN THE BRACKET FILE IS ABSENT) PLUS
      *            THE WORK LOCATION'S STATE AND LOCAL TAX, NO
      *            CYCLE DEDUCTIONS ARE TAKEN, AND THE PAYMENT IS
      *            WRITTEN TO payhist.dat AND ROLLED INTO ytd.dat
      *            EXACTLY AS A CYCLE PAYMENT WOULD BE. DATED TODAY,
      *            OTHER CYCLE -- AN OFF-CYCLE CHECK IS ON THE
      *            PERMANENT RECORD. A STUB IS APPENDED TO
      *            paystubs.txt WITH THE KEYED REASON ON IT.
      *            A LOAN OR SALARY ADVANCE IS ISSUED HERE TOO: IT IS
      *            PAID OUT THE SAME WAY BUT IS NOT WAGES -- NO GROSS,
      *            NO TAX, THE PRINCIPAL GOES STRAIGHT TO NET -- AND
      *            IT IS BOOKED ON THE LOAN LEDGER loans.dat WITH ITS
      *            REPAYMENT PER CYCLE AND ANY INTEREST, FOR PAYRUN TO
      *            RECOVER. A LOAN FLAGGED AT TERMINATION (SEE
      *            employeeMaint.cob) IS RECOVERED FROM THE FINAL
      *            CHECK ISSUED HERE, AS FAR AS THE NET WILL STRETCH.
      *            THE PAYMENT IS MADE BY THE EMPLOYEE'S OWN COMPANY
      *            (SEE Shared/company.cob) AND CARRIES ITS CODE ON
      *            THE HISTORY, YTD AND CONTROL RECORDS, SO THAT
      *            COMPANY'S NEXT payextract PICKS IT UP.
      *    compile with ->  cobc -x -o offcycle offcycle.cob
      *    then run ./offcycle

           SELECT TAX-BRACKET-FILE ASSIGN TO "taxbrackets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  PAY-STUB-FILE.
       01  PAY-STUB-RECORD     PIC X(80).
           05 CC-STEP-NAME     PIC X(12).
           05 CC-RECORD-COUNT  PIC 9(5).
           05 CC-TOTAL-NET     PIC S9(9)V99.
           05 CC-COMPANY       PIC X(4).

       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-RECORD.
           05 TB-INCOME-TO     PIC 9(7)V99.
           05 TB-RATE          PIC 9(2)V99.

      *    LOAN LEDGER, ONE LINE PER LOAN OR ADVANCE. LN-TYPE "L"
      *    LOAN, "A" SALARY ADVANCE. LN-STATUS "A" ACTIVE, "F"
      *    FLAGGED FOR RECOVERY FROM THE FINAL CHECK, "C" CLOSED.
      *    LN-INT-RATE IS AN ANNUAL PERCENT CHARGED ON THE BALANCE
      *    EACH CYCLE. THE LAST-RECOVERY FIELDS ARE SET BY WHATEVER
      *    CHECK LAST TOOK A REPAYMENT, SO payvoid CAN UNDO IT.
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

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-YTD-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TB-EOF           PIC X VALUE "N".
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".

      *    P = ORDINARY PAYMENT, L = LOAN, A = SALARY ADVANCE.
       01  WS-PAY-KIND         PIC X VALUE "P".
       01  WS-LOAN-REPAYMENT   PIC 9(5)V99 VALUE 0.
       01  WS-LOAN-INT-RATE    PIC 9(2)V99 VALUE 0.
       01  WS-LOAN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-NEXT-LOAN-NO     PIC 9(4) VALUE 0.

       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES.
               10 LNE-LOAN.
                   15 LNE-EMP-ID        PIC X(5).
                   15 LNE-LOAN-NO       PIC 9(4).
                   15 LNE-TYPE          PIC X.
                   15 LNE-ISSUE-DATE    PIC X(8).
                   15 LNE-PRINCIPAL     PIC 9(7)V99.
                   15 LNE-REPAYMENT     PIC 9(5)V99.
                   15 LNE-INT-RATE      PIC 9(2)V99.
                   15 LNE-BALANCE       PIC 9(7)V99.
                   15 LNE-STATUS        PIC X.
                   15 LNE-CLOSED-DATE   PIC X(8).
                   15 LNE-LAST-DATE     PIC X(8).
                   15 LNE-LAST-REPAID   PIC 9(7)V99.
                   15 LNE-LAST-INTEREST PIC 9(5)V99.
               10 LNE-CYCLE-AMOUNT  PIC 9(7)V99.
       01  LO                  PIC 9(3) VALUE 1.

       01  TAX-BRACKET-TABLE.
           05 WS-TB-COUNT      PIC 9(2) VALUE 0.
       01  WS-BRACKET-TOP      PIC 9(7)V99 VALUE 0.
       01  WS-TAXABLE-SLICE    PIC 9(7)V99 VALUE 0.

      *    THE PAYMENT'S TAX BY JURISDICTION -- SLOT 1 IS THE BASE
      *    TABLE ("FED"), SLOTS 2 AND 3 THE STATE AND LOCAL TAX
      *    JURTAX RETURNS. SAME SHAPE AS PH-JURIS-SPLIT.
       01  PAY-JURIS-SPLIT.
           05 WS-PJ-ENTRY OCCURS 3 TIMES.
               10 WS-PJ-CODE       PIC X(4).
               10 WS-PJ-TAX        PIC S9(7)V99.
       01  J                   PIC 9 VALUE 1.
       01  YJ                  PIC 9 VALUE 1.
       01  WS-YJ-INDEX         PIC 9 VALUE 0.
       01  JURTAX-RESULT.
           05 WS-JURIS-TOTAL   PIC 9(7)V99.
           05 WS-JURIS-ENTRY OCCURS 2 TIMES.
               10 WS-JURIS-CODE    PIC X(4).
               10 WS-JURIS-AMOUNT  PIC 9(7)V99.

       01  WS-PAY-DATE         PIC X(8).
       01  WS-REASON           PIC X(20) VALUE SPACES.
       01  WS-CONFIRM          PIC X VALUE " ".
       01  PAY-FIGURES.
           05 WS-GROSS         PIC 9(7)V99 VALUE 0.
           05 WS-TAX           PIC 9(7)V99 VALUE 0.
           05 WS-DEDUCTIONS    PIC 9(7)V99 VALUE 0.
           05 WS-NET           PIC S9(7)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC Z,ZZZ,ZZ9.99.
           05 ED-TAX           PIC Z,ZZZ,ZZ9.99.
           05 ED-NET           PIC -Z,ZZZ,ZZ9.99.
           05 ED-LOAN          PIC Z,ZZZ,ZZ9.99.
           05 ED-LOAN-BALANCE  PIC Z,ZZZ,ZZ9.99.
           05 ED-REPAYMENT     PIC ZZ,ZZ9.99.

       01  WS-STUB-LINE        PIC X(80).
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "OFFCYCLE".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  WS-PAY-COMPANY      PIC X(4) VALUE SPACES.
       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.

      *    THE SHARED MASTER IS CLAIMED THROUGH THE LOCK MODULE
      *    BEFORE IT IS OPENED AND RELEASED ON CLEAN EXIT -- AN
      *    OFF-CYCLE PAYMENT LANDING MID-PAYRUN WOULD SPLIT A
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT INVALID KEY
                   PERFORM 0190-FIND-EMPLOYEE-COMPANY
                   IF WS-CO-RESULT NOT = "N"
                       PERFORM 0200-TAKE-PAYMENT-DETAILS
                   END-IF
           END-READ
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "PAYMENT NOT CONFIRMED. NOTHING WRITTEN."
           MOVE WS-NET TO ED-NET
           DISPLAY "OFF-CYCLE PAYMENT OF " ED-NET " NET ISSUED TO "
               EMP-ID " DATED " WS-PAY-DATE "."
           IF WS-PAY-KIND NOT = "P"
               DISPLAY "BOOKED AS LOAN " WS-NEXT-LOAN-NO
                   " ON loans.dat -- PAYRUN RECOVERS IT."
           END-IF
           DISPLAY "RUN payextract TO TRANSMIT IT."
           MOVE SPACES TO WS-AUDIT-ACTION
           IF WS-PAY-KIND = "P"
               STRING "OFF-CYCLE PAYMENT " WS-PAY-DATE " FOR " EMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           ELSE
               STRING "ISSUED LOAN " WS-NEXT-LOAN-NO " " WS-PAY-DATE
                   " TO " EMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

      *    AN EMPLOYEE ASSIGNED TO A COMPANY NOT ON companies.dat
      *    HAS NO EMPLOYER TO PAY THEM -- NOTHING IS TAKEN.
       0190-FIND-EMPLOYEE-COMPANY.
           MOVE "E" TO WS-CO-FUNCTION
           MOVE EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           MOVE WS-CO-CODE TO WS-PAY-COMPANY
           IF WS-CO-RESULT = "N"
               DISPLAY "EMP-ID " EMP-ID " IS ASSIGNED TO COMPANY "
                   WS-CO-CODE " WHICH IS NOT ON companies.dat -- "
                   "CORRECT IT WITH compmaint."
           END-IF
           IF WS-CO-RESULT = "Y"
               DISPLAY "PAID BY COMPANY " WS-CO-CODE " "
                   WS-CO-NAME
           END-IF.

       0200-TAKE-PAYMENT-DETAILS.
           DISPLAY "EMPLOYEE: " EMP-NAME
           PERFORM 0140-LOAD-LOANS
           DISPLAY "PAYMENT TYPE -- P = PAY, L = LOAN, "
               "A = SALARY ADVANCE: "
           ACCEPT WS-PAY-KIND
           MOVE FUNCTION UPPER-CASE(WS-PAY-KIND) TO WS-PAY-KIND
           IF WS-PAY-KIND = "L" OR WS-PAY-KIND = "A"
               PERFORM 0210-TAKE-LOAN-DETAILS
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-PAY-KIND
           DISPLAY "ENTER REASON (E.G. BONUS, CORRECTION, FINAL): "
           ACCEPT WS-REASON
           MOVE "ENTER GROSS AMOUNT OF THE PAYMENT: " TO WS-OC-PROMPT
               COMPUTE WS-TAX ROUNDED =
                   WS-GROSS * EMP-TAX-RATE / 100
           END-IF
           PERFORM 0275-ADD-JURISDICTION-TAX
           COMPUTE WS-NET = WS-GROSS - WS-TAX
           PERFORM 0280-TAKE-LOAN-RECOVERY
           MOVE WS-GROSS TO ED-GROSS
           MOVE WS-TAX   TO ED-TAX
           MOVE WS-NET   TO ED-NET
           IF WS-DEDUCTIONS > 0
               MOVE WS-DEDUCTIONS TO ED-LOAN
               DISPLAY "LOAN RECOVERY: " ED-LOAN
           END-IF
           DISPLAY "GROSS: " ED-GROSS "  TAX: " ED-TAX
               "  NET: " ED-NET
           DISPLAY "ISSUE THIS PAYMENT (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

      *    A LOAN OR ADVANCE IS THE EMPLOYEE'S DEBT, NOT WAGES: NO
      *    GROSS AND NO TAX, THE PRINCIPAL GOES TO NET AS IT STANDS.
      *    AN ADVANCE CARRIES NO INTEREST.
       0210-TAKE-LOAN-DETAILS.
           IF WS-PAY-KIND = "L"
               MOVE "LOAN" TO WS-REASON
           ELSE
               MOVE "SALARY ADVANCE" TO WS-REASON
           END-IF
           MOVE "ENTER AMOUNT TO ADVANCE: " TO WS-OC-PROMPT
           CALL "NUMVALID" USING WS-OC-PROMPT WS-OC-NUM-BUFFER
           MOVE WS-OC-NUM-BUFFER TO WS-LOAN-AMOUNT
           MOVE "ENTER REPAYMENT TO TAKE EACH PAY CYCLE: "
               TO WS-OC-PROMPT
           CALL "NUMVALID" USING WS-OC-PROMPT WS-OC-NUM-BUFFER
           MOVE WS-OC-NUM-BUFFER TO WS-LOAN-REPAYMENT
           MOVE 0 TO WS-LOAN-INT-RATE
           IF WS-PAY-KIND = "L"
               MOVE "ENTER ANNUAL INTEREST PERCENT (0 FOR NONE): "
                   TO WS-OC-PROMPT
               CALL "NUMVALID" USING WS-OC-PROMPT WS-OC-NUM-BUFFER
               MOVE WS-OC-NUM-BUFFER TO WS-LOAN-INT-RATE
           END-IF
           IF WS-LOAN-AMOUNT = 0 OR WS-LOAN-REPAYMENT = 0
               DISPLAY "AMOUNT AND REPAYMENT MUST BOTH BE ABOVE "
                   "ZERO."
               MOVE "N" TO WS-CONFIRM
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-REPAYMENT > WS-LOAN-AMOUNT
               MOVE WS-LOAN-AMOUNT TO WS-LOAN-REPAYMENT
           END-IF
           MOVE 0 TO WS-GROSS
           MOVE 0 TO WS-TAX
           MOVE 0 TO WS-DEDUCTIONS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE SPACES TO WS-PJ-CODE(J)
               MOVE 0 TO WS-PJ-TAX(J)
           END-PERFORM
           MOVE WS-LOAN-AMOUNT TO WS-NET
           MOVE WS-NET TO ED-NET
           MOVE WS-LOAN-REPAYMENT TO ED-REPAYMENT
           DISPLAY "ADVANCE: " ED-NET "  REPAID " ED-REPAYMENT
               " PER CYCLE  INTEREST " WS-LOAN-INT-RATE "%"
           DISPLAY "ISSUE THIS PAYMENT (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

       0140-LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-NEXT-LOAN-NO
           MOVE "N" TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS = "00"
               PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO WS-LN-EOF
                       NOT AT END
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-RECORD TO LNE-LOAN(WS-LN-COUNT)
                           MOVE 0 TO LNE-CYCLE-AMOUNT(WS-LN-COUNT)
                           IF LN-LOAN-NO > WS-NEXT-LOAN-NO
                               MOVE LN-LOAN-NO TO WS-NEXT-LOAN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           ADD 1 TO WS-NEXT-LOAN-NO.

      *    A LOAN FLAGGED ("F") WHEN THE EMPLOYEE WAS TERMINATED IS
      *    TAKEN FROM THIS CHECK IN FULL, AS FAR AS THE NET ALLOWS.
      *    WHAT THE CHECK CANNOT COVER STAYS ON THE LEDGER.
       0280-TAKE-LOAN-RECOVERY.
           MOVE 0 TO WS-DEDUCTIONS
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 200 LOANS ON loans.dat -- NO "
                   "LOAN RECOVERY ON THIS CHECK. ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-EMP-ID(LO) = EMP-ID AND LNE-STATUS(LO) = "F"
                       AND LNE-BALANCE(LO) > 0 AND WS-NET > 0
                   MOVE LNE-BALANCE(LO) TO WS-LOAN-AMOUNT
                   IF WS-LOAN-AMOUNT > WS-NET
                       MOVE WS-NET TO WS-LOAN-AMOUNT
                   END-IF
                   MOVE WS-LOAN-AMOUNT TO LNE-CYCLE-AMOUNT(LO)
                   ADD WS-LOAN-AMOUNT TO WS-DEDUCTIONS
                   SUBTRACT WS-LOAN-AMOUNT FROM WS-NET
               END-IF
           END-PERFORM.

       0130-LOAD-TAX-BRACKETS.
           MOVE 0 TO WS-TB-COUNT
           MOVE "N" TO WS-TB-EOF
               END-IF
           END-PERFORM.

      *    THE BASE TABLE'S SHARE IS WHAT WAS JUST WITHHELD; THE
      *    WORK LOCATION'S STATE AND LOCAL TAX GO ON TOP (SEE
      *    Shared/jurtax.cob), EACH KEPT APART FOR ITS OWN FILING.
       0275-ADD-JURISDICTION-TAX.
           CALL "JURTAX" USING EMP-ID WS-GROSS JURTAX-RESULT
           MOVE "FED" TO WS-PJ-CODE(1)
           MOVE WS-TAX TO WS-PJ-TAX(1)
           MOVE WS-JURIS-CODE(1) TO WS-PJ-CODE(2)
           MOVE WS-JURIS-AMOUNT(1) TO WS-PJ-TAX(2)
           MOVE WS-JURIS-CODE(2) TO WS-PJ-CODE(3)
           MOVE WS-JURIS-AMOUNT(2) TO WS-PJ-TAX(3)
           ADD WS-JURIS-TOTAL TO WS-TAX.

       0300-ISSUE-PAYMENT.
           PERFORM 0310-WRITE-PAY-HISTORY
           PERFORM 0315-STAMP-CONTROL-ENTRY
           PERFORM 0320-ROLL-YTD-FORWARD
           PERFORM 0330-APPEND-PAY-STUB
           IF WS-PAY-KIND = "P"
               IF WS-DEDUCTIONS > 0
                   PERFORM 0345-REWRITE-LOAN-LEDGER
               END-IF
           ELSE
               PERFORM 0340-BOOK-NEW-LOAN
           END-IF.

       0340-BOOK-NEW-LOAN.
           OPEN EXTEND LOAN-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST LOAN IS WRITTEN.
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN EXTEND LOAN-FILE
           END-IF
           MOVE EMP-ID            TO LN-EMP-ID
           MOVE WS-NEXT-LOAN-NO   TO LN-LOAN-NO
           MOVE WS-PAY-KIND       TO LN-TYPE
           MOVE WS-PAY-DATE       TO LN-ISSUE-DATE
           MOVE WS-LOAN-AMOUNT    TO LN-PRINCIPAL
           MOVE WS-LOAN-REPAYMENT TO LN-REPAYMENT
           MOVE WS-LOAN-INT-RATE  TO LN-INT-RATE
           MOVE WS-LOAN-AMOUNT    TO LN-BALANCE
           MOVE "A"               TO LN-STATUS
           MOVE SPACES            TO LN-CLOSED-DATE
           MOVE SPACES            TO LN-LAST-DATE
           MOVE 0                 TO LN-LAST-REPAID
           MOVE 0                 TO LN-LAST-INTEREST
           WRITE LOAN-RECORD
           CLOSE LOAN-FILE.

      *    A LINE SEQUENTIAL FILE HAS NO IN-PLACE REWRITE-BY-KEY,
      *    SO THE WHOLE LEDGER IS REWRITTEN FROM THE TABLE.
       0345-REWRITE-LOAN-LEDGER.
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-CYCLE-AMOUNT(LO) > 0
                   SUBTRACT LNE-CYCLE-AMOUNT(LO) FROM LNE-BALANCE(LO)
                   MOVE WS-PAY-DATE TO LNE-LAST-DATE(LO)
                   MOVE LNE-CYCLE-AMOUNT(LO) TO LNE-LAST-REPAID(LO)
                   MOVE 0 TO LNE-LAST-INTEREST(LO)
                   IF LNE-BALANCE(LO) = 0
                       MOVE "C" TO LNE-STATUS(LO)
                       MOVE WS-PAY-DATE TO LNE-CLOSED-DATE(LO)
                   ELSE
                       MOVE LNE-BALANCE(LO) TO ED-LOAN-BALANCE
                       DISPLAY "*** LOAN " LNE-LOAN-NO(LO)
                           " STILL OWES " ED-LOAN-BALANCE
                           " -- RECOVER OUTSIDE PAYROLL. ***"
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               MOVE LNE-LOAN(LO) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.

      *    THE PAYMENT IS A CYCLE OF ITS OWN ON THE CONTROL FILE,
      *    SO PAYEXTRACT CAN BALANCE IT BEFORE TRANSMITTING.
           MOVE "OFFCYCLE" TO CC-STEP-NAME
           MOVE 1 TO CC-RECORD-COUNT
           MOVE WS-NET TO CC-TOTAL-NET
           MOVE WS-PAY-COMPANY TO CC-COMPANY
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL-FILE.

           MOVE EMP-ID      TO PH-EMP-ID
           MOVE WS-GROSS    TO PH-GROSS
           MOVE WS-TAX      TO PH-TAX
           MOVE WS-DEDUCTIONS TO PH-DEDUCTIONS
           MOVE WS-NET      TO PH-NET
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE WS-PJ-ENTRY(J) TO PH-JURIS-SPLIT(J)
           END-PERFORM
           MOVE WS-PAY-COMPANY TO PH-COMPANY
           PERFORM 0312-WRITE-WITH-SEQUENCE
           CLOSE PAY-HISTORY-FILE.

                   MOVE WS-PAY-DATE(1:4) TO YTD-YEAR
                   MOVE WS-GROSS TO YTD-GROSS
                   MOVE WS-TAX   TO YTD-TAX
                   MOVE WS-DEDUCTIONS TO YTD-DEDUCTIONS
                   MOVE WS-NET   TO YTD-NET
                   PERFORM 0324-CLEAR-YTD-JURIS
                   PERFORM 0325-ADD-JURIS-TO-YTD
                   MOVE WS-PAY-COMPANY TO YTD-COMPANY
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-PAY-DATE(1:4)
                       MOVE 0 TO YTD-TAX
                       MOVE 0 TO YTD-DEDUCTIONS
                       MOVE 0 TO YTD-NET
                       PERFORM 0324-CLEAR-YTD-JURIS
                   END-IF
                   ADD WS-GROSS TO YTD-GROSS
                   ADD WS-TAX   TO YTD-TAX
                   ADD WS-DEDUCTIONS TO YTD-DEDUCTIONS
                   ADD WS-NET   TO YTD-NET
                   PERFORM 0325-ADD-JURIS-TO-YTD
                   MOVE WS-PAY-COMPANY TO YTD-COMPANY
                   REWRITE YTD-RECORD
           END-READ
           CLOSE YTD-FILE.

       0324-CLEAR-YTD-JURIS.
           PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
               MOVE SPACES TO YTD-JURIS-CODE(YJ)
               MOVE 0 TO YTD-JURIS-TAX(YJ)
           END-PERFORM.

      *    SAME BY-CODE ACCUMULATION AS PAYRUN'S YTD ROLL.
       0325-ADD-JURIS-TO-YTD.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF WS-PJ-CODE(J) NOT = SPACES AND WS-PJ-TAX(J) NOT = 0
                   MOVE 0 TO WS-YJ-INDEX
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = WS-PJ-CODE(J)
                           MOVE YJ TO WS-YJ-INDEX
                       END-IF
                   END-PERFORM
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = SPACES
                           MOVE YJ TO WS-YJ-INDEX
                           MOVE WS-PJ-CODE(J) TO YTD-JURIS-CODE(YJ)
                       END-IF
                   END-PERFORM
                   IF WS-YJ-INDEX = 0
                       DISPLAY "*** " YTD-EMP-ID " OWES MORE THAN 6 "
                           "JURISDICTIONS THIS YEAR -- "
                           WS-PJ-CODE(J) " NOT ROLLED INTO ytd.dat."
                           " ***"
                   ELSE
                       ADD WS-PJ-TAX(J) TO YTD-JURIS-TAX(WS-YJ-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *    THE STUB GOES ON THE END OF paystubs.txt RATHER THAN
      *    REPLACING IT -- THE CYCLE'S STUBS ARE STILL THERE.
       0330-APPEND-PAY-STUB.
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           IF WS-PAY-KIND = "P"
               MOVE SPACES TO WS-STUB-LINE
               STRING "  GROSS PAY:      " ED-GROSS
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
               MOVE SPACES TO WS-STUB-LINE
               STRING "  TAX WITHHELD:   " ED-TAX
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
               PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
                   IF LNE-CYCLE-AMOUNT(LO) > 0
                       MOVE LNE-CYCLE-AMOUNT(LO) TO ED-LOAN
                       MOVE SPACES TO WS-STUB-LINE
                       STRING "  LOAN " LNE-LOAN-NO(LO)
                           " RECOVERED: " ED-LOAN
                           DELIMITED BY SIZE INTO WS-STUB-LINE
                       MOVE WS-STUB-LINE TO PAY-STUB-RECORD
                       WRITE PAY-STUB-RECORD
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-LOAN-REPAYMENT TO ED-REPAYMENT
               MOVE SPACES TO WS-STUB-LINE
               STRING "  LOAN " WS-NEXT-LOAN-NO " ADVANCED -- NOT "
                   "TAXED. REPAID " ED-REPAYMENT " PER CYCLE."
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           STRING "  NET PAY:       " ED-NET
               DELIMITED BY SIZE INTO WS-STUB-LINE
