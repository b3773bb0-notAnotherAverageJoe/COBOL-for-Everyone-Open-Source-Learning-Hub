       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESPLAN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    PAYROLL DEDUCTION PLANS FOR STAFF MEMBERSHIP DUES.
      *            MANY EMPLOYEES ARE ALSO MEMBERS AND QUEUED EVERY
      *            YEAR TO PAY THEIR DUES IN CASH AT DUESMAINT. THE
      *            PIECES:
      *              empmember.dat -- THE LINK BETWEEN AN EMP-ID ON
      *                               employee.dat AND THE MEM-ID ON
      *                               membership.dat (ONE TO ONE)
      *              duesplans.dat -- ONE PLAN PER CONVERTED INVOICE:
      *                               WHO, HOW MANY CYCLES, HOW MUCH
      *                               A CYCLE AND THE BALANCE LEFT
      *            CONVERTING AN OPEN INVOICE ON duesinvoices.dat
      *            SPREADS IT OVER THE PAY CYCLES STILL TO COME ON
      *            paycal.dat (CHECK DATE AFTER TODAY), ROUNDED UP TO
      *            THE CENT, WRITES A "DUES" LINE ON deductions.dat
      *            FOR PAYRUN TO TAKE, AND MARKS THE INVOICE "D" (ON
      *            PAYROLL DEDUCTION) SO IT IS NEITHER BILLED AGAIN NOR
      *            TAKEN AT THE CASH SCREEN. duespost.cob POSTS WHAT
      *            PAYROLL ACTUALLY DEDUCTED TO duespayments.dat AND
      *            RENEWS THE MEMBERSHIP WHEN THE PLAN IS PAID OFF;
      *            A TERMINATION IN EmployeeMaint TURNS ANY UNPAID
      *            REMAINDER BACK INTO AN ORDINARY OPEN INVOICE.
      *            SIGN-ON IS REQUIRED; CHANGES NEED THE MAINTENANCE
      *            OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o duesplan AgePrograms/duesplan.cob
      *    then run ./duesplan

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO "empmember.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "duesplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "duesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-FILE.
       01  LINK-RECORD.
           05 EL-EMP-ID        PIC X(5).
           05 EL-MEMBER-ID     PIC X(6).
           05 EL-LINKED-DATE   PIC X(8).
           05 EL-LINKED-BY     PIC X(10).

      *    DP-STATUS "A" ACTIVE, "P" PAID OFF, "T" REMAINDER TURNED
      *    BACK INTO AN OPEN INVOICE AT TERMINATION.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05 DP-INVOICE-NO    PIC 9(5).
           05 DP-EMP-ID        PIC X(5).
           05 DP-MEMBER-ID     PIC X(6).
           05 DP-START-DATE    PIC X(8).
           05 DP-CYCLES        PIC 9(2).
           05 DP-PER-CYCLE     PIC 9(5)V99.
           05 DP-BALANCE       PIC 9(5)V99.
           05 DP-STATUS        PIC X.

      *    SAME LAYOUT DUESMAINT MAINTAINS. DI-STATUS "O" OPEN,
      *    "P" PAID, "D" BEING PAID THROUGH PAYROLL DEDUCTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 DI-INVOICE-NO    PIC 9(5).
           05 DI-MEMBER-ID     PIC X(6).
           05 DI-TYPE          PIC X(4).
           05 DI-AMOUNT        PIC 9(5)V99.
           05 DI-ISSUE-DATE    PIC X(8).
           05 DI-STATUS        PIC X.

      *    SAME LAYOUT DEDMAINT MAINTAINS.
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID        PIC X(5).
           05 DD-CODE          PIC X(4).
           05 DD-DESC          PIC X(20).
           05 DD-AMOUNT        PIC 9(5)V99.
           05 DD-PRIORITY      PIC 9(2).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

      *    SAME LAYOUT MEMMAINT MAINTAINS.
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MEM-ID              PIC X(6).
           05 MEM-NAME            PIC X(20).
           05 MEM-DOB             PIC X(8).
           05 MEM-JOIN-DATE       PIC X(8).
           05 MEM-EXPIRY-DATE     PIC X(8).
           05 MEM-STATUS          PIC X.
           05 MEM-TYPE            PIC X(4).

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
       01  WS-EL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IV-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PCAL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-MEM-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EL-EOF           PIC X VALUE "N".
       01  WS-DP-EOF           PIC X VALUE "N".
       01  WS-IV-EOF           PIC X VALUE "N".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  WS-PCAL-EOF         PIC X VALUE "N".
       01  WS-MEM-EOF          PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-WORK-MEMBER-ID   PIC X(6).
       01  WS-WORK-INVOICE-NO  PIC 9(5) VALUE 0.
       01  WS-DP-PROMPT        PIC X(60).
       01  WS-DP-NUM-BUFFER    PIC X(18).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-LINK-INDEX       PIC 9(3) VALUE 0.
       01  WS-EMP-FOUND        PIC X VALUE "N".
       01  WS-MEMBER-FOUND     PIC X VALUE "N".
       01  WS-CYCLES-LEFT      PIC 9(2) VALUE 0.
       01  WS-AMOUNT-CENTS     PIC 9(7) VALUE 0.
       01  WS-PER-CYCLE-CENTS  PIC 9(7) VALUE 0.
       01  WS-PER-CYCLE        PIC 9(5)V99 VALUE 0.
       01  WS-DUES-CODE        PIC X(4) VALUE "DUES".
      *    VOLUNTARY, SO TAKEN AFTER EVERYTHING THE EMPLOYEE MUST
      *    PAY -- PAYRUN STOPS BEFORE NET WOULD GO NEGATIVE.
       01  WS-DUES-PRIORITY    PIC 9(2) VALUE 90.

       01  LINK-TABLE.
           05 WS-EL-COUNT      PIC 9(3) VALUE 0.
           05 EL-ENTRY OCCURS 200 TIMES.
               10 ELE-EMP-ID       PIC X(5).
               10 ELE-MEMBER-ID    PIC X(6).
               10 ELE-LINKED-DATE  PIC X(8).
               10 ELE-LINKED-BY    PIC X(10).
       01  L                   PIC 9(3) VALUE 1.

       01  PLAN-TABLE.
           05 WS-DP-COUNT      PIC 9(3) VALUE 0.
           05 DP-ENTRY OCCURS 300 TIMES PIC X(41).
       01  P                   PIC 9(3) VALUE 1.

       01  INVOICE-TABLE.
           05 WS-IV-COUNT      PIC 9(3) VALUE 0.
           05 IV-ENTRY OCCURS 300 TIMES.
               10 IVE-INVOICE-NO  PIC 9(5).
               10 IVE-MEMBER-ID   PIC X(6).
               10 IVE-TYPE        PIC X(4).
               10 IVE-AMOUNT      PIC 9(5)V99.
               10 IVE-ISSUE-DATE  PIC X(8).
               10 IVE-STATUS      PIC X.
       01  V                   PIC 9(3) VALUE 1.

       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
           05 DD-ENTRY OCCURS 200 TIMES PIC X(38).
       01  D                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.
           05 ED-BALANCE       PIC ZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "DUESPLAN".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-MEMBERSHIP-LOGICAL PIC X(20) VALUE "membership.dat".
       01  WS-MEMBERSHIP-PATH  PIC X(50) VALUE "membership.dat".
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-MEMBERSHIP-LOGICAL
               WS-MEMBERSHIP-PATH
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-LINKS
           PERFORM 0120-LOAD-PLANS
           PERFORM 0140-LOAD-INVOICES
           PERFORM 0160-LOAD-DEDUCTIONS
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF (WS-EL-COUNT = 200 AND WS-EL-EOF NOT = "Y")
                   OR (WS-DP-COUNT = 300 AND WS-DP-EOF NOT = "Y")
                   OR (WS-IV-COUNT = 300 AND WS-IV-EOF NOT = "Y")
                   OR (WS-DD-COUNT = 200 AND WS-DD-EOF NOT = "Y")
               DISPLAY "*** empmember.dat, duesplans.dat, "
                   "duesinvoices.dat OR deductions.dat IS TOO BIG TO "
                   "MAINTAIN HERE. ARCHIVE OLD LINES FIRST. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LISTING STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "E" OR "U" OR "C")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "E"
                       PERFORM 0300-LINK-EMPLOYEE THRU 0300-EXIT
                   WHEN "U"
                       PERFORM 0400-UNLINK-EMPLOYEE THRU 0400-EXIT
                   WHEN "C"
                       PERFORM 0500-CONVERT-INVOICE THRU 0500-EXIT
                   WHEN "L"
                       PERFORM 0600-LIST-PLANS
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-LINKS.
           MOVE 0 TO WS-EL-COUNT
           MOVE "N" TO WS-EL-EOF
           OPEN INPUT LINK-FILE
           IF WS-EL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EL-EOF = "Y" OR WS-EL-COUNT = 200
                   READ LINK-FILE
                       AT END
                           MOVE "Y" TO WS-EL-EOF
                       NOT AT END
                           ADD 1 TO WS-EL-COUNT
                           MOVE LINK-RECORD TO EL-ENTRY(WS-EL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF.

       0120-LOAD-PLANS.
           MOVE 0 TO WS-DP-COUNT
           MOVE "N" TO WS-DP-EOF
           OPEN INPUT PLAN-FILE
           IF WS-DP-FILE-STATUS = "00"
               PERFORM UNTIL WS-DP-EOF = "Y" OR WS-DP-COUNT = 300
                   READ PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-DP-EOF
                       NOT AT END
                           ADD 1 TO WS-DP-COUNT
                           MOVE PLAN-RECORD TO DP-ENTRY(WS-DP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0140-LOAD-INVOICES.
           MOVE 0 TO WS-IV-COUNT
           MOVE "N" TO WS-IV-EOF
           OPEN INPUT INVOICE-FILE
           IF WS-IV-FILE-STATUS = "00"
               PERFORM UNTIL WS-IV-EOF = "Y" OR WS-IV-COUNT = 300
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-IV-EOF
                       NOT AT END
                           ADD 1 TO WS-IV-COUNT
                           MOVE INVOICE-RECORD TO IV-ENTRY(WS-IV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       0160-LOAD-DEDUCTIONS.
           MOVE 0 TO WS-DD-COUNT
           MOVE "N" TO WS-DD-EOF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DD-FILE-STATUS = "00"
               PERFORM UNTIL WS-DD-EOF = "Y" OR WS-DD-COUNT = 200
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-DD-EOF
                       NOT AT END
                           ADD 1 TO WS-DD-COUNT
                           MOVE DEDUCTION-RECORD
                               TO DD-ENTRY(WS-DD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- STAFF DUES BY PAYROLL DEDUCTION -----"
           DISPLAY "E - LINK AN EMPLOYEE TO THEIR MEMBERSHIP"
           DISPLAY "U - UNLINK AN EMPLOYEE"
           DISPLAY "C - CONVERT AN OPEN INVOICE TO PAYROLL DEDUCTION"
           DISPLAY "L - LIST DEDUCTION PLANS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    ONE MEMBERSHIP PER EMPLOYEE AND ONE EMPLOYEE PER
      *    MEMBERSHIP -- OTHERWISE A DEDUCTION COULD PAY SOMEONE
      *    ELSE'S DUES.
       0300-LINK-EMPLOYEE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           PERFORM 0700-CHECK-EMPLOYEE
           IF WS-EMP-FOUND NOT = "Y"
               DISPLAY "EMP-ID " WS-WORK-EMP-ID " IS NOT ON "
                   "employee.dat. NOT LINKED."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER MEMBER ID: "
           ACCEPT WS-WORK-MEMBER-ID
           PERFORM 0750-CHECK-MEMBER
           IF WS-MEMBER-FOUND NOT = "Y"
               DISPLAY "MEMBER " WS-WORK-MEMBER-ID " IS NOT ON "
                   "membership.dat. NOT LINKED."
               GO TO 0300-EXIT
           END-IF
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-EL-COUNT
               IF ELE-EMP-ID(L) = WS-WORK-EMP-ID
                   DISPLAY WS-WORK-EMP-ID " IS ALREADY LINKED TO "
                       "MEMBER " ELE-MEMBER-ID(L) ". UNLINK FIRST."
                   GO TO 0300-EXIT
               END-IF
               IF ELE-MEMBER-ID(L) = WS-WORK-MEMBER-ID
                   DISPLAY "MEMBER " WS-WORK-MEMBER-ID " IS ALREADY "
                       "LINKED TO EMPLOYEE " ELE-EMP-ID(L) "."
                   GO TO 0300-EXIT
               END-IF
           END-PERFORM
           IF WS-EL-COUNT = 200
               DISPLAY "LINK TABLE IS FULL (200)."
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-EL-COUNT
           MOVE WS-WORK-EMP-ID TO ELE-EMP-ID(WS-EL-COUNT)
           MOVE WS-WORK-MEMBER-ID TO ELE-MEMBER-ID(WS-EL-COUNT)
           MOVE WS-TODAY TO ELE-LINKED-DATE(WS-EL-COUNT)
           MOVE WS-OPERATOR-ID TO ELE-LINKED-BY(WS-EL-COUNT)
           PERFORM 0800-REWRITE-LINKS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LINKED EMP " WS-WORK-EMP-ID " TO MEMBER "
               WS-WORK-MEMBER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "EMPLOYEE LINKED.".
       0300-EXIT.
           EXIT.

       0400-UNLINK-EMPLOYEE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-LINK-INDEX
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-EL-COUNT
               IF ELE-EMP-ID(L) = WS-WORK-EMP-ID
                   MOVE L TO WS-LINK-INDEX
               END-IF
           END-PERFORM
           IF WS-LINK-INDEX = 0
               DISPLAY WS-WORK-EMP-ID " IS NOT LINKED."
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DP-COUNT
               MOVE DP-ENTRY(P) TO PLAN-RECORD
               IF DP-EMP-ID = WS-WORK-EMP-ID AND DP-STATUS = "A"
                   DISPLAY WS-WORK-EMP-ID " IS STILL PAYING INVOICE "
                       DP-INVOICE-NO " THROUGH PAYROLL. NOT "
                       "UNLINKED."
                   GO TO 0400-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING L FROM WS-LINK-INDEX BY 1
                   UNTIL L >= WS-EL-COUNT
               MOVE EL-ENTRY(L + 1) TO EL-ENTRY(L)
           END-PERFORM
           SUBTRACT 1 FROM WS-EL-COUNT
           PERFORM 0800-REWRITE-LINKS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "UNLINKED EMP " WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "EMPLOYEE UNLINKED.".
       0400-EXIT.
           EXIT.

      *    THE INVOICE IS SPREAD OVER EVERY CYCLE STILL TO COME ON
      *    THE PAY CALENDAR, ROUNDED UP TO THE CENT -- duespost
      *    TRIMS THE LAST DEDUCTION TO WHATEVER IS LEFT, SO NOTHING
      *    IS EVER OVER-COLLECTED.
       0500-CONVERT-INVOICE.
           MOVE "ENTER INVOICE NUMBER TO CONVERT: " TO WS-DP-PROMPT
           CALL "NUMVALID" USING WS-DP-PROMPT WS-DP-NUM-BUFFER
           MOVE WS-DP-NUM-BUFFER TO WS-WORK-INVOICE-NO
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-IV-COUNT
               IF IVE-INVOICE-NO(V) = WS-WORK-INVOICE-NO
                   MOVE V TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "INVOICE " WS-WORK-INVOICE-NO " NOT ON FILE."
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO V
           IF IVE-STATUS(V) NOT = "O"
               DISPLAY "INVOICE " WS-WORK-INVOICE-NO " IS NOT OPEN "
                   "(STATUS " IVE-STATUS(V) ")."
               GO TO 0500-EXIT
           END-IF
           MOVE 0 TO WS-LINK-INDEX
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-EL-COUNT
               IF ELE-MEMBER-ID(L) = IVE-MEMBER-ID(V)
                   MOVE L TO WS-LINK-INDEX
               END-IF
           END-PERFORM
           IF WS-LINK-INDEX = 0
               DISPLAY "MEMBER " IVE-MEMBER-ID(V) " IS NOT LINKED TO "
                   "AN EMPLOYEE. LINK THEM FIRST (E)."
               GO TO 0500-EXIT
           END-IF
           MOVE ELE-EMP-ID(WS-LINK-INDEX) TO WS-WORK-EMP-ID
           PERFORM 0700-CHECK-EMPLOYEE
           IF WS-EMP-FOUND NOT = "Y"
               DISPLAY "EMPLOYEE " WS-WORK-EMP-ID " IS NO LONGER ON "
                   "employee.dat. NOT CONVERTED."
               GO TO 0500-EXIT
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               MOVE DD-ENTRY(D) TO DEDUCTION-RECORD
               IF DD-EMP-ID = WS-WORK-EMP-ID
                       AND DD-CODE = WS-DUES-CODE
                   DISPLAY WS-WORK-EMP-ID " ALREADY HAS A DUES "
                       "DEDUCTION RUNNING. NOT CONVERTED."
                   GO TO 0500-EXIT
               END-IF
           END-PERFORM
           IF WS-DD-COUNT = 200 OR WS-DP-COUNT = 300
               DISPLAY "deductions.dat OR duesplans.dat IS FULL. "
                   "NOT CONVERTED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0550-COUNT-CYCLES-LEFT
           IF WS-CYCLES-LEFT = 0
               DISPLAY "NO PAY CYCLES LEFT ON paycal.dat. EXTEND THE "
                   "PAY CALENDAR FIRST."
               GO TO 0500-EXIT
           END-IF
           COMPUTE WS-AMOUNT-CENTS = IVE-AMOUNT(V) * 100
           COMPUTE WS-PER-CYCLE-CENTS =
               (WS-AMOUNT-CENTS + WS-CYCLES-LEFT - 1) / WS-CYCLES-LEFT
           COMPUTE WS-PER-CYCLE = WS-PER-CYCLE-CENTS / 100
      *    THE DEDUCTION LINE PAYRUN WILL TAKE EACH CYCLE.
           MOVE SPACES TO DEDUCTION-RECORD
           MOVE WS-WORK-EMP-ID TO DD-EMP-ID
           MOVE WS-DUES-CODE TO DD-CODE
           STRING "DUES INVOICE " IVE-INVOICE-NO(V)
               DELIMITED BY SIZE INTO DD-DESC
           MOVE WS-PER-CYCLE TO DD-AMOUNT
           MOVE WS-DUES-PRIORITY TO DD-PRIORITY
           ADD 1 TO WS-DD-COUNT
           MOVE DEDUCTION-RECORD TO DD-ENTRY(WS-DD-COUNT)
      *    THE PLAN.
           MOVE IVE-INVOICE-NO(V) TO DP-INVOICE-NO
           MOVE WS-WORK-EMP-ID TO DP-EMP-ID
           MOVE IVE-MEMBER-ID(V) TO DP-MEMBER-ID
           MOVE WS-TODAY TO DP-START-DATE
           MOVE WS-CYCLES-LEFT TO DP-CYCLES
           MOVE WS-PER-CYCLE TO DP-PER-CYCLE
           MOVE IVE-AMOUNT(V) TO DP-BALANCE
           MOVE "A" TO DP-STATUS
           ADD 1 TO WS-DP-COUNT
           MOVE PLAN-RECORD TO DP-ENTRY(WS-DP-COUNT)
           MOVE "D" TO IVE-STATUS(V)
           PERFORM 0820-REWRITE-PLANS
           PERFORM 0840-REWRITE-INVOICES
           PERFORM 0860-REWRITE-DEDUCTIONS
           MOVE IVE-AMOUNT(V) TO ED-AMOUNT
           MOVE WS-PER-CYCLE TO ED-BALANCE
           DISPLAY "INVOICE " IVE-INVOICE-NO(V) " (" ED-AMOUNT
               ") NOW COMES OUT OF " WS-WORK-EMP-ID "'S PAY OVER "
               WS-CYCLES-LEFT " CYCLES AT " ED-BALANCE "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DUES INV " IVE-INVOICE-NO(V) " TO PAYROLL EMP "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0500-EXIT.
           EXIT.

       0550-COUNT-CYCLES-LEFT.
           MOVE 0 TO WS-CYCLES-LEFT
           MOVE "N" TO WS-PCAL-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PCAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCAL-EOF = "Y"
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-PCAL-EOF
                   NOT AT END
                       IF PC-CHECK-DATE > WS-TODAY
                               AND WS-CYCLES-LEFT < 99
                           ADD 1 TO WS-CYCLES-LEFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE.

       0600-LIST-PLANS.
           DISPLAY " "
           DISPLAY "INVOICE  EMP-ID  MEMBER  STARTED   CYCLES  "
               "PER CYCLE    BALANCE  STATUS"
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DP-COUNT
               MOVE DP-ENTRY(P) TO PLAN-RECORD
               MOVE DP-PER-CYCLE TO ED-AMOUNT
               MOVE DP-BALANCE TO ED-BALANCE
               DISPLAY DP-INVOICE-NO "    " DP-EMP-ID "   "
                   DP-MEMBER-ID "  " DP-START-DATE "  " DP-CYCLES
                   "     " ED-AMOUNT "  " ED-BALANCE "  " DP-STATUS
           END-PERFORM
           IF WS-DP-COUNT = 0
               DISPLAY "  (NO PLANS ON FILE)"
           END-IF.

       0700-CHECK-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   DISPLAY "EMPLOYEE: " EMP-NAME
           END-READ
           CLOSE EMPLOYEE-FILE.

       0750-CHECK-MEMBER.
           MOVE "N" TO WS-MEMBER-FOUND
           MOVE "N" TO WS-MEM-EOF
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF = "Y"
               READ MEMBERSHIP-FILE
                   AT END
                       MOVE "Y" TO WS-MEM-EOF
                   NOT AT END
                       IF MEM-ID = WS-WORK-MEMBER-ID
                           MOVE "Y" TO WS-MEMBER-FOUND
                           DISPLAY "MEMBER: " MEM-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBERSHIP-FILE.

       0800-REWRITE-LINKS.
           OPEN OUTPUT LINK-FILE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-EL-COUNT
               MOVE EL-ENTRY(L) TO LINK-RECORD
               WRITE LINK-RECORD
           END-PERFORM
           CLOSE LINK-FILE.

       0820-REWRITE-PLANS.
           OPEN OUTPUT PLAN-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DP-COUNT
               MOVE DP-ENTRY(P) TO PLAN-RECORD
               WRITE PLAN-RECORD
           END-PERFORM
           CLOSE PLAN-FILE.

      *    V STILL POINTS AT THE CONVERTED INVOICE FOR THE CALLER,
      *    SO THE REWRITE WALKS ITS OWN INDEX.
       0840-REWRITE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-IV-COUNT
               MOVE IV-ENTRY(P) TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.

       0860-REWRITE-DEDUCTIONS.
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               MOVE DD-ENTRY(D) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTION-FILE.
