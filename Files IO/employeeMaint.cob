      *            FLAGGED DISAPPEARING RECORDS TWICE), AND THE
      *            REHIRE FUNCTION RESTORES AN ARCHIVED RECORD BACK
      *            ONTO employee.dat. SEE termreport.cob FOR THE
      *            TERMINATIONS-BY-PERIOD REPORT. REQUESTING A
      *            TERMINATION ALSO FLAGS ANY LOAN OR SALARY ADVANCE
      *            STILL OWED ON loans.dat FOR RECOVERY FROM THE
      *            FINAL CHECK, AND TURNS ANY MEMBERSHIP DUES STILL
      *            BEING TAKEN THROUGH PAYROLL (SEE duesplan.cob) BACK
      *            INTO AN ORDINARY OPEN INVOICE FOR THE REMAINDER.
      *            ADDING AN EMPLOYEE OPENS THEIR ONBOARDING
      *            CHECKLIST ON onboarding.dat (SEE onbmaint.cob);
      *            PAYRUN HOLDS THEM OUT OF THE CYCLE UNTIL THE
      *            MANDATORY STEPS ARE SIGNED OFF.
      *    compile with ->  cobc -x -o empmaint employeeMaint.cob
      *    then run ./empmaint

           SELECT PENDING-CHANGES-FILE ASSIGN TO "pendchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.
           SELECT DUES-PLAN-FILE ASSIGN TO "duesplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT DUES-INVOICE-FILE ASSIGN TO "duesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-FILE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BEFORE-IMAGE AND AFTER-IMAGE OF EMPLOYEE-RECORD SO A WRONG
      *    SALARY CAN BE TRACED TO THE EXACT KEYING. AN ABSENT IMAGE
      *    (THE BEFORE OF AN ADD, THE AFTER OF A TERMINATION) IS ALL
      *    SPACES. READ BACK BY empjrnl.cob. JR-OPERATOR-ID IS THE
      *    SIGNED-ON OPERATOR WHO KEYED (OR APPROVED) THE CHANGE;
      *    ENTRIES WRITTEN BEFORE IT WAS CARRIED READ IT AS SPACES.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
               10 JRA-SALARY        PIC X(9).
               10 JRA-TAX-RATE      PIC X(7).
               10 JRA-DEDUCTIONS    PIC X(9).
           05 JR-OPERATOR-ID   PIC X(10).

      *    HIGH-IMPACT MAINTENANCE -- TERMINATIONS AND SALARY
      *    CHANGES PAST THE APPROVAL THRESHOLD -- IS QUEUED HERE
      *    INSTEAD OF APPLIED, AND A DIFFERENT OPERATOR APPLIES OR
      *    REJECTS EACH ITEM THROUGH empapprove.cob. PC-STATUS IS
      *    "P" PENDING, "A" APPLIED, "R" REJECTED. PC-DECIDED-DATE
      *    IS STAMPED WITH PC-DECIDED-BY WHEN THE ITEM IS DECIDED.
       FD  PENDING-CHANGES-FILE.
       01  PENDING-CHANGE-RECORD.
           05 PC-STATUS        PIC X.
           05 PC-REASON        PIC X(3).
           05 PC-BEFORE        PIC X(82).
           05 PC-AFTER         PIC X(82).
           05 PC-DECIDED-DATE  PIC X(8).

      *    SAME LAYOUT offcycle.cob AND PAYRUN USE. LN-STATUS "A"
      *    ACTIVE, "F" FLAGGED FOR THE FINAL CHECK, "C" CLOSED.
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

      *    SAME LAYOUT onbmaint.cob MAINTAINS. A NEW HIRE'S LINE IS
      *    OPENED HERE, STATUS "O", WITH EVERY STEP BLANK.
       FD  ONBOARDING-FILE.
       01  ONBOARDING-RECORD.
           05 OB-EMP-ID        PIC X(5).
           05 OB-STATUS        PIC X.
           05 OB-HIRE-DATE     PIC X(8).
           05 OB-OPENED-BY     PIC X(10).
           05 OB-STEP OCCURS 5 TIMES.
               10 OB-STEP-DATE PIC X(8).
               10 OB-STEP-BY   PIC X(10).
           05 OB-REGISTRY-DATE PIC X(8).

      *    SAME LAYOUT duesplan.cob MAINTAINS. DP-STATUS "A" ACTIVE,
      *    "P" PAID OFF, "T" TURNED BACK AT TERMINATION.
       FD  DUES-PLAN-FILE.
       01  DUES-PLAN-RECORD.
           05 DP-INVOICE-NO    PIC 9(5).
           05 DP-EMP-ID        PIC X(5).
           05 DP-MEMBER-ID     PIC X(6).
           05 DP-START-DATE    PIC X(8).
           05 DP-CYCLES        PIC 9(2).
           05 DP-PER-CYCLE     PIC 9(5)V99.
           05 DP-BALANCE       PIC 9(5)V99.
           05 DP-STATUS        PIC X.

      *    SAME LAYOUT DUESMAINT MAINTAINS.
       FD  DUES-INVOICE-FILE.
       01  DUES-INVOICE-RECORD.
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

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PEND-ACTION      PIC X(6) VALUE SPACES.
       01  WS-PEND-REASON      PIC X(3) VALUE SPACES.

       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".
       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES PIC X(80).
       01  LO                  PIC 9(3) VALUE 1.
       01  WS-LOAN-FLAGGED     PIC 9(3) VALUE 0.
       01  WS-LOAN-OWED        PIC 9(7)V99 VALUE 0.
       01  ED-LOAN-OWED        PIC Z,ZZZ,ZZ9.99.
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DP-EOF           PIC X VALUE "N".
       01  WS-DI-EOF           PIC X VALUE "N".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  DUES-PLAN-TABLE.
           05 WS-DP-COUNT      PIC 9(3) VALUE 0.
           05 DP-ENTRY OCCURS 300 TIMES PIC X(41).
       01  PL                  PIC 9(3) VALUE 1.
       01  WS-PLAN-INDEX       PIC 9(3) VALUE 0.
       01  DUES-INVOICE-TABLE.
           05 WS-DI-COUNT      PIC 9(3) VALUE 0.
           05 DI-ENTRY OCCURS 300 TIMES PIC X(31).
       01  IV                  PIC 9(3) VALUE 1.
       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
           05 DD-ENTRY OCCURS 200 TIMES PIC X(38).
       01  DU                  PIC 9(3) VALUE 1.
       01  DU2                 PIC 9(3) VALUE 1.
       01  ED-DUES-OWED        PIC ZZ,ZZ9.99.

      *    THE SHARED MASTER IS CLAIMED THROUGH THE LOCK MODULE
      *    BEFORE IT IS OPENED AND RELEASED ON CLEAN EXIT -- TWO
      *    WRITERS AT ONCE IS HOW WE NEARLY SHIPPED A REGISTER
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE "ADD" TO WS-JRN-ACTION
                   PERFORM 0950-WRITE-JOURNAL
                   PERFORM 0350-OPEN-ONBOARDING
               END-IF
           END-IF.

      *    EVERY NEW HIRE STARTS WITH AN OPEN CHECKLIST; PAYRUN
      *    WILL NOT PAY THEM UNTIL onbmaint SHOWS THE MANDATORY
      *    STEPS DONE.
       0350-OPEN-ONBOARDING.
           OPEN EXTEND ONBOARDING-FILE
           IF WS-OB-FILE-STATUS NOT = "00"
      *        FILE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST CHECKLIST IS WRITTEN.
               OPEN OUTPUT ONBOARDING-FILE
               CLOSE ONBOARDING-FILE
               OPEN EXTEND ONBOARDING-FILE
           END-IF
           MOVE SPACES TO ONBOARDING-RECORD
           MOVE EMP-ID TO OB-EMP-ID
           MOVE "O" TO OB-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO OB-HIRE-DATE
           MOVE WS-OPERATOR-ID TO OB-OPENED-BY
           WRITE ONBOARDING-RECORD
           CLOSE ONBOARDING-FILE
           DISPLAY "ONBOARDING CHECKLIST OPENED -- " EMP-ID
               " IS HELD FROM PAYRUN UNTIL onbmaint SIGNS OFF THE "
               "MANDATORY STEPS.".

       0400-LOOKUP-EMPLOYEE.
           DISPLAY "ENTER EMP-ID TO LOOK UP: "
           ACCEPT EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PC-REQUEST-DATE
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY
           MOVE SPACES TO PC-DECIDED-BY
           MOVE SPACES TO PC-DECIDED-DATE
           MOVE WS-PEND-ACTION TO PC-ACTION
           MOVE WS-PEND-REASON TO PC-REASON
           MOVE EMP-ID TO PC-EMP-ID
                   ACCEPT WS-PEND-REASON
                   MOVE "TERM" TO WS-PEND-ACTION
                   PERFORM 0550-QUEUE-PENDING-CHANGE
                   PERFORM 0750-FLAG-OUTSTANDING-LOANS
                   PERFORM 0760-TURN-BACK-DUES-PLAN
           END-READ.

      *    WHATEVER IS STILL OWED ON A LOAN OR ADVANCE HAS TO COME
      *    OUT OF THE LAST PAY THE PERSON GETS. EACH OPEN LOAN IS
      *    FLAGGED "F" ON loans.dat SO PAYRUN, OR AN OFFCYCLE FINAL
      *    CHECK, TAKES THE WHOLE BALANCE RATHER THAN THE USUAL
      *    INSTALMENT. empapprove PUTS THE FLAG BACK IF THE
      *    TERMINATION IS REJECTED.
       0750-FLAG-OUTSTANDING-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-EOF
           MOVE 0 TO WS-LOAN-FLAGGED
           MOVE 0 TO WS-LOAN-OWED
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-LN-EOF
                   NOT AT END
                       IF LN-EMP-ID = EMP-ID AND LN-STATUS = "A"
                               AND LN-BALANCE > 0
                           MOVE "F" TO LN-STATUS
                           ADD 1 TO WS-LOAN-FLAGGED
                           ADD LN-BALANCE TO WS-LOAN-OWED
                       END-IF
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-RECORD TO LN-ENTRY(WS-LN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 200 LOANS ON loans.dat -- "
                   "LOANS NOT FLAGGED. CHECK THE LEDGER BY HAND. ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-FLAGGED > 0
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
                   MOVE LN-ENTRY(LO) TO LOAN-RECORD
                   WRITE LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
               MOVE WS-LOAN-OWED TO ED-LOAN-OWED
               DISPLAY "*** " WS-LOAN-FLAGGED " LOAN(S) OUTSTANDING, "
                   ED-LOAN-OWED " OWED -- FLAGGED FOR RECOVERY FROM "
                   "THE FINAL CHECK. ***"
           END-IF.

      *    DUES BEING TAKEN THROUGH PAYROLL STOP WITH THE JOB: THE
      *    PLAN IS MARKED "T", ITS "DUES" LINE COMES OFF
      *    deductions.dat AND THE INVOICE GOES BACK TO AN ORDINARY
      *    OPEN INVOICE FOR WHAT IS STILL OWED, TO BE PAID AT
      *    DUESMAINT. A REJECTED TERMINATION LEAVES IT OPEN -- THE
      *    INVOICE CAN SIMPLY BE CONVERTED AGAIN WITH duesplan.
       0760-TURN-BACK-DUES-PLAN.
           MOVE 0 TO WS-DP-COUNT
           MOVE 0 TO WS-PLAN-INDEX
           MOVE "N" TO WS-DP-EOF
           OPEN INPUT DUES-PLAN-FILE
           IF WS-DP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DP-EOF = "Y" OR WS-DP-COUNT = 300
               READ DUES-PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-DP-EOF
                   NOT AT END
                       ADD 1 TO WS-DP-COUNT
                       MOVE DUES-PLAN-RECORD TO DP-ENTRY(WS-DP-COUNT)
                       IF DP-EMP-ID = EMP-ID AND DP-STATUS = "A"
                           MOVE WS-DP-COUNT TO WS-PLAN-INDEX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUES-PLAN-FILE
           IF WS-PLAN-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-COUNT = 300 AND WS-DP-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 300 PLANS ON duesplans.dat -- "
                   "DUES PLAN NOT TURNED BACK. DO IT BY HAND. ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0770-LOAD-DUES-INVOICES
           PERFORM 0780-LOAD-DEDUCTIONS
           IF (WS-DI-COUNT = 300 AND WS-DI-EOF NOT = "Y")
                   OR (WS-DD-COUNT = 200 AND WS-DD-EOF NOT = "Y")
               DISPLAY "*** duesinvoices.dat OR deductions.dat TOO "
                   "BIG -- DUES PLAN NOT TURNED BACK. DO IT BY "
                   "HAND. ***"
               EXIT PARAGRAPH
           END-IF
           MOVE DP-ENTRY(WS-PLAN-INDEX) TO DUES-PLAN-RECORD
           MOVE "T" TO DP-STATUS
           MOVE DUES-PLAN-RECORD TO DP-ENTRY(WS-PLAN-INDEX)
           PERFORM VARYING IV FROM 1 BY 1 UNTIL IV > WS-DI-COUNT
               MOVE DI-ENTRY(IV) TO DUES-INVOICE-RECORD
               IF DI-INVOICE-NO = DP-INVOICE-NO
                   MOVE DP-BALANCE TO DI-AMOUNT
                   MOVE "O" TO DI-STATUS
                   MOVE DUES-INVOICE-RECORD TO DI-ENTRY(IV)
               END-IF
           END-PERFORM
           MOVE 0 TO DU2
           PERFORM VARYING DU FROM 1 BY 1 UNTIL DU > WS-DD-COUNT
               MOVE DD-ENTRY(DU) TO DEDUCTION-RECORD
               IF DD-EMP-ID NOT = DP-EMP-ID OR DD-CODE NOT = "DUES"
                   ADD 1 TO DU2
                   MOVE DD-ENTRY(DU) TO DD-ENTRY(DU2)
               END-IF
           END-PERFORM
           MOVE DU2 TO WS-DD-COUNT
           OPEN OUTPUT DUES-PLAN-FILE
           PERFORM VARYING PL FROM 1 BY 1 UNTIL PL > WS-DP-COUNT
               MOVE DP-ENTRY(PL) TO DUES-PLAN-RECORD
               WRITE DUES-PLAN-RECORD
           END-PERFORM
           CLOSE DUES-PLAN-FILE
           OPEN OUTPUT DUES-INVOICE-FILE
           PERFORM VARYING IV FROM 1 BY 1 UNTIL IV > WS-DI-COUNT
               MOVE DI-ENTRY(IV) TO DUES-INVOICE-RECORD
               WRITE DUES-INVOICE-RECORD
           END-PERFORM
           CLOSE DUES-INVOICE-FILE
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM VARYING DU FROM 1 BY 1 UNTIL DU > WS-DD-COUNT
               MOVE DD-ENTRY(DU) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTION-FILE
           MOVE DP-ENTRY(WS-PLAN-INDEX) TO DUES-PLAN-RECORD
           MOVE DP-BALANCE TO ED-DUES-OWED
           DISPLAY "*** MEMBERSHIP DUES PLAN STOPPED -- INVOICE "
               DP-INVOICE-NO " REOPENED FOR " ED-DUES-OWED
               " TO BE PAID AT DUESMAINT. ***".

       0770-LOAD-DUES-INVOICES.
           MOVE 0 TO WS-DI-COUNT
           MOVE "N" TO WS-DI-EOF
           OPEN INPUT DUES-INVOICE-FILE
           IF WS-DI-FILE-STATUS = "00"
               PERFORM UNTIL WS-DI-EOF = "Y" OR WS-DI-COUNT = 300
                   READ DUES-INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-DI-EOF
                       NOT AT END
                           ADD 1 TO WS-DI-COUNT
                           MOVE DUES-INVOICE-RECORD
                               TO DI-ENTRY(WS-DI-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DUES-INVOICE-FILE
           END-IF.

       0780-LOAD-DEDUCTIONS.
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

      *    RESTORES THE MOST RECENT TERMINATED ARCHIVE RECORD FOR AN
      *    EMP-ID BACK ONTO employee.dat AND FLAGS THE ARCHIVE LINE
      *    "R" SO IT CANNOT BE REHIRED TWICE. THE WHOLE ARCHIVE IS
           ELSE
               MOVE EMPLOYEE-RECORD TO JR-AFTER-IMAGE
           END-IF
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

