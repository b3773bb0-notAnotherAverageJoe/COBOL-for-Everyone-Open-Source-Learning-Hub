      *            ITS LIABILITY ACCOUNT FOR THE SAME -- THE FILE
      *            ALWAYS FOOTS TO ZERO. UNASSIGNED EMPLOYEES ARE
      *            LISTED FOR FOLLOW-UP AND KEPT OUT OF THE EXTRACT.
      *            EXPENSE REIMBURSEMENTS PAID IN THE CYCLE (CLAIMS ON
      *            expclaims.dat PAID ON THE CYCLE DATE) ARE NOT PAY:
      *            THEY POST TO THEIR OWN EXPENSE ACCOUNT, THE ONE ON
      *            THE CLAIM'S CATEGORY IN expcats.dat, AS A SEPARATE
      *            DEBIT AGAINST A CREDIT TO THE DEPARTMENT'S
      *            LIABILITY ACCOUNT -- STILL FOOTING TO ZERO.
      *            THE ALLOCATION IS FOR ONE COMPANY (SEE
      *            Shared/company.cob): ONLY ITS PAYMENTS, ITS
      *            EMPLOYEES' CLAIMS AND ITS OWN DEPARTMENTS TAKE
      *            PART, SO THE EXTRACT CARRIES ONLY THAT COMPANY'S
      *            ACCOUNTS AND POSTS TO ITS LEDGER ALONE.
      *    compile with ->  cobc -x -o deptalloc deptalloc.cob
      *    then run ./deptalloc

           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DM-NAME          PIC X(20).
           05 DM-GL-EXPENSE    PIC X(8).
           05 DM-GL-LIABILITY  PIC X(8).
           05 DM-COMPANY       PIC X(4).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

      *    SAME LAYOUT expclaim.cob AND PAYRUN USE.
       FD  EXPENSE-CLAIM-FILE.
       01  EXPENSE-CLAIM-RECORD.
           05 EX-EMP-ID        PIC X(5).
           05 EX-CLAIM-DATE    PIC X(8).
           05 EX-CATEGORY      PIC X(4).
           05 EX-AMOUNT        PIC 9(5)V99.
           05 EX-RECEIPT-REF   PIC X(12).
           05 EX-APPROVAL      PIC X.
           05 EX-ENTERED-BY    PIC X(10).
           05 EX-PAID          PIC X.
           05 EX-PAID-DATE     PIC X(8).

       FD  EXPENSE-CATEGORY-FILE.
       01  EXPENSE-CATEGORY-RECORD.
           05 EC-CODE          PIC X(4).
           05 EC-DESC          PIC X(20).
           05 EC-GL-ACCOUNT    PIC X(8).

      *    ONE DEBIT AND ONE CREDIT PER DEPARTMENT PER CYCLE --
      *    EQUAL AND OPPOSITE, SO THE EXTRACT ALWAYS BALANCES.
       FD  GL-EXTRACT-FILE.
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EX-EOF           PIC X VALUE "N".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-PH-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  N                   PIC 9(3) VALUE 1.
       01  WS-DEPT-INDEX       PIC 9(2) VALUE 0.

       01  CATEGORY-TABLE.
           05 WS-EC-COUNT      PIC 9(2) VALUE 0.
           05 EC-ENTRY OCCURS 30 TIMES.
               10 ECE-CODE         PIC X(4).
               10 ECE-GL-ACCOUNT   PIC X(8).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CAT-INDEX        PIC 9(2) VALUE 0.

      *    ONE LINE PER DEPARTMENT AND EXPENSE ACCOUNT -- TWO
      *    CATEGORIES SHARING AN ACCOUNT POST AS ONE DEBIT.
       01  REIMBURSE-TABLE.
           05 WS-RB-COUNT      PIC 9(3) VALUE 0.
           05 RB-ENTRY OCCURS 200 TIMES.
               10 RBE-DEPT-INDEX   PIC 9(2).
               10 RBE-GL-ACCOUNT   PIC X(8).
               10 RBE-AMOUNT       PIC 9(9)V99.
       01  R                   PIC 9(3) VALUE 1.
       01  WS-RB-INDEX         PIC 9(3) VALUE 0.
       01  WS-TOTAL-REIMBURSE  PIC 9(9)V99 VALUE 0.
       01  WS-RB-SKIPPED       PIC 9(3) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-TAX           PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-NET           PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-REIMBURSE     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "DEPTALLOC".
       01  WS-AUDIT-ACTION     PIC X(40).

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
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING ALLOCATED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           PERFORM 0100-LOAD-DEPT-TABLE
           IF WS-DM-COUNT = 0
               DISPLAY "NO DEPARTMENT MASTER ON FILE FOR THIS "
                   "COMPANY. BUILD ONE WITH deptmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF
           PERFORM 0300-ALLOCATE-CYCLE
           PERFORM 0360-LOAD-EXPENSE-CATEGORIES
           PERFORM 0370-ALLOCATE-REIMBURSEMENTS
           PERFORM 0400-PRINT-ALLOCATION
           PERFORM 0500-WRITE-GL-EXTRACT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ALLOCATED CYCLE " WS-CYCLE-DATE " CO "
               WS-RUN-COMPANY " " WS-DM-COUNT " DEPTS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.
                       AT END
                           MOVE "Y" TO WS-DM-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE DM-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0110-TAKE-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

      *    ANOTHER COMPANY'S DEPARTMENTS NEVER REACH THE TABLE --
      *    THEIR ACCOUNTS ARE ANOTHER LEDGER'S.
       0110-TAKE-DEPARTMENT.
           ADD 1 TO WS-DM-COUNT
           MOVE DM-DEPT-CODE TO DME-DEPT-CODE(WS-DM-COUNT)
           MOVE DM-NAME TO DME-NAME(WS-DM-COUNT)
           MOVE DM-GL-EXPENSE TO DME-GL-EXPENSE(WS-DM-COUNT)
           MOVE DM-GL-LIABILITY TO DME-GL-LIABILITY(WS-DM-COUNT)
           MOVE 0 TO DME-GROSS(WS-DM-COUNT)
           MOVE 0 TO DME-TAX(WS-DM-COUNT)
           MOVE 0 TO DME-NET(WS-DM-COUNT).

       0150-LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO WS-ED-COUNT
           MOVE "N" TO WS-ED-EOF
                       AT END
                           MOVE "Y" TO WS-PH-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE PH-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF PH-PAY-DATE > WS-CYCLE-DATE
                                   AND WS-CO-RESULT NOT = "N"
                               MOVE PH-PAY-DATE TO WS-CYCLE-DATE
                           END-IF
                   END-READ
                       IF PH-PAY-DATE NOT = WS-CYCLE-DATE
                           MOVE "Y" TO WS-PH-EOF
                       ELSE
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE PH-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0350-ALLOCATE-ONE-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ADD PH-NET TO DME-NET(WS-DEPT-INDEX)
           END-IF.

       0360-LOAD-EXPENSE-CATEGORIES.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EC-EOF
           OPEN INPUT EXPENSE-CATEGORY-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EC-EOF = "Y" OR WS-EC-COUNT = 30
                   READ EXPENSE-CATEGORY-FILE
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                           ADD 1 TO WS-EC-COUNT
                           MOVE EC-CODE TO ECE-CODE(WS-EC-COUNT)
                           MOVE EC-GL-ACCOUNT
                               TO ECE-GL-ACCOUNT(WS-EC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CATEGORY-FILE
           END-IF.

      *    ONLY CLAIMS PAYRUN MARKED PAID ON THIS CYCLE DATE. A
      *    VOIDED PAYMENT PUTS ITS CLAIMS BACK TO UNPAID, SO THEY
      *    DROP OUT OF THIS CYCLE AND POST WITH THE ONE THAT PAYS
      *    THEM.
       0370-ALLOCATE-REIMBURSEMENTS.
           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-TOTAL-REIMBURSE
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EX-EOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EX-EOF
                   NOT AT END
                       IF EX-PAID = "Y"
                               AND EX-PAID-DATE = WS-CYCLE-DATE
                           MOVE "W" TO WS-CO-FUNCTION
                           MOVE EX-EMP-ID TO WS-CO-EMP-ID
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0380-ALLOCATE-ONE-CLAIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.

       0380-ALLOCATE-ONE-CLAIM.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = EX-EMP-ID
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > WS-DM-COUNT
                       IF DME-DEPT-CODE(M) = EDE-DEPT-CODE(N)
                           MOVE M TO WS-DEPT-INDEX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-EC-COUNT
               IF ECE-CODE(C) = EX-CATEGORY
                   MOVE C TO WS-CAT-INDEX
               END-IF
           END-PERFORM
           IF WS-DEPT-INDEX = 0 OR WS-CAT-INDEX = 0
               ADD 1 TO WS-RB-SKIPPED
               DISPLAY "CLAIM " EX-EMP-ID " " EX-CLAIM-DATE " "
                   EX-CATEGORY " HAS NO DEPARTMENT OR CATEGORY -- "
                   "LEFT OUT OF THE EXTRACT."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RB-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RB-COUNT
               IF RBE-DEPT-INDEX(R) = WS-DEPT-INDEX
                       AND RBE-GL-ACCOUNT(R)
                           = ECE-GL-ACCOUNT(WS-CAT-INDEX)
                   MOVE R TO WS-RB-INDEX
               END-IF
           END-PERFORM
           IF WS-RB-INDEX = 0
               IF WS-RB-COUNT = 200
                   ADD 1 TO WS-RB-SKIPPED
                   DISPLAY "REIMBURSEMENT TABLE FULL -- CLAIM "
                       EX-EMP-ID " " EX-CLAIM-DATE " NOT POSTED."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-INDEX
               MOVE WS-DEPT-INDEX TO RBE-DEPT-INDEX(WS-RB-INDEX)
               MOVE ECE-GL-ACCOUNT(WS-CAT-INDEX)
                   TO RBE-GL-ACCOUNT(WS-RB-INDEX)
               MOVE 0 TO RBE-AMOUNT(WS-RB-INDEX)
           END-IF
           ADD EX-AMOUNT TO RBE-AMOUNT(WS-RB-INDEX)
           ADD EX-AMOUNT TO WS-TOTAL-REIMBURSE.

       0400-PRINT-ALLOCATION.
           DISPLAY " "
           DISPLAY "----- PAYROLL COST ALLOCATION, CYCLE "
               WS-CYCLE-DATE " COMPANY " WS-RUN-COMPANY " -----"
           DISPLAY "DEPT  NAME                           GROSS"
               "             TAX             NET"
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
               DISPLAY "*** " WS-UNASSIGNED-COUNT " PAYMENTS HAD NO "
                   "DEPARTMENT ASSIGNMENT -- FIX WITH deptmaint AND "
                   "RERUN BEFORE POSTING. ***"
           END-IF
           IF WS-RB-COUNT > 0 OR WS-RB-SKIPPED > 0
               DISPLAY " "
               DISPLAY "EXPENSE REIMBURSEMENTS (NOT PAYROLL COST)"
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RB-COUNT
                   MOVE RBE-DEPT-INDEX(R) TO M
                   MOVE RBE-AMOUNT(R) TO ED-REIMBURSE
                   DISPLAY DME-DEPT-CODE(M) "  ACCOUNT "
                       RBE-GL-ACCOUNT(R) "  " ED-REIMBURSE
               END-PERFORM
               MOVE WS-TOTAL-REIMBURSE TO ED-REIMBURSE
               DISPLAY "TOTAL REIMBURSED:       " ED-REIMBURSE
           END-IF
           IF WS-RB-SKIPPED > 0
               DISPLAY "*** " WS-RB-SKIPPED " CLAIMS COULD NOT BE "
                   "POSTED -- FIX THE DEPARTMENT OR CATEGORY AND "
                   "RERUN BEFORE POSTING. ***"
           END-IF.

       0500-WRITE-GL-EXTRACT.
                   WRITE GL-EXTRACT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RB-COUNT
               MOVE RBE-DEPT-INDEX(R) TO M
               MOVE RBE-GL-ACCOUNT(R) TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE RBE-AMOUNT(R) TO GL-AMOUNT
               MOVE DME-DEPT-CODE(M) TO GL-DEPT-CODE
               MOVE WS-CYCLE-DATE TO GL-PAY-DATE
               WRITE GL-EXTRACT-RECORD
               MOVE DME-GL-LIABILITY(M) TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               WRITE GL-EXTRACT-RECORD
           END-PERFORM
           CLOSE GL-EXTRACT-FILE
           DISPLAY "GL POSTING EXTRACT WRITTEN TO glextract.dat.".
