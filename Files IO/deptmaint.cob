      *            deptalloc.cob USES BOTH TO BREAK THE PAY RUN DOWN
      *            BY DEPARTMENT AND BUILD THE GL POSTING EXTRACT SO
      *            FINANCE STOPS RE-KEYING PAYROLL TOTALS BY HAND.
      *            EACH DEPARTMENT BELONGS TO ONE COMPANY (SEE
      *            Shared/company.cob; BLANK = THE HOME COMPANY) AND
      *            ITS GL ACCOUNTS ARE THAT COMPANY'S. AN EMPLOYEE
      *            MAY ONLY BE ASSIGNED TO A DEPARTMENT OF THE
      *            COMPANY THEY WORK FOR.
      *    compile with ->  cobc -x -o deptmaint deptmaint.cob
      *    then run ./deptmaint

           05 DM-NAME          PIC X(20).
           05 DM-GL-EXPENSE    PIC X(8).
           05 DM-GL-LIABILITY  PIC X(8).
           05 DM-COMPANY       PIC X(4).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
               10 DME-NAME         PIC X(20).
               10 DME-GL-EXPENSE   PIC X(8).
               10 DME-GL-LIABILITY PIC X(8).
               10 DME-COMPANY      PIC X(4).
       01  M                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       01  WS-DEPT-COMPANY     PIC X(4) VALUE SPACES.
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
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
                               TO DME-GL-EXPENSE(WS-DM-COUNT)
                           MOVE DM-GL-LIABILITY
                               TO DME-GL-LIABILITY(WS-DM-COUNT)
                           MOVE DM-COMPANY
                               TO DME-COMPANY(WS-DM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
               DISPLAY "NO DEPARTMENTS ON FILE YET."
           ELSE
               DISPLAY "CODE  NAME                  EXPENSE   "
                   "LIABILITY CO"
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
                   DISPLAY DME-DEPT-CODE(M) "  " DME-NAME(M) "  "
                       DME-GL-EXPENSE(M) "  " DME-GL-LIABILITY(M)
                       "  " DME-COMPANY(M)
               END-PERFORM
           END-IF.

           DISPLAY "ENTER GL EXPENSE ACCOUNT (8 CHARS): "
           ACCEPT DME-GL-EXPENSE(M)
           DISPLAY "ENTER GL LIABILITY ACCOUNT (8 CHARS): "
           ACCEPT DME-GL-LIABILITY(M)
           DISPLAY "ENTER COMPANY CODE (BLANK = HOME COMPANY): "
           MOVE SPACES TO DME-COMPANY(M)
           ACCEPT DME-COMPANY(M)
           MOVE FUNCTION UPPER-CASE(DME-COMPANY(M)) TO DME-COMPANY(M)
           MOVE "C" TO WS-CO-FUNCTION
           MOVE DME-COMPANY(M) TO WS-CO-CODE
           CALL "COMPANY" USING COMPANY-FIELDS
           PERFORM UNTIL WS-CO-RESULT NOT = "N"
               DISPLAY "COMPANY " DME-COMPANY(M) " IS NOT ON "
                   "companies.dat. RE-ENTER: "
               MOVE SPACES TO DME-COMPANY(M)
               ACCEPT DME-COMPANY(M)
               MOVE FUNCTION UPPER-CASE(DME-COMPANY(M))
                   TO DME-COMPANY(M)
               MOVE DME-COMPANY(M) TO WS-CO-CODE
               CALL "COMPANY" USING COMPANY-FIELDS
           END-PERFORM.

       0500-CHANGE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT CODE TO CHANGE: "
                       DISPLAY "DEPARTMENT " WS-WORK-DEPT
                           " NOT ON FILE."
                   ELSE
                       PERFORM 0655-CHECK-SAME-COMPANY
                   END-IF
           END-READ.

      *    A DEPARTMENT'S COSTS POST TO ITS OWN COMPANY'S LEDGER --
      *    AN EMPLOYEE OF ANOTHER COMPANY CANNOT BE CHARGED THERE.
       0655-CHECK-SAME-COMPANY.
           MOVE "C" TO WS-CO-FUNCTION
           MOVE DME-COMPANY(WS-FOUND-INDEX) TO WS-CO-CODE
           CALL "COMPANY" USING COMPANY-FIELDS
           MOVE WS-CO-CODE TO WS-DEPT-COMPANY
           MOVE "E" TO WS-CO-FUNCTION
           MOVE WS-WORK-EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-CODE NOT = WS-DEPT-COMPANY
               DISPLAY "DEPARTMENT " WS-WORK-DEPT " BELONGS TO "
                   "COMPANY " WS-DEPT-COMPANY " BUT " WS-WORK-EMP-ID
                   " WORKS FOR " WS-CO-CODE " -- NOT ASSIGNED."
           ELSE
               PERFORM 0660-APPLY-ASSIGNMENT
           END-IF.

       0660-APPLY-ASSIGNMENT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               MOVE DME-NAME(M)         TO DM-NAME
               MOVE DME-GL-EXPENSE(M)   TO DM-GL-EXPENSE
               MOVE DME-GL-LIABILITY(M) TO DM-GL-LIABILITY
               MOVE DME-COMPANY(M)      TO DM-COMPANY
               WRITE DEPT-MASTER-RECORD
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.
