       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    DEPARTMENTAL LABOR BUDGET MAINTENANCE. DEPTALLOC
      *            SAYS WHAT EACH DEPARTMENT COST IN A CYCLE BUT
      *            NOTHING SAID WHAT IT WAS MEANT TO COST.
      *            laborbudget.dat NOW HOLDS, PER DEPARTMENT CODE
      *            (DM-DEPT-CODE ON deptmaster.dat) PER MONTH, THE
      *            BUDGETED HEADCOUNT AND BUDGETED GROSS, KEYED HERE
      *            UNDER THE SHARED SIGN-ON. budgvar.cob COMPARES IT
      *            WITH WHAT WAS ACTUALLY PAID. SAME LOAD-TO-TABLE /
      *            REWRITE-WHOLE APPROACH AS THE OTHER
      *            LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o budgmaint budgmaint.cob
      *    then run ./budgmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET-FILE ASSIGN TO "laborbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER DEPARTMENT PER MONTH (LB-MONTH IS YYYYMM).
       FD  LABOR-BUDGET-FILE.
       01  LABOR-BUDGET-RECORD.
           05 LB-DEPT-CODE     PIC X(4).
           05 LB-MONTH         PIC X(6).
           05 LB-HEADCOUNT     PIC 9(4).
           05 LB-GROSS         PIC 9(9)V99.

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE     PIC X(4).
           05 DM-NAME          PIC X(20).
           05 DM-GL-EXPENSE    PIC X(8).
           05 DM-GL-LIABILITY  PIC X(8).
           05 DM-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-LB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LB-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-DEPT        PIC X(4).
       01  WS-WORK-YEAR        PIC X(4).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-DEPT-FOUND       PIC X VALUE "N".
       01  WS-BM-PROMPT        PIC X(60).
       01  WS-BM-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BUDGMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  WS-WORK-MONTH       PIC X(6).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05 WS-WORK-MONTH-YYYY PIC 9(4).
           05 WS-WORK-MONTH-MM   PIC 9(2).

       01  BUDGET-TABLE.
           05 WS-LB-COUNT      PIC 9(3) VALUE 0.
           05 LB-ENTRY OCCURS 500 TIMES.
               10 LBE-DEPT-CODE    PIC X(4).
               10 LBE-MONTH        PIC X(6).
               10 LBE-HEADCOUNT    PIC 9(4).
               10 LBE-GROSS        PIC 9(9)V99.
       01  L                   PIC 9(3) VALUE 1.

       01  DEPT-TABLE.
           05 WS-DM-COUNT      PIC 9(2) VALUE 0.
           05 DM-ENTRY OCCURS 20 TIMES.
               10 DME-DEPT-CODE    PIC X(4).
               10 DME-NAME         PIC X(20).
       01  M                   PIC 9(2) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-HEADCOUNT     PIC ZZZ9.
           05 ED-YEAR-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-YEAR-GROSS       PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THIS IS A MAINTENANCE PROGRAM THROUGH AND THROUGH -- THE
      *    INQUIRY ROLE HAS NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-BUDGET-TABLE
           IF WS-LB-COUNT = 500 AND WS-LB-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 BUDGET LINES ON "
                   "laborbudget.dat. ARCHIVE PAST YEARS BEFORE "
                   "MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-DEPT-TABLE
           IF WS-DM-COUNT = 0
               DISPLAY "NO DEPARTMENT MASTER ON FILE. BUILD ONE "
                   "WITH deptmaint FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-DEPT-YEAR
                   WHEN "S"
                       PERFORM 0400-SET-MONTH-BUDGET THRU 0400-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-BUDGET-TABLE.
           MOVE 0 TO WS-LB-COUNT
           MOVE "N" TO WS-LB-EOF
           OPEN INPUT LABOR-BUDGET-FILE
           IF WS-LB-FILE-STATUS = "00"
               PERFORM UNTIL WS-LB-EOF = "Y" OR WS-LB-COUNT = 500
                   READ LABOR-BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-LB-EOF
                       NOT AT END
                           ADD 1 TO WS-LB-COUNT
                           MOVE LABOR-BUDGET-RECORD
                               TO LB-ENTRY(WS-LB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LABOR-BUDGET-FILE
           END-IF.

       0150-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               PERFORM UNTIL WS-DM-EOF = "Y" OR WS-DM-COUNT = 20
                   READ DEPT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-DM-EOF
                       NOT AT END
                           ADD 1 TO WS-DM-COUNT
                           MOVE DM-DEPT-CODE
                               TO DME-DEPT-CODE(WS-DM-COUNT)
                           MOVE DM-NAME TO DME-NAME(WS-DM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- DEPARTMENTAL LABOR BUDGET MAINTENANCE -----"
           DISPLAY "L - LIST A DEPARTMENT'S BUDGET FOR A YEAR"
           DISPLAY "S - SET A MONTH'S BUDGET"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-DEPT-YEAR.
           DISPLAY "ENTER DEPARTMENT CODE: "
           ACCEPT WS-WORK-DEPT
           MOVE FUNCTION UPPER-CASE(WS-WORK-DEPT) TO WS-WORK-DEPT
           DISPLAY "ENTER YEAR (YYYY): "
           ACCEPT WS-WORK-YEAR
           MOVE 0 TO WS-FOUND-INDEX
           MOVE 0 TO WS-YEAR-GROSS
           DISPLAY "  MONTH   HEADCOUNT   BUDGETED GROSS"
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LB-COUNT
               IF LBE-DEPT-CODE(L) = WS-WORK-DEPT
                       AND LBE-MONTH(L)(1:4) = WS-WORK-YEAR
                   MOVE L TO WS-FOUND-INDEX
                   MOVE LBE-HEADCOUNT(L) TO ED-HEADCOUNT
                   MOVE LBE-GROSS(L) TO ED-GROSS
                   DISPLAY "  " LBE-MONTH(L) "      " ED-HEADCOUNT
                       "   " ED-GROSS
                   ADD LBE-GROSS(L) TO WS-YEAR-GROSS
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO BUDGET ON FILE FOR " WS-WORK-DEPT " IN "
                   WS-WORK-YEAR "."
           ELSE
               MOVE WS-YEAR-GROSS TO ED-YEAR-GROSS
               DISPLAY "  YEAR TOTAL         " ED-YEAR-GROSS
           END-IF.

      *    A MONTH ALREADY BUDGETED IS REPLACED, NOT DUPLICATED.
       0400-SET-MONTH-BUDGET.
           DISPLAY "ENTER DEPARTMENT CODE: "
           ACCEPT WS-WORK-DEPT
           MOVE FUNCTION UPPER-CASE(WS-WORK-DEPT) TO WS-WORK-DEPT
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
               IF DME-DEPT-CODE(M) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N"
               DISPLAY "DEPARTMENT " WS-WORK-DEPT " IS NOT ON THE "
                   "DEPARTMENT MASTER."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER MONTH (YYYYMM): "
           ACCEPT WS-WORK-MONTH
           IF WS-WORK-MONTH IS NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM."
               GO TO 0400-EXIT
           END-IF
           IF WS-WORK-MONTH-MM < 1 OR WS-WORK-MONTH-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM."
               GO TO 0400-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LB-COUNT
               IF LBE-DEPT-CODE(L) = WS-WORK-DEPT
                       AND LBE-MONTH(L) = WS-WORK-MONTH
                   MOVE L TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-LB-COUNT = 500
                   DISPLAY "BUDGET TABLE IS FULL (500)."
                   GO TO 0400-EXIT
               END-IF
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LB-COUNT TO L
               MOVE WS-WORK-DEPT TO LBE-DEPT-CODE(L)
               MOVE WS-WORK-MONTH TO LBE-MONTH(L)
           ELSE
               MOVE WS-FOUND-INDEX TO L
               MOVE LBE-HEADCOUNT(L) TO ED-HEADCOUNT
               MOVE LBE-GROSS(L) TO ED-GROSS
               DISPLAY "NOW BUDGETED: HEADCOUNT " ED-HEADCOUNT
                   "  GROSS " ED-GROSS
           END-IF
           MOVE "ENTER BUDGETED HEADCOUNT: " TO WS-BM-PROMPT
           CALL "NUMVALID" USING WS-BM-PROMPT WS-BM-NUM-BUFFER
           MOVE WS-BM-NUM-BUFFER TO LBE-HEADCOUNT(L)
           MOVE "ENTER BUDGETED GROSS FOR THE MONTH: "
               TO WS-BM-PROMPT
           CALL "NUMVALID" USING WS-BM-PROMPT WS-BM-NUM-BUFFER
           MOVE WS-BM-NUM-BUFFER TO LBE-GROSS(L)
           PERFORM 0800-REWRITE-BUDGET-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET BUDGET " WS-WORK-DEPT " " WS-WORK-MONTH
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "BUDGET SET.".
       0400-EXIT.
           EXIT.

       0800-REWRITE-BUDGET-FILE.
           OPEN OUTPUT LABOR-BUDGET-FILE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LB-COUNT
               MOVE LB-ENTRY(L) TO LABOR-BUDGET-RECORD
               WRITE LABOR-BUDGET-RECORD
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE.
