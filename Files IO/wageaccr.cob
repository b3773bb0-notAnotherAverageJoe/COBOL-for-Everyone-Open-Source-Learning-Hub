       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEACCR.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MONTH-END ACCRUED-WAGES JOURNAL WITH AUTOMATIC
      *            REVERSAL. CYCLES ARE BIWEEKLY, SO NEARLY EVERY
      *            MONTH ENDS PART-WAY THROUGH A PAY PERIOD AND THE
      *            WAGES EARNED BUT NOT YET PAID NEVER REACHED THE
      *            LEDGER -- FINANCE BOOKED THE ACCRUAL ON A
      *            SPREADSHEET. FOR A KEYED CLOSING MONTH THIS RUN
      *            FINDS THE paycal.dat PERIOD OPEN AT MONTH END AND
      *            COUNTS ITS DAYS THAT FALL IN THE MONTH, THEN
      *            ESTIMATES EACH EMPLOYEE'S ACCRUED GROSS:
      *              SALARIED  EMP-SALARY / 26 (THE PAYRUN CYCLE
      *                        AMOUNT) TIMES THE DAYS IN THE MONTH
      *                        OVER THE DAYS IN THE PERIOD
      *              HOURLY    APPROVED, UNPAID timesheet.dat HOURS
      *                        FOR WEEKS ENDING BY MONTH END, AT
      *                        EMP-HOURLY-RATE
      *            AND ROLLS IT UP TO THE DEPARTMENT THROUGH
      *            empdept.dat (UNASSIGNED EMPLOYEES ARE LISTED AND
      *            LEFT OUT, AS DEPTALLOC DOES). glaccrual.dat GETS
      *            THE BALANCED JOURNAL IN THE GL-EXTRACT LAYOUT:
      *            DEBIT EACH DEPARTMENT'S EXPENSE ACCOUNT AND
      *            CREDIT ITS LIABILITY ACCOUNT, DATED THE LAST DAY
      *            OF THE MONTH, AND THE MATCHING REVERSAL -- DEBIT
      *            LIABILITY, CREDIT EXPENSE -- DATED THE FIRST DAY
      *            OF THE NEXT MONTH, SO THE REAL CYCLE'S POSTING
      *            NEVER DOUBLE-COUNTS THE ACCRUAL. POST IT WITH
      *            glpost, NAMING glaccrual.dat AT THE PROMPT; THE
      *            POSTING DATES PUT EACH HALF IN ITS OWN PERIOD.
      *            THE ACCRUAL IS FOR ONE COMPANY (SEE
      *            Shared/company.cob) -- ITS EMPLOYEES AND ITS OWN
      *            DEPARTMENTS ONLY, SO THE JOURNAL POSTS TO THAT
      *            COMPANY'S LEDGER. RUN IT ONCE PER COMPANY.
      *    compile with ->  cobc -x -o wageaccr wageaccr.cob
      *    then run ./wageaccr

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO "posmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO "glaccrual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    THE PAY-CALENDAR MASTER MAINTAINED BY calmaint.cob.
       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 POS-CODE         PIC X(15).
           05 POS-TITLE        PIC X(30).
           05 POS-MIN-SALARY   PIC 9(7)V99.
           05 POS-MAX-SALARY   PIC 9(7)V99.
           05 POS-PAY-TYPE     PIC X.
           05 POS-LEAVE-RATE   PIC 9(2)V99.

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           05 TS-EMP-ID        PIC X(5).
           05 TS-WEEK-ENDING   PIC X(8).
           05 TS-HOURS         PIC 9(2)V9.
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE     PIC X(4).
           05 DM-NAME          PIC X(20).
           05 DM-GL-EXPENSE    PIC X(8).
           05 DM-GL-LIABILITY  PIC X(8).
           05 DM-COMPANY       PIC X(4).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

      *    SAME LAYOUT DEPTALLOC WRITES AND GLPOST READS.
       FD  GL-ACCRUAL-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-ACCOUNT       PIC X(8).
           05 GL-DR-CR         PIC X(2).
           05 GL-AMOUNT        PIC 9(9)V99.
           05 GL-DEPT-CODE     PIC X(4).
           05 GL-PAY-DATE      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-POS-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-PC-EOF           PIC X VALUE "N".
       01  WS-POS-EOF          PIC X VALUE "N".
       01  WS-TS-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-EMP-PAY-TYPE     PIC X VALUE "S".
       01  WS-EMP-ACCRUAL      PIC 9(7)V99 VALUE 0.
       01  WS-EMP-HOURS        PIC 9(4)V9 VALUE 0.
       01  WS-UNASSIGNED-COUNT PIC 9(3) VALUE 0.

      *    THE CLOSING MONTH AND THE DATES DERIVED FROM IT.
       01  WS-CLOSE-MONTH      PIC X(6) VALUE SPACES.
       01  WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
           05 WS-CLOSE-YEAR    PIC 9(4).
           05 WS-CLOSE-MM      PIC 9(2).
       01  WS-MONTH-START      PIC X(8).
       01  WS-MONTH-END        PIC X(8).
       01  WS-REVERSAL-DATE    PIC X(8).
       01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.
           05 WS-REV-YEAR      PIC 9(4).
           05 WS-REV-MM        PIC 9(2).
           05 WS-REV-DD        PIC 9(2).
       01  WS-LAST-DAY         PIC 9(2) VALUE 0.

      *    THE PERIOD OPEN AT MONTH END.
       01  WS-PERIOD-FOUND     PIC X VALUE "N".
       01  WS-PERIOD-NO        PIC 9(3) VALUE 0.
       01  WS-PERIOD-START     PIC X(8).
       01  WS-PERIOD-END       PIC X(8).
       01  WS-PERIOD-CHECK     PIC X(8).
       01  WS-ACCRUE-FROM      PIC X(8).
       01  WS-PERIOD-DAYS      PIC 9(3) VALUE 0.
       01  WS-ACCRUAL-DAYS     PIC 9(3) VALUE 0.

       01  POSITION-TABLE.
           05 WS-PM-COUNT      PIC 9(2) VALUE 0.
           05 PM-ENTRY OCCURS 50 TIMES.
               10 PME-CODE        PIC X(15).
               10 PME-PAY-TYPE    PIC X.
       01  P                   PIC 9(2) VALUE 1.

       01  TIMESHEET-TABLE.
           05 WS-TS-COUNT      PIC 9(3) VALUE 0.
           05 TS-ENTRY OCCURS 500 TIMES.
               10 TSE-EMP-ID       PIC X(5).
               10 TSE-WEEK-ENDING  PIC X(8).
               10 TSE-HOURS        PIC 9(2)V9.
       01  T                   PIC 9(3) VALUE 1.

       01  DEPT-TABLE.
           05 WS-DM-COUNT      PIC 9(2) VALUE 0.
           05 DM-ENTRY OCCURS 20 TIMES.
               10 DME-DEPT-CODE    PIC X(4).
               10 DME-NAME         PIC X(20).
               10 DME-GL-EXPENSE   PIC X(8).
               10 DME-GL-LIABILITY PIC X(8).
               10 DME-ACCRUED      PIC 9(9)V99.
               10 DME-EMPLOYEES    PIC 9(4).
       01  M                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-ED-COUNT      PIC 9(3) VALUE 0.
           05 ED-ENTRY OCCURS 500 TIMES.
               10 EDE-EMP-ID    PIC X(5).
               10 EDE-DEPT-CODE PIC X(4).
       01  N                   PIC 9(3) VALUE 1.
       01  WS-DEPT-INDEX       PIC 9(2) VALUE 0.

       01  RUN-TOTALS.
           05 WS-TOTAL-ACCRUED PIC 9(9)V99 VALUE 0.
           05 WS-JOURNAL-LINES PIC 9(4) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-ACCRUED       PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-COUNT         PIC ZZZ9.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "WAGEACCR".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

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
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING ACCRUED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER CLOSING MONTH (YYYYMM, BLANK = THIS "
               "MONTH): "
           MOVE SPACES TO WS-CLOSE-MONTH
           ACCEPT WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-CLOSE-MONTH
           END-IF
           IF WS-CLOSE-MONTH IS NOT NUMERIC
                   OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-SET-MONTH-DATES
           PERFORM 0100-FIND-OPEN-PERIOD
           IF WS-PERIOD-FOUND NOT = "Y"
               DISPLAY "NO paycal.dat PERIOD COVERS " WS-MONTH-END
                   ". EXTEND THE CALENDAR WITH calmaint AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    A PERIOD PAID ON OR BEFORE MONTH END LEAVES NOTHING
      *    EARNED AND UNPAID.
           IF WS-PERIOD-CHECK NOT > WS-MONTH-END
               DISPLAY "PERIOD " WS-PERIOD-NO " IS PAID ON "
                   WS-PERIOD-CHECK " -- NOTHING TO ACCRUE FOR "
                   WS-CLOSE-MONTH "."
               GOBACK
           END-IF
           PERFORM 0150-COUNT-PERIOD-DAYS
           PERFORM 0200-LOAD-DEPT-TABLE
           IF WS-DM-COUNT = 0
               DISPLAY "NO DEPARTMENT MASTER ON FILE FOR THIS "
                   "COMPANY. BUILD ONE WITH deptmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0210-LOAD-ASSIGNMENT-TABLE
           PERFORM 0220-LOAD-POSITION-TABLE
           PERFORM 0230-LOAD-TIMESHEET-TABLE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY " "
           DISPLAY "----- ACCRUED WAGES FOR " WS-CLOSE-MONTH
               " COMPANY " WS-RUN-COMPANY " -----"
           DISPLAY "PERIOD " WS-PERIOD-NO " " WS-PERIOD-START "-"
               WS-PERIOD-END ", CHECK DATE " WS-PERIOD-CHECK ": "
               WS-ACCRUAL-DAYS " OF " WS-PERIOD-DAYS
               " DAYS FALL IN THE MONTH."
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0300-ACCRUE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           PERFORM 0400-PRINT-ACCRUAL
           PERFORM 0500-WRITE-ACCRUAL-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WAGE ACCRUAL " WS-CLOSE-MONTH " CO "
               WS-RUN-COMPANY ", " WS-JOURNAL-LINES " LINES"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

      *    FIRST AND LAST DAY OF THE CLOSING MONTH (THE LAST IS THE
      *    HIGHEST DAY DATEVAL ACCEPTS), AND THE FIRST DAY OF THE
      *    MONTH AFTER FOR THE REVERSAL.
       0050-SET-MONTH-DATES.
           STRING WS-CLOSE-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE "V" TO WS-DV-FUNCTION
           MOVE 31 TO WS-LAST-DAY
           MOVE "N" TO WS-DV-VALID
           PERFORM UNTIL WS-DV-VALID = "Y" OR WS-LAST-DAY < 28
               MOVE WS-CLOSE-MONTH TO WS-DV-DATE-1(1:6)
               MOVE WS-LAST-DAY TO WS-DV-DATE-1(7:2)
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
               IF WS-DV-VALID NOT = "Y"
                   SUBTRACT 1 FROM WS-LAST-DAY
               END-IF
           END-PERFORM
           MOVE WS-DV-DATE-1 TO WS-MONTH-END
           MOVE WS-CLOSE-YEAR TO WS-REV-YEAR
           MOVE WS-CLOSE-MM TO WS-REV-MM
           IF WS-REV-MM = 12
               ADD 1 TO WS-REV-YEAR
               MOVE 1 TO WS-REV-MM
           ELSE
               ADD 1 TO WS-REV-MM
           END-IF
           MOVE 1 TO WS-REV-DD.

       0100-FIND-OPEN-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND
           MOVE "N" TO WS-PC-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PC-EOF = "Y"
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-PC-EOF
                   NOT AT END
                       IF WS-MONTH-END >= PC-START
                               AND WS-MONTH-END <= PC-END
                           MOVE "Y" TO WS-PERIOD-FOUND
                           MOVE PC-PERIOD-NO TO WS-PERIOD-NO
                           MOVE PC-START TO WS-PERIOD-START
                           MOVE PC-END TO WS-PERIOD-END
                           MOVE PC-CHECK-DATE TO WS-PERIOD-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE.

      *    DAYS IN THE PERIOD, AND DAYS OF IT FROM THE LATER OF THE
      *    PERIOD START AND THE FIRST OF THE MONTH TO MONTH END.
       0150-COUNT-PERIOD-DAYS.
           MOVE "D" TO WS-DV-FUNCTION
           MOVE WS-PERIOD-START TO WS-DV-DATE-1
           MOVE WS-PERIOD-END TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           COMPUTE WS-PERIOD-DAYS = WS-DV-RESULT + 1
           IF WS-PERIOD-START > WS-MONTH-START
               MOVE WS-PERIOD-START TO WS-ACCRUE-FROM
           ELSE
               MOVE WS-MONTH-START TO WS-ACCRUE-FROM
           END-IF
           MOVE WS-ACCRUE-FROM TO WS-DV-DATE-1
           MOVE WS-MONTH-END TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           COMPUTE WS-ACCRUAL-DAYS = WS-DV-RESULT + 1.

       0200-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               PERFORM UNTIL WS-DM-EOF = "Y" OR WS-DM-COUNT = 20
                   READ DEPT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-DM-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE DM-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0205-TAKE-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

       0205-TAKE-DEPARTMENT.
           ADD 1 TO WS-DM-COUNT
           MOVE DM-DEPT-CODE TO DME-DEPT-CODE(WS-DM-COUNT)
           MOVE DM-NAME TO DME-NAME(WS-DM-COUNT)
           MOVE DM-GL-EXPENSE TO DME-GL-EXPENSE(WS-DM-COUNT)
           MOVE DM-GL-LIABILITY TO DME-GL-LIABILITY(WS-DM-COUNT)
           MOVE 0 TO DME-ACCRUED(WS-DM-COUNT)
           MOVE 0 TO DME-EMPLOYEES(WS-DM-COUNT).

       0210-LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO WS-ED-COUNT
           MOVE "N" TO WS-ED-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-ED-EOF = "Y" OR WS-ED-COUNT = 500
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-ED-EOF
                       NOT AT END
                           ADD 1 TO WS-ED-COUNT
                           MOVE ED-EMP-ID
                               TO EDE-EMP-ID(WS-ED-COUNT)
                           MOVE ED-DEPT-CODE
                               TO EDE-DEPT-CODE(WS-ED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

       0220-LOAD-POSITION-TABLE.
           MOVE 0 TO WS-PM-COUNT
           MOVE "N" TO WS-POS-EOF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POS-FILE-STATUS = "00"
               PERFORM UNTIL WS-POS-EOF = "Y" OR WS-PM-COUNT = 50
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-POS-EOF
                       NOT AT END
                           ADD 1 TO WS-PM-COUNT
                           MOVE POS-CODE TO PME-CODE(WS-PM-COUNT)
                           MOVE POS-PAY-TYPE
                               TO PME-PAY-TYPE(WS-PM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.

      *    ONLY THE WEEKS PAYRUN WOULD PAY NEXT CYCLE: UNPAID, NOT
      *    PENDING OR DISPUTED, AND WORKED BY MONTH END.
       0230-LOAD-TIMESHEET-TABLE.
           MOVE 0 TO WS-TS-COUNT
           MOVE "N" TO WS-TS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TS-EOF = "Y" OR WS-TS-COUNT = 500
                   READ TIMESHEET-FILE
                       AT END
                           MOVE "Y" TO WS-TS-EOF
                       NOT AT END
                           IF TS-PAID = "N"
                                   AND TS-APPROVAL NOT = "P"
                                   AND TS-APPROVAL NOT = "D"
                                   AND TS-WEEK-ENDING
                                       NOT > WS-MONTH-END
                               ADD 1 TO WS-TS-COUNT
                               MOVE TS-EMP-ID
                                   TO TSE-EMP-ID(WS-TS-COUNT)
                               MOVE TS-WEEK-ENDING
                                   TO TSE-WEEK-ENDING(WS-TS-COUNT)
                               MOVE TS-HOURS
                                   TO TSE-HOURS(WS-TS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

       0300-ACCRUE-ONE-EMPLOYEE.
      *    ANOTHER COMPANY'S EMPLOYEE ACCRUES IN THAT COMPANY'S RUN.
           MOVE "W" TO WS-CO-FUNCTION
           MOVE EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-EMP-PAY-TYPE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PM-COUNT
               IF PME-CODE(P) = EMP-POSITION
                   MOVE PME-PAY-TYPE(P) TO WS-EMP-PAY-TYPE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EMP-ACCRUAL
           IF WS-EMP-PAY-TYPE = "H"
               MOVE 0 TO WS-EMP-HOURS
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TS-COUNT
                   IF TSE-EMP-ID(T) = EMP-ID
                       ADD TSE-HOURS(T) TO WS-EMP-HOURS
                   END-IF
               END-PERFORM
               COMPUTE WS-EMP-ACCRUAL ROUNDED =
                   WS-EMP-HOURS * EMP-HOURLY-RATE
           ELSE
               COMPUTE WS-EMP-ACCRUAL ROUNDED =
                   EMP-SALARY / 26 * WS-ACCRUAL-DAYS / WS-PERIOD-DAYS
           END-IF
           IF WS-EMP-ACCRUAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = EMP-ID
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > WS-DM-COUNT
                       IF DME-DEPT-CODE(M) = EDE-DEPT-CODE(N)
                           MOVE M TO WS-DEPT-INDEX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-INDEX = 0
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE WS-EMP-ACCRUAL TO ED-ACCRUED
               DISPLAY "*** " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " HAS NO DEPARTMENT -- " ED-ACCRUED
                   " LEFT OUT OF THE ACCRUAL. ***"
               EXIT PARAGRAPH
           END-IF
           ADD WS-EMP-ACCRUAL TO DME-ACCRUED(WS-DEPT-INDEX)
           ADD 1 TO DME-EMPLOYEES(WS-DEPT-INDEX)
           ADD WS-EMP-ACCRUAL TO WS-TOTAL-ACCRUED.

       0400-PRINT-ACCRUAL.
           DISPLAY " "
           DISPLAY "DEPT  NAME                  EMPLOYEES  "
               "       ACCRUED"
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
               IF DME-ACCRUED(M) > 0
                   MOVE DME-EMPLOYEES(M) TO ED-COUNT
                   MOVE DME-ACCRUED(M) TO ED-ACCRUED
                   DISPLAY DME-DEPT-CODE(M) "  " DME-NAME(M) "  "
                       ED-COUNT "     " ED-ACCRUED
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-ACCRUED TO ED-ACCRUED
           DISPLAY "TOTAL ACCRUED WAGES:           " ED-ACCRUED
           IF WS-UNASSIGNED-COUNT > 0
               DISPLAY "*** " WS-UNASSIGNED-COUNT " EMPLOYEES HAVE NO "
                   "DEPARTMENT -- ASSIGN THEM WITH deptmaint AND "
                   "RERUN BEFORE POSTING. ***"
           END-IF.

      *    EACH DEPARTMENT GETS FOUR LINES -- THE ACCRUAL AT MONTH
      *    END AND ITS MIRROR IMAGE ON THE FIRST OF THE NEXT MONTH --
      *    SO THE FILE FOOTS TO ZERO AND SO DOES EACH PERIOD.
       0500-WRITE-ACCRUAL-JOURNAL.
           MOVE 0 TO WS-JOURNAL-LINES
           OPEN OUTPUT GL-ACCRUAL-FILE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
               IF DME-ACCRUED(M) > 0
                   MOVE DME-ACCRUED(M) TO GL-AMOUNT
                   MOVE DME-DEPT-CODE(M) TO GL-DEPT-CODE
                   MOVE WS-MONTH-END TO GL-PAY-DATE
                   MOVE DME-GL-EXPENSE(M) TO GL-ACCOUNT
                   MOVE "DR" TO GL-DR-CR
                   WRITE GL-EXTRACT-RECORD
                   MOVE DME-GL-LIABILITY(M) TO GL-ACCOUNT
                   MOVE "CR" TO GL-DR-CR
                   WRITE GL-EXTRACT-RECORD
                   MOVE WS-REVERSAL-DATE TO GL-PAY-DATE
                   MOVE DME-GL-LIABILITY(M) TO GL-ACCOUNT
                   MOVE "DR" TO GL-DR-CR
                   WRITE GL-EXTRACT-RECORD
                   MOVE DME-GL-EXPENSE(M) TO GL-ACCOUNT
                   MOVE "CR" TO GL-DR-CR
                   WRITE GL-EXTRACT-RECORD
                   ADD 4 TO WS-JOURNAL-LINES
               END-IF
           END-PERFORM
           CLOSE GL-ACCRUAL-FILE
           DISPLAY "ACCRUAL JOURNAL WRITTEN TO glaccrual.dat -- "
               "ACCRUAL DATED " WS-MONTH-END ", REVERSAL DATED "
               WS-REVERSAL-DATE ". POST IT WITH glpost.".
