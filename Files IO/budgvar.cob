       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    DEPARTMENTAL LABOR BUDGET VERSUS ACTUAL. FOR A
      *            KEYED MONTH, COMPARES EACH DEPARTMENT'S BUDGET ON
      *            laborbudget.dat (SEE budgmaint.cob) WITH THE
      *            GROSS ACTUALLY PAID -- payhist.dat ROLLED UP TO
      *            THE DEPARTMENT THROUGH empdept.dat, AS DEPTALLOC
      *            DOES -- AND SHOWS THE EMPLOYER COST BURDENRUN
      *            POSTED TO employercost.dat ALONGSIDE. EACH
      *            DEPARTMENT GETS THE MONTH AND YEAR-TO-DATE
      *            VARIANCE, BUDGETED AGAINST ACTUAL HEADCOUNT (THE
      *            EMPLOYEES PAID IN THE MONTH), AND A YEAR-END
      *            PROJECTION AT THE CURRENT RUN RATE (YEAR-TO-DATE
      *            GROSS OVER THE MONTHS ELAPSED, TIMES TWELVE)
      *            AGAINST THE FULL-YEAR BUDGET. A DEPARTMENT MORE
      *            THAN THE KEYED PERCENT OVER ITS MONTH OR
      *            YEAR-TO-DATE BUDGET IS FLAGGED "OVER". THE
      *            REPORT GOES THROUGH THE SHARED PRINT SERVICES TO
      *            budgvar.rpt.
      *    compile with ->  cobc -x -o budgvar budgvar.cob
      *    then run ./budgvar

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT LABOR-BUDGET-FILE ASSIGN TO "laborbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT EMPLOYER-COST-FILE ASSIGN TO "employercost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    SAME LAYOUT budgmaint.cob MAINTAINS.
       FD  LABOR-BUDGET-FILE.
       01  LABOR-BUDGET-RECORD.
           05 LB-DEPT-CODE     PIC X(4).
           05 LB-MONTH         PIC X(6).
           05 LB-HEADCOUNT     PIC 9(4).
           05 LB-GROSS         PIC 9(9)V99.

      *    SAME LAYOUT BURDENRUN APPENDS.
       FD  EMPLOYER-COST-FILE.
       01  EMPLOYER-COST-RECORD.
           05 EC-PAY-DATE      PIC X(8).
           05 EC-EMP-ID        PIC X(5).
           05 EC-GROSS         PIC S9(7)V99.
           05 EC-BURDEN        PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PH-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  WS-LB-EOF           PIC X VALUE "N".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-THRESHOLD-PCT    PIC 9(3)V99 VALUE 0.
       01  WS-BV-PROMPT        PIC X(60).
       01  WS-BV-NUM-BUFFER    PIC X(18).
       01  WS-FLAGGED-COUNT    PIC 9(2) VALUE 0.
       01  WS-UNASSIGNED-GROSS PIC S9(9)V99 VALUE 0.
       01  WS-FLAG             PIC X(4) VALUE SPACES.
       01  WS-DEPT-OVER        PIC X VALUE "N".
       01  WS-DEPT-INDEX       PIC 9(2) VALUE 0.
       01  WS-SEEN-FOUND       PIC X VALUE "N".

       01  WS-REPORT-MONTH     PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR   PIC 9(4).
           05 WS-REPORT-MM     PIC 9(2).
       01  WS-YEAR-START       PIC X(8).

      *    ONE ROW PER DEPARTMENT, PLUS ROW 21 FOR THE WHOLE SHOP.
       01  DEPT-TABLE.
           05 WS-DM-COUNT      PIC 9(2) VALUE 0.
           05 DM-ENTRY OCCURS 21 TIMES.
               10 DME-DEPT-CODE    PIC X(4).
               10 DME-NAME         PIC X(20).
               10 DME-BUD-HC       PIC 9(5).
               10 DME-ACT-HC       PIC 9(5).
               10 DME-BUD-MONTH    PIC S9(11)V99.
               10 DME-BUD-YTD      PIC S9(11)V99.
               10 DME-BUD-YEAR     PIC S9(11)V99.
               10 DME-ACT-MONTH    PIC S9(11)V99.
               10 DME-ACT-YTD      PIC S9(11)V99.
               10 DME-BURDEN-MONTH PIC S9(11)V99.
               10 DME-BURDEN-YTD   PIC S9(11)V99.
       01  M                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-ED-COUNT      PIC 9(3) VALUE 0.
           05 ED-ENTRY OCCURS 500 TIMES.
               10 EDE-EMP-ID    PIC X(5).
               10 EDE-DEPT-CODE PIC X(4).
       01  N                   PIC 9(3) VALUE 1.

      *    EMPLOYEES ALREADY COUNTED IN THE MONTH'S HEADCOUNT -- A
      *    SECOND PAYMENT IN THE SAME MONTH IS THE SAME PERSON.
       01  SEEN-TABLE.
           05 WS-SN-COUNT      PIC 9(3) VALUE 0.
           05 SN-EMP-ID OCCURS 500 TIMES PIC X(5).
       01  S                   PIC 9(3) VALUE 1.

       01  VARIANCE-FIELDS.
           05 WS-VAR-BUDGET    PIC S9(11)V99 VALUE 0.
           05 WS-VAR-ACTUAL    PIC S9(11)V99 VALUE 0.
           05 WS-VAR-AMOUNT    PIC S9(11)V99 VALUE 0.
           05 WS-VAR-PCT       PIC S9(5)V9 VALUE 0.
           05 WS-VAR-LABEL     PIC X(9).
           05 WS-PROJECTED     PIC S9(11)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-BUDGET        PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-ACTUAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-VARIANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-PCT           PIC -ZZZ9.9.
           05 ED-HC-1          PIC ZZZZ9.
           05 ED-HC-2          PIC ZZZZ9.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM, BLANK = THIS "
               "MONTH): "
           MOVE SPACES TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ENTER OVER-BUDGET FLAG PERCENT (E.G. 5): "
               TO WS-BV-PROMPT
           CALL "NUMVALID" USING WS-BV-PROMPT WS-BV-NUM-BUFFER
           MOVE WS-BV-NUM-BUFFER TO WS-THRESHOLD-PCT
           PERFORM 0100-LOAD-DEPT-TABLE
           IF WS-DM-COUNT = 0
               DISPLAY "NO DEPARTMENT MASTER ON FILE. BUILD ONE "
                   "WITH deptmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-ASSIGNMENT-TABLE
           PERFORM 0200-LOAD-BUDGETS
           PERFORM 0300-ROLL-UP-PAY-HISTORY
           PERFORM 0400-ROLL-UP-EMPLOYER-COST
           PERFORM 0500-PRINT-REPORT
           DISPLAY WS-FLAGGED-COUNT " DEPARTMENTS OVER BUDGET BY "
               "MORE THAN THE FLAG PERCENT. SEE budgvar.rpt."
           GOBACK.

       0100-LOAD-DEPT-TABLE.
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
           END-IF
           MOVE "ALL " TO DME-DEPT-CODE(21)
           MOVE "WHOLE SHOP" TO DME-NAME(21)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 21
               MOVE 0 TO DME-BUD-HC(M) DME-ACT-HC(M)
                   DME-BUD-MONTH(M) DME-BUD-YTD(M) DME-BUD-YEAR(M)
                   DME-ACT-MONTH(M) DME-ACT-YTD(M)
                   DME-BURDEN-MONTH(M) DME-BURDEN-YTD(M)
           END-PERFORM.

       0150-LOAD-ASSIGNMENT-TABLE.
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

      *    THE MONTH'S LINE GIVES THE MONTH BUDGET AND HEADCOUNT;
      *    EVERY LINE OF THE YEAR GOES INTO THE FULL-YEAR BUDGET
      *    AND THOSE UP TO THE MONTH INTO YEAR-TO-DATE.
       0200-LOAD-BUDGETS.
           MOVE "N" TO WS-LB-EOF
           OPEN INPUT LABOR-BUDGET-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO LABOR BUDGET ON FILE -- SET ONE "
                   "UP WITH budgmaint."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LB-EOF = "Y"
               READ LABOR-BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-LB-EOF
                   NOT AT END
                       IF LB-MONTH(1:4) = WS-REPORT-MONTH(1:4)
                           PERFORM 0250-APPLY-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE.

       0250-APPLY-BUDGET-LINE.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-DM-COUNT
               IF DME-DEPT-CODE(M) = LB-DEPT-CODE
                   MOVE M TO WS-DEPT-INDEX
               END-IF
           END-PERFORM
           IF WS-DEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           ADD LB-GROSS TO DME-BUD-YEAR(WS-DEPT-INDEX)
               DME-BUD-YEAR(21)
           IF LB-MONTH NOT > WS-REPORT-MONTH
               ADD LB-GROSS TO DME-BUD-YTD(WS-DEPT-INDEX)
                   DME-BUD-YTD(21)
           END-IF
           IF LB-MONTH = WS-REPORT-MONTH
               ADD LB-GROSS TO DME-BUD-MONTH(WS-DEPT-INDEX)
                   DME-BUD-MONTH(21)
               ADD LB-HEADCOUNT TO DME-BUD-HC(WS-DEPT-INDEX)
                   DME-BUD-HC(21)
           END-IF.

      *    POSITIONS THE INDEXED HISTORY AT JANUARY 1 OF THE YEAR
      *    AND READS FORWARD TO THE END OF THE REPORT MONTH.
       0300-ROLL-UP-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO PAY HISTORY ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PH-EOF
           MOVE SPACES TO WS-YEAR-START
           STRING WS-REPORT-MONTH(1:4) "0101"
               DELIMITED BY SIZE INTO WS-YEAR-START
           MOVE WS-YEAR-START TO PH-PAY-DATE
           MOVE LOW-VALUES TO PH-EMP-ID
           MOVE 0 TO PH-SEQ
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PH-EOF
           END-START
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       IF PH-PAY-DATE(1:6) > WS-REPORT-MONTH
                           MOVE "Y" TO WS-PH-EOF
                       ELSE
                           PERFORM 0350-ROLL-UP-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       0350-ROLL-UP-ONE-PAYMENT.
           MOVE PH-EMP-ID TO ED-EMP-ID
           PERFORM 0600-FIND-DEPT
           IF WS-DEPT-INDEX = 0
               ADD PH-GROSS TO WS-UNASSIGNED-GROSS
               EXIT PARAGRAPH
           END-IF
           ADD PH-GROSS TO DME-ACT-YTD(WS-DEPT-INDEX)
               DME-ACT-YTD(21)
           IF PH-PAY-DATE(1:6) = WS-REPORT-MONTH
               ADD PH-GROSS TO DME-ACT-MONTH(WS-DEPT-INDEX)
                   DME-ACT-MONTH(21)
               IF PH-GROSS > 0
                   MOVE "N" TO WS-SEEN-FOUND
                   PERFORM VARYING S FROM 1 BY 1
                           UNTIL S > WS-SN-COUNT
                       IF SN-EMP-ID(S) = PH-EMP-ID
                           MOVE "Y" TO WS-SEEN-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-SEEN-FOUND = "N" AND WS-SN-COUNT < 500
                       ADD 1 TO WS-SN-COUNT
                       MOVE PH-EMP-ID TO SN-EMP-ID(WS-SN-COUNT)
                       ADD 1 TO DME-ACT-HC(WS-DEPT-INDEX)
                           DME-ACT-HC(21)
                   END-IF
               END-IF
           END-IF.

       0400-ROLL-UP-EMPLOYER-COST.
           MOVE "N" TO WS-EC-EOF
           OPEN INPUT EMPLOYER-COST-FILE
           IF WS-EC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO EMPLOYER COST ON FILE -- RUN "
                   "burdenrun AFTER EACH CYCLE."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EC-EOF = "Y"
               READ EMPLOYER-COST-FILE
                   AT END
                       MOVE "Y" TO WS-EC-EOF
                   NOT AT END
                       IF EC-PAY-DATE(1:4) = WS-REPORT-MONTH(1:4)
                               AND EC-PAY-DATE(1:6)
                                   NOT > WS-REPORT-MONTH
                           PERFORM 0450-ROLL-UP-ONE-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-COST-FILE.

       0450-ROLL-UP-ONE-COST.
           MOVE EC-EMP-ID TO ED-EMP-ID
           PERFORM 0600-FIND-DEPT
           IF WS-DEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           ADD EC-BURDEN TO DME-BURDEN-YTD(WS-DEPT-INDEX)
               DME-BURDEN-YTD(21)
           IF EC-PAY-DATE(1:6) = WS-REPORT-MONTH
               ADD EC-BURDEN TO DME-BURDEN-MONTH(WS-DEPT-INDEX)
                   DME-BURDEN-MONTH(21)
           END-IF.

       0500-PRINT-REPORT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "budgvar.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "LABOR BUDGET VERSUS ACTUAL " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "             BUDGET          ACTUAL        "
               "VARIANCE     PCT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 21
               IF M <= WS-DM-COUNT OR M = 21
                   PERFORM 0550-PRINT-ONE-DEPT
               END-IF
           END-PERFORM
           IF WS-UNASSIGNED-GROSS NOT = 0
               MOVE WS-UNASSIGNED-GROSS TO ED-ACTUAL
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "GROSS PAID TO EMPLOYEES WITH NO DEPARTMENT: "
                   ED-ACTUAL
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    THE WHOLE-SHOP ROW IS NEVER COUNTED AS A FLAGGED
      *    DEPARTMENT -- IT ONLY SUMS THEM.
       0550-PRINT-ONE-DEPT.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE DME-BUD-HC(M) TO ED-HC-1
           MOVE DME-ACT-HC(M) TO ED-HC-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING DME-DEPT-CODE(M) " " DME-NAME(M)
               "   HEADCOUNT BUDGET " ED-HC-1 "  ACTUAL " ED-HC-2
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "N" TO WS-DEPT-OVER
           MOVE "  MONTH  " TO WS-VAR-LABEL
           MOVE DME-BUD-MONTH(M) TO WS-VAR-BUDGET
           MOVE DME-ACT-MONTH(M) TO WS-VAR-ACTUAL
           PERFORM 0560-PRINT-VARIANCE
           MOVE "  YTD    " TO WS-VAR-LABEL
           MOVE DME-BUD-YTD(M) TO WS-VAR-BUDGET
           MOVE DME-ACT-YTD(M) TO WS-VAR-ACTUAL
           PERFORM 0560-PRINT-VARIANCE
           IF WS-DEPT-OVER = "Y" AND M < 21
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
      *    RUN RATE: YEAR-TO-DATE OVER THE MONTHS ELAPSED, TIMES
      *    TWELVE, AGAINST THE FULL-YEAR BUDGET. ITS FLAG IS SHOWN
      *    AS A WARNING BUT IS NOT COUNTED.
           COMPUTE WS-PROJECTED ROUNDED =
               DME-ACT-YTD(M) / WS-REPORT-MM * 12
           MOVE "  YR-END " TO WS-VAR-LABEL
           MOVE DME-BUD-YEAR(M) TO WS-VAR-BUDGET
           MOVE WS-PROJECTED TO WS-VAR-ACTUAL
           PERFORM 0560-PRINT-VARIANCE
           MOVE "N" TO WS-DEPT-OVER
           MOVE DME-BURDEN-MONTH(M) TO ED-BUDGET
           MOVE DME-BURDEN-YTD(M) TO ED-ACTUAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  EMPLOYER COST  MONTH " ED-BUDGET "  YTD "
               ED-ACTUAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    A LINE WITH NO BUDGET BUT MONEY SPENT HAS NO PERCENT
      *    TO SHOW AND IS FLAGGED "NONE".
       0560-PRINT-VARIANCE.
           COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET
           MOVE 0 TO WS-VAR-PCT
           MOVE SPACES TO WS-FLAG
           IF WS-VAR-BUDGET > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMOUNT * 100 / WS-VAR-BUDGET
               IF WS-VAR-PCT > WS-THRESHOLD-PCT
                   MOVE "OVER" TO WS-FLAG
                   MOVE "Y" TO WS-DEPT-OVER
               END-IF
           ELSE
               IF WS-VAR-ACTUAL > 0
                   MOVE "NONE" TO WS-FLAG
               END-IF
           END-IF
           MOVE WS-VAR-BUDGET TO ED-BUDGET
           MOVE WS-VAR-ACTUAL TO ED-ACTUAL
           MOVE WS-VAR-AMOUNT TO ED-VARIANCE
           MOVE WS-VAR-PCT TO ED-PCT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-VAR-LABEL ED-BUDGET " " ED-ACTUAL " "
               ED-VARIANCE " " ED-PCT " " WS-FLAG
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0600-FIND-DEPT.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = ED-EMP-ID
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > WS-DM-COUNT
                       IF DME-DEPT-CODE(M) = EDE-DEPT-CODE(N)
                           MOVE M TO WS-DEPT-INDEX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
