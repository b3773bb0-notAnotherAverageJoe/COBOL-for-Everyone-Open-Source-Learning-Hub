      *            HISTORY, AND THE BURDEN REPORT SHOWS TRUE COST
      *            (GROSS + BURDEN) PER EMPLOYEE AND PER DEPARTMENT
      *            (empdept.dat / deptmaster.dat, AS DEPTALLOC).
      *            THE EMPLOYER'S SHARE OF BENEFIT PREMIUMS IS PART
      *            OF THE BURDEN: FOR EVERY ELECTION ON
      *            benenroll.dat IN EFFECT ON THE PAY DATE THE
      *            TIER'S EMPLOYER PREMIUM FROM benplans.dat IS
      *            CHARGED ONCE PER EMPLOYEE PER CYCLE (A VOID
      *            OFFSET TAKES IT BACK), AND THE SUMMARY SHOWS IT
      *            BY PLAN. THE RUN IS FOR ONE COMPANY (SEE
      *            Shared/company.cob): ONLY ITS PAYMENTS AND ITS
      *            OWN DEPARTMENTS ARE COSTED, SO ONE COMPANY'S
      *            BURDEN NEVER LANDS ON ANOTHER'S REPORT.
      *    compile with ->  cobc -x -o burdenrun burdenrun.cob
      *    then run ./burdenrun

           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benenroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

      *    THE EMPLOYER'S OWN RATE TABLE -- ONE LINE PER BURDEN
      *    CODE (EMPLOYER TAX OR BENEFIT MATCH), BU-RATE PERCENT
           05 DM-NAME          PIC X(20).
           05 DM-GL-EXPENSE    PIC X(8).
           05 DM-GL-LIABILITY  PIC X(8).
           05 DM-COMPANY       PIC X(4).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE     PIC X(4).
           05 BP-TIER          PIC X(2).
           05 BP-DESC          PIC X(20).
           05 BP-TYPE          PIC X.
           05 BP-CARRIER-CODE  PIC X(4).
           05 BP-CARRIER-NAME  PIC X(20).
           05 BP-EE-PREMIUM    PIC 9(5)V99.
           05 BP-ER-PREMIUM    PIC 9(5)V99.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 BN-EMP-ID        PIC X(5).
           05 BN-PLAN-CODE     PIC X(4).
           05 BN-TIER          PIC X(2).
           05 BN-EFFECTIVE-DATE PIC X(8).
           05 BN-END-DATE      PIC X(8).
           05 BN-REST          PIC X(110).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BP-EOF           PIC X VALUE "N".
       01  WS-BN-EOF           PIC X VALUE "N".
       01  WS-PH-EOF           PIC X VALUE "N".
       01  WS-BU-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  N                   PIC 9(3) VALUE 1.
       01  WS-DEPT-INDEX       PIC 9(2) VALUE 0.

       01  PLAN-TABLE.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 BP-ENTRY OCCURS 60 TIMES.
               10 BPE-PLAN-CODE     PIC X(4).
               10 BPE-TIER          PIC X(2).
               10 BPE-DESC          PIC X(20).
               10 BPE-ER-PREMIUM    PIC 9(5)V99.
               10 BPE-TOTAL         PIC S9(9)V99.
       01  B                   PIC 9(2) VALUE 1.

       01  ENROLLMENT-TABLE.
           05 WS-BN-COUNT      PIC 9(3) VALUE 0.
           05 BN-ENTRY OCCURS 500 TIMES.
               10 BNE-EMP-ID        PIC X(5).
               10 BNE-PLAN-CODE     PIC X(4).
               10 BNE-TIER          PIC X(2).
               10 BNE-EFFECTIVE-DATE PIC X(8).
               10 BNE-END-DATE      PIC X(8).
       01  E                   PIC 9(3) VALUE 1.
      *    THE LAST EMPLOYEE CHARGED A BENEFIT SHARE -- A SECOND
      *    PAYMENT IN THE SAME CYCLE (AN OFF-CYCLE CHECK ON THE
      *    SAME DATE) DOES NOT BUY A SECOND MONTH OF COVER.
       01  WS-LAST-BEN-EMP     PIC X(5) VALUE SPACES.

       01  BURDEN-FIGURES.
           05 WS-EMP-BURDEN    PIC S9(7)V99 VALUE 0.
           05 WS-ONE-BURDEN    PIC S9(7)V99 VALUE 0.
           05 WS-TRUE-COST     PIC S9(9)V99 VALUE 0.
           05 WS-BEN-SHARE     PIC S9(7)V99 VALUE 0.

       01  RUN-TOTALS.
           05 WS-PAYMENT-COUNT PIC 9(5) VALUE 0.
           05 WS-TOTAL-GROSS   PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-BURDEN  PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-COST    PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-BEN     PIC S9(9)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC -ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 0100-LOAD-BURDEN-RATES
           IF WS-BU-COUNT = 0
               DISPLAY "NO EMPLOYER RATE TABLE ON FILE. BUILD "
           END-IF
           PERFORM 0150-LOAD-DEPT-TABLE
           PERFORM 0160-LOAD-ASSIGNMENT-TABLE
           PERFORM 0170-LOAD-BENEFIT-TABLES
           PERFORM 0200-FIND-LATEST-CYCLE
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "NO PAY HISTORY ON FILE. RUN payrun FIRST."
           PERFORM 0250-OPEN-EMPLOYER-COST
           DISPLAY " "
           DISPLAY "----- EMPLOYER BURDEN, CYCLE " WS-CYCLE-DATE
               " COMPANY " WS-RUN-COMPANY " -----"
           DISPLAY "EMPID NAME                                  "
               "GROSS          BURDEN       TRUE COST"
           OPEN INPUT PAY-HISTORY-FILE
                       IF PH-PAY-DATE NOT = WS-CYCLE-DATE
                           MOVE "Y" TO WS-PH-EOF
                       ELSE
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE PH-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0300-ACCRUE-ONE-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       AT END
                           MOVE "Y" TO WS-DM-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE DM-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-DM-COUNT
                               MOVE DM-DEPT-CODE
                                   TO DME-DEPT-CODE(WS-DM-COUNT)
                               MOVE DM-NAME TO DME-NAME(WS-DM-COUNT)
                               MOVE 0 TO DME-GROSS(WS-DM-COUNT)
                               MOVE 0 TO DME-BURDEN(WS-DM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
               CLOSE EMP-DEPT-FILE
           END-IF.

       0170-LOAD-BENEFIT-TABLES.
           MOVE 0 TO WS-BP-COUNT
           MOVE "N" TO WS-BP-EOF
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BP-FILE-STATUS = "00"
               PERFORM UNTIL WS-BP-EOF = "Y" OR WS-BP-COUNT = 60
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-BP-EOF
                       NOT AT END
                           ADD 1 TO WS-BP-COUNT
                           MOVE BP-PLAN-CODE
                               TO BPE-PLAN-CODE(WS-BP-COUNT)
                           MOVE BP-TIER TO BPE-TIER(WS-BP-COUNT)
                           MOVE BP-DESC TO BPE-DESC(WS-BP-COUNT)
                           MOVE BP-ER-PREMIUM
                               TO BPE-ER-PREMIUM(WS-BP-COUNT)
                           MOVE 0 TO BPE-TOTAL(WS-BP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           MOVE 0 TO WS-BN-COUNT
           MOVE "N" TO WS-BN-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-BN-FILE-STATUS = "00"
               PERFORM UNTIL WS-BN-EOF = "Y" OR WS-BN-COUNT = 500
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-BN-EOF
                       NOT AT END
                           ADD 1 TO WS-BN-COUNT
                           MOVE BN-EMP-ID
                               TO BNE-EMP-ID(WS-BN-COUNT)
                           MOVE BN-PLAN-CODE
                               TO BNE-PLAN-CODE(WS-BN-COUNT)
                           MOVE BN-TIER TO BNE-TIER(WS-BN-COUNT)
                           MOVE BN-EFFECTIVE-DATE
                               TO BNE-EFFECTIVE-DATE(WS-BN-COUNT)
                           MOVE BN-END-DATE
                               TO BNE-END-DATE(WS-BN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
               IF WS-BN-EOF NOT = "Y"
                   DISPLAY "*** MORE THAN 500 ELECTIONS ON "
                       "benenroll.dat -- THE EMPLOYER SHARE OF THE "
                       "REST IS NOT ACCRUED. ***"
               END-IF
           END-IF.

      *    THE CYCLE ACCRUED IS THE LATEST PAY DATE ON THE HISTORY
      *    FILE -- THE ONE payrun JUST WROTE.
       0200-FIND-LATEST-CYCLE.
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
               ADD WS-ONE-BURDEN TO WS-EMP-BURDEN
               ADD WS-ONE-BURDEN TO BUE-TOTAL(R)
           END-PERFORM
           PERFORM 0320-ADD-BENEFIT-SHARE
           COMPUTE WS-TRUE-COST = PH-GROSS + WS-EMP-BURDEN
           ADD 1 TO WS-PAYMENT-COUNT
           ADD PH-GROSS      TO WS-TOTAL-GROSS
           PERFORM 0400-WRITE-ACCRUAL-RECORD
           PERFORM 0450-PRINT-EMPLOYEE-LINE.

      *    THE EMPLOYER PREMIUM IS A FLAT AMOUNT PER CYCLE, NOT A
      *    RATE ON GROSS. A VOID OFFSET (NEGATIVE GROSS) REVERSES
      *    THE SHARE THE ORIGINAL PAYMENT WAS CHARGED.
       0320-ADD-BENEFIT-SHARE.
           MOVE 0 TO WS-BEN-SHARE
           IF PH-GROSS >= 0 AND PH-EMP-ID = WS-LAST-BEN-EMP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-BN-COUNT
               IF BNE-EMP-ID(E) = PH-EMP-ID
                       AND BNE-EFFECTIVE-DATE(E) <= PH-PAY-DATE
                       AND (BNE-END-DATE(E) = SPACES
                       OR BNE-END-DATE(E) > PH-PAY-DATE)
                   PERFORM VARYING B FROM 1 BY 1
                           UNTIL B > WS-BP-COUNT
                       IF BPE-PLAN-CODE(B) = BNE-PLAN-CODE(E)
                               AND BPE-TIER(B) = BNE-TIER(E)
                           IF PH-GROSS < 0
                               SUBTRACT BPE-ER-PREMIUM(B)
                                   FROM WS-BEN-SHARE
                               SUBTRACT BPE-ER-PREMIUM(B)
                                   FROM BPE-TOTAL(B)
                           ELSE
                               ADD BPE-ER-PREMIUM(B) TO WS-BEN-SHARE
                               ADD BPE-ER-PREMIUM(B) TO BPE-TOTAL(B)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF PH-GROSS >= 0
               MOVE PH-EMP-ID TO WS-LAST-BEN-EMP
           END-IF
           ADD WS-BEN-SHARE TO WS-EMP-BURDEN
           ADD WS-BEN-SHARE TO WS-TOTAL-BEN.

       0350-ROLL-UP-DEPARTMENT.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               MOVE BUE-TOTAL(R) TO ED-BURDEN
               DISPLAY BUE-CODE(R) "  " BUE-DESC(R) "  " ED-BURDEN
           END-PERFORM
           IF WS-TOTAL-BEN NOT = 0
               DISPLAY " "
               DISPLAY "----- EMPLOYER BENEFIT PREMIUMS -----"
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
                   IF BPE-TOTAL(B) NOT = 0
                       MOVE BPE-TOTAL(B) TO ED-BURDEN
                       DISPLAY BPE-PLAN-CODE(B) " " BPE-TIER(B) " "
                           BPE-DESC(B) "  " ED-BURDEN
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-BEN TO ED-BURDEN
               DISPLAY "TOTAL BENEFITS              " ED-BURDEN
           END-IF
           IF WS-DM-COUNT > 0
               DISPLAY " "
               DISPLAY "----- TRUE COST BY DEPARTMENT -----"
