      *              - EMP-POSITION MISSING FROM posmaster.dat
      *              - HOURLY STAFF WITH NO UNPAID timesheet.dat
      *                WEEKS
      *              - UNPAID TIMESHEET LINES WHOSE JOB OR SHIFT CODE
      *                IS NOT ON jobrates.dat / shiftdiff.dat
      *              - EMPLOYEES WITH NO bankdetails.dat RECORD (OR
      *                ONE FLAGGED FAILED)
      *              - EMPLOYEES WITH NO empdept.dat ASSIGNMENT
      *            ANY FAILURE PRINTS ON THE FIX-LIST AND ENDS WITH
      *            RETURN-CODE 8, WHICH STOPS PAYCYCLE BEFORE THE
      *            FIRST LIVE STEP. UPDATES NOTHING.
      *            A NEW HIRE STILL ON ONBOARDING HOLD (AN OPEN
      *            CHECKLIST ON onboarding.dat) IS LISTED AS A NOTE
      *            ONLY -- PAYRUN LEAVES THEM OUT OF THE CYCLE, SO
      *            THEIR MISSING SET-UP IS NOT A FIX-LIST FAILURE.
      *            ONLY THE STAFF OF THE COMPANY THE CYCLE IS FOR
      *            ARE EDITED (SEE Shared/company.cob); AN EMPLOYEE
      *            ASSIGNED TO A COMPANY NOT ON companies.dat WOULD
      *            BE PAID BY NO CYCLE AT ALL AND IS A FIX-LIST
      *            FAILURE WHICHEVER COMPANY IS RUNNING.
      *    compile with ->  cobc -x -o payready payready.cob
      *    then run ./payready  (PAYCYCLE CALLS IT AUTOMATICALLY)

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMP-ID
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 BD-STATUS        PIC X.
           05 BD-PRENOTE-DATE  PIC X(8).

      *    SAME LAYOUT onbmaint.cob MAINTAINS.
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

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-POS-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-POS-EOF          PIC X VALUE "N".
       01  WS-TS-EOF           PIC X VALUE "N".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  WS-OB-EOF           PIC X VALUE "N".
       01  WS-BANK-ON-FILE     PIC X VALUE "N".

       01  POSITION-TABLE.
           05 WS-TS-COUNT      PIC 9(3) VALUE 0.
           05 TS-ENTRY OCCURS 500 TIMES.
               10 TSE-EMP-ID       PIC X(5).
               10 TSE-WEEK-ENDING  PIC X(8).
               10 TSE-HOURS        PIC 9(2)V9.
               10 TSE-PAID         PIC X.
               10 TSE-APPROVAL     PIC X.
               10 TSE-SHIFT-CODE   PIC X(2).
               10 TSE-JOB-CODE     PIC X(4).
       01  T                   PIC 9(3) VALUE 1.
       01  U                   PIC 9(3) VALUE 1.
       01  WS-UNPAID-FOUND     PIC X VALUE "N".
       01  WS-EST-GROSS        PIC 9(7)V99 VALUE 0.

      *    PRICING FIELDS SHARED WITH Shared/payrate.cob.
       01  PAYRATE-FIELDS.
           05 WS-PR-JOB-CODE   PIC X(4).
           05 WS-PR-SHIFT-CODE PIC X(2).
           05 WS-PR-BASE-RATE  PIC 9(5)V99.
           05 WS-PR-WEEK-BEFORE PIC 9(3)V9.
           05 WS-PR-HOURS      PIC 9(2)V9.
           05 WS-PR-RESULT     PIC X.
           05 WS-PR-RATE       PIC 9(5)V99.
           05 WS-PR-OT-RATE    PIC 9(5)V99.
           05 WS-PR-REG-HOURS  PIC 9(2)V9.
           05 WS-PR-OT-HOURS   PIC 9(2)V9.
           05 WS-PR-REG-AMOUNT PIC 9(7)V99.
           05 WS-PR-OT-AMOUNT  PIC 9(7)V99.

       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
       01  N                   PIC 9(3) VALUE 1.
       01  WS-DEPT-FOUND       PIC X VALUE "N".

      *    THE LATEST onboarding.dat LINE PER EMP-ID.
       01  ONBOARDING-HOLD-TABLE.
           05 WS-OH-COUNT      PIC 9(3) VALUE 0.
           05 OH-ENTRY OCCURS 500 TIMES.
               10 OHE-EMP-ID       PIC X(5).
               10 OHE-STATUS       PIC X.
       01  OH                  PIC 9(3) VALUE 1.
       01  WS-OH-INDEX         PIC 9(3) VALUE 0.
       01  WS-ONBOARDING-HELD  PIC X VALUE "N".

       01  RUN-TOTALS.
           05 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
           05 WS-HELD-COUNT    PIC 9(4) VALUE 0.
           05 WS-FAIL-COUNT    PIC 9(4) VALUE 0.

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

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYREADY".
       01  WS-AUDIT-ACTION     PIC X(40).

               WS-EMPLOYEE-PATH
           CALL "ENVCONFIG" USING WS-BANK-LOGICAL
               WS-BANK-PATH
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY TO EDIT FOR -- THE CYCLE IS "
                   "STOPPED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
           PERFORM 0120-LOAD-DEDUCTION-TABLE
           PERFORM 0130-LOAD-ASSIGNMENT-TABLE
           PERFORM 0140-OPEN-BANK-DETAILS
           PERFORM 0150-LOAD-ONBOARDING-HOLDS
           DISPLAY " "
           DISPLAY "----- PRE-CYCLE READINESS EDIT -----"
           PERFORM UNTIL WS-EOF = "Y"
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0200-CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM
               CLOSE BANK-DETAILS-FILE
           END-IF
           DISPLAY " "
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " NEW HIRES ON ONBOARDING HOLD "
                   "WILL BE LEFT OUT OF THIS CYCLE."
           END-IF
           IF WS-FAIL-COUNT = 0
               DISPLAY "READY: " WS-EMPLOYEE-COUNT " EMPLOYEES "
                   "CHECKED, NO PROBLEMS. THE CYCLE MAY RUN."
                           ADD 1 TO WS-TS-COUNT
                           MOVE TS-EMP-ID
                               TO TSE-EMP-ID(WS-TS-COUNT)
                           MOVE TS-WEEK-ENDING
                               TO TSE-WEEK-ENDING(WS-TS-COUNT)
                           MOVE TS-HOURS TO TSE-HOURS(WS-TS-COUNT)
                           MOVE TS-PAID TO TSE-PAID(WS-TS-COUNT)
                           MOVE TS-APPROVAL
                               TO TSE-APPROVAL(WS-TS-COUNT)
                           MOVE TS-SHIFT-CODE
                               TO TSE-SHIFT-CODE(WS-TS-COUNT)
                           MOVE TS-JOB-CODE
                               TO TSE-JOB-CODE(WS-TS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       0150-LOAD-ONBOARDING-HOLDS.
           MOVE 0 TO WS-OH-COUNT
           MOVE "N" TO WS-OB-EOF
           OPEN INPUT ONBOARDING-FILE
           IF WS-OB-FILE-STATUS = "00"
               PERFORM UNTIL WS-OB-EOF = "Y"
                   READ ONBOARDING-FILE
                       AT END
                           MOVE "Y" TO WS-OB-EOF
                       NOT AT END
                           MOVE 0 TO WS-OH-INDEX
                           PERFORM VARYING OH FROM 1 BY 1
                                   UNTIL OH > WS-OH-COUNT
                               IF OHE-EMP-ID(OH) = OB-EMP-ID
                                   MOVE OH TO WS-OH-INDEX
                               END-IF
                           END-PERFORM
                           IF WS-OH-INDEX = 0 AND WS-OH-COUNT < 500
                               ADD 1 TO WS-OH-COUNT
                               MOVE WS-OH-COUNT TO WS-OH-INDEX
                               MOVE OB-EMP-ID
                                   TO OHE-EMP-ID(WS-OH-INDEX)
                           END-IF
                           IF WS-OH-INDEX > 0
                               MOVE OB-STATUS
                                   TO OHE-STATUS(WS-OH-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.

       0200-CHECK-ONE-EMPLOYEE.
           MOVE "E" TO WS-CO-FUNCTION
           MOVE EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "FIX: " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " IS ASSIGNED TO COMPANY " WS-CO-CODE " WHICH IS "
                   "NOT ON companies.dat -- CORRECT IT WITH "
                   "compmaint."
               EXIT PARAGRAPH
           END-IF
           IF WS-CO-RESULT = "Y" AND WS-CO-CODE NOT = WS-RUN-COMPANY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE "N" TO WS-ONBOARDING-HELD
           PERFORM VARYING OH FROM 1 BY 1 UNTIL OH > WS-OH-COUNT
               IF OHE-EMP-ID(OH) = EMP-ID AND OHE-STATUS(OH) = "O"
                   MOVE "Y" TO WS-ONBOARDING-HELD
               END-IF
           END-PERFORM
           IF WS-ONBOARDING-HELD = "Y"
               DISPLAY "NOTE: " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " IS ON ONBOARDING HOLD -- NOT PAID THIS CYCLE."
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0210-CHECK-POSITION
           PERFORM 0220-CHECK-TIMESHEETS
           PERFORM 0230-CHECK-BANK-DETAILS
                               "UNAPPROVED TIMESHEET WEEK -- "
                               "SETTLE IT WITH tsapprove."
                       END-IF
                       PERFORM 0225-CHECK-RATE-CODES
                   END-IF
               END-PERFORM
               IF WS-UNPAID-FOUND = "N"
               END-IF
           END-IF.

      *    A CODE DROPPED FROM THE RATE TABLES AFTER THE LINE WAS
      *    KEYED WOULD BE PAID AT THE PLAIN RATE -- PUT IT BACK WITH
      *    ratemaint OR CORRECT THE LINE FIRST.
       0225-CHECK-RATE-CODES.
           MOVE TSE-JOB-CODE(T) TO WS-PR-JOB-CODE
           MOVE TSE-SHIFT-CODE(T) TO WS-PR-SHIFT-CODE
           MOVE EMP-HOURLY-RATE TO WS-PR-BASE-RATE
           MOVE 0 TO WS-PR-WEEK-BEFORE
           MOVE 0 TO WS-PR-HOURS
           CALL "PAYRATE" USING PAYRATE-FIELDS
           IF WS-PR-RESULT = "J"
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "FIX: " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " WEEK " TSE-WEEK-ENDING(T) " -- JOB "
                   TSE-JOB-CODE(T) " IS NOT ON jobrates.dat. "
                   "ADD IT WITH ratemaint."
           END-IF
           IF WS-PR-RESULT = "S"
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "FIX: " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " WEEK " TSE-WEEK-ENDING(T) " -- SHIFT "
                   TSE-SHIFT-CODE(T) " IS NOT ON shiftdiff.dat. "
                   "ADD IT WITH ratemaint."
           END-IF.

       0230-CHECK-BANK-DETAILS.
           IF WS-BANK-ON-FILE = "Y"
               MOVE EMP-ID TO BD-EMP-ID
                   "REVIEW WITH dedmaint."
           END-IF.

      *    PRICED THE WAY PAYRUN PRICES IT -- JOB RATE, SHIFT
      *    DIFFERENTIAL, AND OVERTIME PAST 40 HOURS IN THE WEEK.
       0260-ESTIMATE-GROSS.
           IF WS-EMP-PAY-TYPE = "H"
               MOVE 0 TO WS-EST-GROSS
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TS-COUNT
                   IF TSE-EMP-ID(T) = EMP-ID AND TSE-PAID(T) = "N"
                       PERFORM 0265-SUM-WEEK-BEFORE
                       MOVE TSE-JOB-CODE(T) TO WS-PR-JOB-CODE
                       MOVE TSE-SHIFT-CODE(T) TO WS-PR-SHIFT-CODE
                       MOVE EMP-HOURLY-RATE TO WS-PR-BASE-RATE
                       MOVE TSE-HOURS(T) TO WS-PR-HOURS
                       CALL "PAYRATE" USING PAYRATE-FIELDS
                       ADD WS-PR-REG-AMOUNT TO WS-EST-GROSS
                       ADD WS-PR-OT-AMOUNT TO WS-EST-GROSS
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-EST-GROSS ROUNDED = EMP-SALARY / 26
           END-IF.

       0265-SUM-WEEK-BEFORE.
           MOVE 0 TO WS-PR-WEEK-BEFORE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-TS-COUNT
               IF U NOT = T AND TSE-EMP-ID(U) = TSE-EMP-ID(T)
                       AND TSE-WEEK-ENDING(U) = TSE-WEEK-ENDING(T)
                   IF TSE-PAID(U) = "Y" OR U < T
                       ADD TSE-HOURS(U) TO WS-PR-WEEK-BEFORE
                   END-IF
               END-IF
           END-PERFORM.
