      *            INTO A PAYCHECK. ENTRY RUNS UNDER THE SHARED
      *            SIGN-ON SO THE APPROVER CAN BE A DIFFERENT
      *            OPERATOR THAN THE ONE WHO KEYED.
      *            A LINE MAY CARRY A SHIFT CODE (EVENING, WEEKEND
      *            ... -- A PREMIUM FROM shiftdiff.dat) AND A JOB CODE
      *            (A SECOND JOB AT ITS OWN RATE FROM jobrates.dat),
      *            BOTH KEPT BY ratemaint.cob; A WEEK WORKED ACROSS
      *            SHIFTS OR JOBS IS KEYED AS ONE LINE FOR EACH. A
      *            CODE NOT ON ITS TABLE IS REFUSED, AND THE RATE THE
      *            LINE WILL BE PAID AT IS SHOWN BEFORE IT IS SAVED.
      *    compile with ->  cobc -x -o timeentry timeentry.cob
      *    then run ./timeentry

           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    ONE LINE PER EMPLOYEE PER WEEK FOR EACH SHIFT AND JOB
      *    WORKED (BLANK CODES = REGULAR SHIFT, OWN RATE -- THE ONLY
      *    KIND OF LINE THERE WAS BEFORE THE CODES). TS-PAID IS "N"
      *    WHEN KEYED AND FLIPPED TO "Y" BY PAYRUN ONCE THE LINE HAS
      *    BEEN PAID.
      *    TS-APPROVAL IS "P" (PENDING) WHEN KEYED; A SUPERVISOR
      *    FLIPS IT TO "A" (APPROVED) OR "D" (DISPUTED) THROUGH
      *    tsapprove.cob, AND PAYRUN PAYS ONLY APPROVED WEEKS.
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

      *    THE PAY-CALENDAR MASTER MAINTAINED BY calmaint.cob --
      *    A KEYED WEEK-ENDING MUST FALL INSIDE ONE OF ITS
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

      *    PRICING FIELDS SHARED WITH Shared/payrate.cob -- HERE ONLY
      *    TO VALIDATE THE CODES AND SHOW THE RATE.
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
       01  ED-RATE             PIC ZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TIMEENTRY".
       01  WS-AUDIT-ACTION     PIC X(40).

               TO WS-TS-PROMPT
           CALL "NUMVALID" USING WS-TS-PROMPT WS-TS-NUM-BUFFER
           MOVE WS-TS-NUM-BUFFER TO TS-HOURS
           DISPLAY "ENTER SHIFT CODE (BLANK = REGULAR SHIFT): "
           MOVE SPACES TO TS-SHIFT-CODE
           ACCEPT TS-SHIFT-CODE
           MOVE FUNCTION UPPER-CASE(TS-SHIFT-CODE) TO TS-SHIFT-CODE
           DISPLAY "ENTER JOB CODE (BLANK = OWN HOURLY RATE): "
           MOVE SPACES TO TS-JOB-CODE
           ACCEPT TS-JOB-CODE
           MOVE FUNCTION UPPER-CASE(TS-JOB-CODE) TO TS-JOB-CODE
           MOVE TS-JOB-CODE TO WS-PR-JOB-CODE
           MOVE TS-SHIFT-CODE TO WS-PR-SHIFT-CODE
           MOVE EMP-HOURLY-RATE TO WS-PR-BASE-RATE
           MOVE 0 TO WS-PR-WEEK-BEFORE
           MOVE 0 TO WS-PR-HOURS
           CALL "PAYRATE" USING PAYRATE-FIELDS
           IF WS-PR-RESULT = "J"
               DISPLAY "JOB CODE " TS-JOB-CODE " IS NOT ON "
                   "jobrates.dat. ENTRY NOT RECORDED."
               GO TO 0300-EXIT
           END-IF
           IF WS-PR-RESULT = "S"
               DISPLAY "SHIFT CODE " TS-SHIFT-CODE " IS NOT ON "
                   "shiftdiff.dat. ENTRY NOT RECORDED."
               GO TO 0300-EXIT
           END-IF
           MOVE WS-PR-RATE TO ED-RATE
           DISPLAY "STRAIGHT-TIME RATE FOR THIS LINE: " ED-RATE
           MOVE "N" TO TS-PAID
           MOVE "P" TO TS-APPROVAL
           MOVE WS-OPERATOR-ID TO TS-ENTERED-BY
