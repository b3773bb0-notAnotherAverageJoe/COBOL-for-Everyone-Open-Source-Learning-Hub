       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRATE.
      *REMARKS.    PRICES ONE TIMESHEET LINE. A LINE USED TO BE HOURS
      *            TIMES EMP-HOURLY-RATE AND NOTHING ELSE; NOW IT MAY
      *            CARRY A JOB CODE (A SECOND JOB PAID AT ITS OWN
      *            RATE, FROM jobrates.dat) AND A SHIFT CODE (AN
      *            EVENING OR WEEKEND PREMIUM, FROM shiftdiff.dat --
      *            EITHER A FLAT AMOUNT PER HOUR OR A PERCENT OF THE
      *            BASE RATE). BOTH TABLES ARE KEPT BY ratemaint.cob.
      *            A BLANK JOB CODE MEANS THE EMPLOYEE'S OWN RATE AND
      *            A BLANK SHIFT CODE MEANS NO PREMIUM, SO LINES KEYED
      *            BEFORE THE CODES EXISTED PRICE EXACTLY AS THEY DID.
      *            THE DIFFERENTIAL IS PART OF THE REGULAR RATE, SO
      *            OVERTIME -- TIME-AND-A-HALF ONCE THE WEEK PASSES 40
      *            HOURS -- IS TAKEN ON THE PREMIUM RATE. EVERY
      *            PROGRAM THAT PRICES OR VALIDATES TIMESHEET LINES
      *            CALLS HERE SO THEY CANNOT DRIFT APART:
      *    CALL "PAYRATE" USING LS-PAYRATE-FIELDS.
      *        IN:  JOB CODE X(4), SHIFT CODE X(2), THE EMPLOYEE'S
      *             EMP-HOURLY-RATE, HOURS OF THE SAME WEEK ALREADY
      *             PRICED AHEAD OF THIS LINE, AND THE LINE'S HOURS.
      *        OUT: RESULT "Y" (PRICED), "J" (JOB CODE NOT ON
      *             jobrates.dat -- PRICED AT THE EMPLOYEE'S RATE) OR
      *             "S" (SHIFT CODE NOT ON shiftdiff.dat -- PRICED
      *             WITH NO PREMIUM); THE STRAIGHT AND OVERTIME RATES,
      *             AND THE STRAIGHT AND OVERTIME HOURS AND AMOUNTS.
      *        A CALL WITH ZERO HOURS JUST VALIDATES THE CODES.
      *    THE TWO FILES ARE READ ONCE PER RUN UNIT, ON THE FIRST
      *    CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-DIFF-FILE ASSIGN TO "shiftdiff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT JOB-RATE-FILE ASSIGN TO "jobrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SD-TYPE "C" ADDS SD-AMOUNT PER HOUR (000.75 IS SEVENTY-FIVE
      *    CENTS AN HOUR); "P" ADDS SD-AMOUNT PERCENT OF THE BASE RATE.
       FD  SHIFT-DIFF-FILE.
       01  SHIFT-DIFF-RECORD.
           05 SD-SHIFT-CODE    PIC X(2).
           05 SD-DESC          PIC X(20).
           05 SD-TYPE          PIC X.
           05 SD-AMOUNT        PIC 9(3)V99.

       FD  JOB-RATE-FILE.
       01  JOB-RATE-RECORD.
           05 JR-JOB-CODE      PIC X(4).
           05 JR-DESC          PIC X(20).
           05 JR-RATE          PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-EOF           PIC X VALUE "N".
       01  WS-JR-EOF           PIC X VALUE "N".
       01  WS-LOADED           PIC X VALUE "N".
       01  WS-STRAIGHT-ROOM    PIC 9(3)V9 VALUE 0.

       01  SHIFT-TABLE.
           05 WS-SD-COUNT      PIC 9(2) VALUE 0.
           05 SD-ENTRY OCCURS 20 TIMES.
               10 SDE-SHIFT-CODE   PIC X(2).
               10 SDE-TYPE         PIC X.
               10 SDE-AMOUNT       PIC 9(3)V99.
       01  S                   PIC 9(2) VALUE 1.

       01  JOB-TABLE.
           05 WS-JR-COUNT      PIC 9(3) VALUE 0.
           05 JR-ENTRY OCCURS 100 TIMES.
               10 JRE-JOB-CODE     PIC X(4).
               10 JRE-RATE         PIC 9(5)V99.
       01  R                   PIC 9(3) VALUE 1.

       LINKAGE SECTION.
       01  LS-PAYRATE-FIELDS.
           05 LS-JOB-CODE      PIC X(4).
           05 LS-SHIFT-CODE    PIC X(2).
           05 LS-BASE-RATE     PIC 9(5)V99.
           05 LS-WEEK-BEFORE   PIC 9(3)V9.
           05 LS-HOURS         PIC 9(2)V9.
           05 LS-RESULT        PIC X.
           05 LS-RATE          PIC 9(5)V99.
           05 LS-OT-RATE       PIC 9(5)V99.
           05 LS-REG-HOURS     PIC 9(2)V9.
           05 LS-OT-HOURS      PIC 9(2)V9.
           05 LS-REG-AMOUNT    PIC 9(7)V99.
           05 LS-OT-AMOUNT     PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-PAYRATE-FIELDS.
       0000-MAIN.
           IF WS-LOADED = "N"
               PERFORM 0100-LOAD-SHIFT-TABLE
               PERFORM 0110-LOAD-JOB-TABLE
               MOVE "Y" TO WS-LOADED
           END-IF
           MOVE "Y" TO LS-RESULT
           MOVE LS-BASE-RATE TO LS-RATE
           IF LS-JOB-CODE NOT = SPACES
               MOVE "J" TO LS-RESULT
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-JR-COUNT
                   IF JRE-JOB-CODE(R) = LS-JOB-CODE
                       MOVE JRE-RATE(R) TO LS-RATE
                       MOVE "Y" TO LS-RESULT
                   END-IF
               END-PERFORM
           END-IF
           IF LS-SHIFT-CODE NOT = SPACES
               PERFORM 0200-APPLY-DIFFERENTIAL
           END-IF
           COMPUTE LS-OT-RATE ROUNDED = LS-RATE * 1.5
      *    STRAIGHT TIME FILLS WHATEVER IS LEFT OF THE WEEK'S 40
      *    HOURS AFTER THE LINES ALREADY PRICED; THE REST IS
      *    OVERTIME.
           IF LS-WEEK-BEFORE >= 40
               MOVE 0 TO WS-STRAIGHT-ROOM
           ELSE
               COMPUTE WS-STRAIGHT-ROOM = 40 - LS-WEEK-BEFORE
           END-IF
           IF LS-HOURS > WS-STRAIGHT-ROOM
               MOVE WS-STRAIGHT-ROOM TO LS-REG-HOURS
           ELSE
               MOVE LS-HOURS TO LS-REG-HOURS
           END-IF
           COMPUTE LS-OT-HOURS = LS-HOURS - LS-REG-HOURS
           COMPUTE LS-REG-AMOUNT ROUNDED = LS-REG-HOURS * LS-RATE
           COMPUTE LS-OT-AMOUNT ROUNDED =
               LS-OT-HOURS * LS-RATE * 1.5
           GOBACK.

       0100-LOAD-SHIFT-TABLE.
           MOVE 0 TO WS-SD-COUNT
           MOVE "N" TO WS-SD-EOF
           OPEN INPUT SHIFT-DIFF-FILE
           IF WS-SD-FILE-STATUS = "00"
               PERFORM UNTIL WS-SD-EOF = "Y" OR WS-SD-COUNT = 20
                   READ SHIFT-DIFF-FILE
                       AT END
                           MOVE "Y" TO WS-SD-EOF
                       NOT AT END
                           ADD 1 TO WS-SD-COUNT
                           MOVE SD-SHIFT-CODE
                               TO SDE-SHIFT-CODE(WS-SD-COUNT)
                           MOVE SD-TYPE TO SDE-TYPE(WS-SD-COUNT)
                           MOVE SD-AMOUNT TO SDE-AMOUNT(WS-SD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIFT-DIFF-FILE
           END-IF.

       0110-LOAD-JOB-TABLE.
           MOVE 0 TO WS-JR-COUNT
           MOVE "N" TO WS-JR-EOF
           OPEN INPUT JOB-RATE-FILE
           IF WS-JR-FILE-STATUS = "00"
               PERFORM UNTIL WS-JR-EOF = "Y" OR WS-JR-COUNT = 100
                   READ JOB-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-JR-EOF
                       NOT AT END
                           ADD 1 TO WS-JR-COUNT
                           MOVE JR-JOB-CODE
                               TO JRE-JOB-CODE(WS-JR-COUNT)
                           MOVE JR-RATE TO JRE-RATE(WS-JR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE JOB-RATE-FILE
           END-IF.

      *    AN UNKNOWN SHIFT CODE PAYS NO PREMIUM -- THE CALLER IS
      *    TOLD SO IT CAN REJECT THE LINE OR WARN ABOUT IT.
       0200-APPLY-DIFFERENTIAL.
           MOVE 0 TO S
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SD-COUNT
               IF SDE-SHIFT-CODE(R) = LS-SHIFT-CODE
                   MOVE R TO S
               END-IF
           END-PERFORM
           IF S = 0
               MOVE "S" TO LS-RESULT
           ELSE
               IF SDE-TYPE(S) = "P"
                   COMPUTE LS-RATE ROUNDED =
                       LS-RATE + (LS-RATE * SDE-AMOUNT(S) / 100)
               ELSE
                   ADD SDE-AMOUNT(S) TO LS-RATE
               END-IF
           END-IF.
