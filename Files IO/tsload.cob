      *            ROWS TO timesheet.dat IN PENDING-APPROVAL STATUS
      *            (SEE tsapprove.cob), AND WRITES EVERY REJECTED
      *            ROW WITH ITS REASON TO tsrejects.dat FOR THE
      *            SUPERVISOR TO FIX AND RESUBMIT. A ROW MAY CARRY
      *            TWO MORE FIELDS, SHIFT CODE AND JOB CODE
      *            (EMP-ID,WEEK-ENDING,HOURS,SHIFT,JOB -- EITHER MAY
      *            BE LEFT EMPTY); A CODE NOT ON shiftdiff.dat OR
      *            jobrates.dat (SEE ratemaint.cob) REJECTS THE ROW.
      *    compile with ->  cobc -x -o tsload tsload.cob
      *    then run ./tsload

           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  REJECT-FILE.
       01  REJECT-RECORD       PIC X(120).
           05 BF-EMP-ID        PIC X(10).
           05 BF-WEEK-ENDING   PIC X(10).
           05 BF-HOURS         PIC X(10).
           05 BF-SHIFT-CODE    PIC X(10).
           05 BF-JOB-CODE      PIC X(10).
       01  WS-FIELD-COUNT      PIC 9(2) VALUE 0.

       01  CALENDAR-TABLE.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

      *    PRICING FIELDS SHARED WITH Shared/payrate.cob -- HERE ONLY
      *    TO VALIDATE THE CODES.
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

       01  RUN-TOTALS.
           05 WS-READ-COUNT    PIC 9(4) VALUE 0.
           05 WS-LOADED-COUNT  PIC 9(4) VALUE 0.
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING BATCH-RECORD DELIMITED BY ","
               INTO BF-EMP-ID BF-WEEK-ENDING BF-HOURS
                   BF-SHIFT-CODE BF-JOB-CODE
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           IF WS-FIELD-COUNT < 3
               PERFORM 0600-WRITE-REJECT
               GO TO 0200-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(BF-SHIFT-CODE) TO BF-SHIFT-CODE
           MOVE FUNCTION UPPER-CASE(BF-JOB-CODE) TO BF-JOB-CODE
           MOVE BF-JOB-CODE(1:4) TO WS-PR-JOB-CODE
           MOVE BF-SHIFT-CODE(1:2) TO WS-PR-SHIFT-CODE
           MOVE EMP-HOURLY-RATE TO WS-PR-BASE-RATE
           MOVE 0 TO WS-PR-WEEK-BEFORE
           MOVE 0 TO WS-PR-HOURS
           CALL "PAYRATE" USING PAYRATE-FIELDS
           IF WS-PR-RESULT = "S"
               MOVE "SHIFT CODE NOT ON shiftdiff.dat"
                   TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT
               GO TO 0200-EXIT
           END-IF
           IF WS-PR-RESULT = "J"
               MOVE "JOB CODE NOT ON jobrates.dat"
                   TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT
               GO TO 0200-EXIT
           END-IF
           MOVE BF-EMP-ID(1:5) TO TS-EMP-ID
           MOVE BF-WEEK-ENDING(1:8) TO TS-WEEK-ENDING
           MOVE WS-HOURS-NUM TO TS-HOURS
           MOVE "N" TO TS-PAID
           MOVE "P" TO TS-APPROVAL
           MOVE WS-OPERATOR-ID TO TS-ENTERED-BY
           MOVE BF-SHIFT-CODE(1:2) TO TS-SHIFT-CODE
           MOVE BF-JOB-CODE(1:4) TO TS-JOB-CODE
           WRITE TIMESHEET-RECORD
           ADD 1 TO WS-LOADED-COUNT.
       0200-EXIT.
