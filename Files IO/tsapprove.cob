      *            PRINCIPLE AS THE EMPAPPROVE DUAL-APPROVAL FLOW,
      *            THE APPROVING OPERATOR MUST NOT BE THE ONE WHO
      *            KEYED THE WEEK (TS-ENTERED-BY) -- A SECOND PAIR
      *            OF EYES OR NONE. A LINE'S SHIFT AND JOB CODES
      *            ARE SHOWN WITH ITS HOURS, SINCE THEY SET THE RATE.
      *    compile with ->  cobc -x -o tsapprove tsapprove.cob
      *    then run ./tsapprove

           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
               10 TSE-PAID         PIC X.
               10 TSE-APPROVAL     PIC X.
               10 TSE-ENTERED-BY   PIC X(10).
               10 TSE-SHIFT-CODE   PIC X(2).
               10 TSE-JOB-CODE     PIC X(4).
       01  T                   PIC 9(3) VALUE 1.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
                           TO TSE-APPROVAL(WS-TS-COUNT)
                       MOVE TS-ENTERED-BY
                           TO TSE-ENTERED-BY(WS-TS-COUNT)
                       MOVE TS-SHIFT-CODE
                           TO TSE-SHIFT-CODE(WS-TS-COUNT)
                       MOVE TS-JOB-CODE TO TSE-JOB-CODE(WS-TS-COUNT)
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE.
               TSE-WEEK-ENDING(T) "  " TSE-HOURS(T) " HOURS"
               "  KEYED BY " TSE-ENTERED-BY(T)
               "  STATUS " TSE-APPROVAL(T)
           IF TSE-SHIFT-CODE(T) NOT = SPACES
                   OR TSE-JOB-CODE(T) NOT = SPACES
               DISPLAY "    SHIFT " TSE-SHIFT-CODE(T) "  JOB "
                   TSE-JOB-CODE(T)
           END-IF
           IF TSE-HOURS(T) > 50
               DISPLAY "  *** OVER 50 HOURS -- VERIFY BEFORE "
                   "APPROVING. ***"
               MOVE TSE-PAID(T)        TO TS-PAID
               MOVE TSE-APPROVAL(T)    TO TS-APPROVAL
               MOVE TSE-ENTERED-BY(T)  TO TS-ENTERED-BY
               MOVE TSE-SHIFT-CODE(T)  TO TS-SHIFT-CODE
               MOVE TSE-JOB-CODE(T)    TO TS-JOB-CODE
               WRITE TIMESHEET-RECORD
           END-PERFORM
           CLOSE TIMESHEET-FILE.
