           GOBACK.

      *    NO SCHEDULE ON FILE YET: SEED IT WITH THE FOUR RECURRING
      *    RUNS THE PAPER CHECKLIST USED TO CARRY, PLUS THE MONTHLY
      *    KYC EXCEPTIONS REPORT, THE NIGHTLY CUSTOMER INVOICING AND
      *    THE RECEIVABLES CYCLE (MONTHLY STATEMENTS AND AGED TRIAL
      *    BALANCE, WEEKLY DUNNING LETTERS), THE DAILY RECERTIFICATION
      *    SWEEP, THE WEEKLY COHORT PROGRESS REPORT, THE END-OF-DAY
      *    VISITOR REPORT AND THE DAILY NOTIFICATION SEND. THE SEND
      *    IS SEEDED LAST SO IT DELIVERS WHAT THE JOBS AHEAD OF IT
      *    RAISED THE SAME MORNING.
       0100-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS NOT = "00"
               MOVE "M" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "KYCMONTHLY" TO SCH-JOB-NAME
               MOVE "KYCEXCEPT" TO SCH-PROGRAM
               MOVE "M" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "SALESINV" TO SCH-JOB-NAME
               MOVE "INVRUN" TO SCH-PROGRAM
               MOVE "D" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "ARSTMT" TO SCH-JOB-NAME
               MOVE "ARSTMT" TO SCH-PROGRAM
               MOVE "M" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "ARAGING" TO SCH-JOB-NAME
               MOVE "ARAGING" TO SCH-PROGRAM
               MOVE "M" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "DUNNING" TO SCH-JOB-NAME
               MOVE "DUNNING" TO SCH-PROGRAM
               MOVE "W" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "RECERTRUN" TO SCH-JOB-NAME
               MOVE "RECERTRUN" TO SCH-PROGRAM
               MOVE "D" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "COHORTRPT" TO SCH-JOB-NAME
               MOVE "COHORTRPT" TO SCH-PROGRAM
               MOVE "W" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "VISITEOD" TO SCH-JOB-NAME
               MOVE "VISITEOD" TO SCH-PROGRAM
               MOVE "D" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               MOVE "NOTIFYSEND" TO SCH-JOB-NAME
               MOVE "NOTIFYSEND" TO SCH-PROGRAM
               MOVE "D" TO SCH-FREQUENCY
               MOVE SPACES TO SCH-LAST-RUN
               WRITE SCHEDULE-RECORD
               CLOSE SCHEDULE-FILE
               OPEN INPUT SCHEDULE-FILE
           END-IF
