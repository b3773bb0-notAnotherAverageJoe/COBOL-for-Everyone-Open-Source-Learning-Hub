      *            ARRIVED, AND PRINTS A BEFORE/AFTER SALARY REPORT
      *            WITH TOTALS TO salaryincreases.txt SO PAYROLL CAN
      *            VERIFY THE SWEEP BEFORE SIGN-OFF.
      *            EVERY SWEEP IS LEDGERED THROUGH RUNLEDGER UNDER
      *            THE LATEST EFFECTIVE DATE IN FORCE, WITH A MARKER
      *            PER EMPLOYEE INCREASED, SO A SWEEP THAT DIES
      *            HALFWAY RESTARTS AFTER THE LAST EMPLOYEE COMMITTED
      *            INSTEAD OF GIVING THE FIRST HALF A SECOND
      *            INCREASE, AND A SECOND SWEEP FOR THE SAME
      *            EFFECTIVE DATE IS REFUSED. AN OPERATOR CAN
      *            AUTHORIZE A REVERSAL RUN INSTEAD, WHICH PUTS
      *            EVERY SALARY THE SWEEP RAISED BACK TO ITS OLD
      *            AMOUNT (ONE CHANGED SINCE IS LEFT ALONE AND
      *            REPORTED) SO THE SWEEP CAN BE RUN AGAIN.
      *    compile with ->  cobc -x -o salsweep salsweep.cob
      *    then run ./salsweep

               10 ICE-EFFECTIVE  PIC X(8).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-MATCH-INDEX      PIC 9(2) VALUE 0.
      *    THE SWEEP IS KNOWN BY THE LATEST EFFECTIVE DATE IN FORCE
      *    ON THE CONTROL FILE.
       01  WS-SWEEP-EFFECTIVE  PIC X(8) VALUE SPACES.

       01  SWEEP-FIGURES.
           05 WS-OLD-SALARY    PIC 9(7)V99 VALUE 0.
           05 WS-NEW-SALARY    PIC 9(7)V99 VALUE 0.
           05 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
           05 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
           05 WS-REVERSED-COUNT PIC 9(5) VALUE 0.
           05 WS-CHANGED-SINCE-COUNT PIC 9(5) VALUE 0.
           05 WS-TOTAL-BEFORE  PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-AFTER   PIC 9(9)V99 VALUE 0.

           05 WS-LK-PROGRAM    PIC X(15).
           05 WS-LK-RESULT     PIC X.

      *    THE RUN LEDGER (SEE Shared/runledger.cob). THE MARKER
      *    FOR AN EMPLOYEE CARRIES THE SALARY BEFORE AND AFTER, SO
      *    A REVERSAL KNOWS WHAT TO PUT BACK.
       01  RUNLEDGER-FIELDS.
           05 WS-RL-FUNCTION   PIC X.
           05 WS-RL-JOB        PIC X(15) VALUE "SALSWEEP".
           05 WS-RL-RUN-KEY    PIC X(12).
           05 WS-RL-ITEM-KEY   PIC X(20).
           05 WS-RL-ITEM-DATA  PIC X(40).
           05 WS-RL-RESULT     PIC X.
       01  WS-RUN-TYPE         PIC X VALUE "N".
       01  WS-RESUME-KEY       PIC X(20) VALUE SPACES.
       01  SWEEP-MARK-DATA.
           05 SMD-OLD-SALARY   PIC 9(7)V99.
           05 SMD-NEW-SALARY   PIC 9(7)V99.
           05 SMD-PERCENT      PIC 9(2)V99.
           05 FILLER           PIC X(18).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-FIND-SWEEP-EFFECTIVE
           IF WS-SWEEP-EFFECTIVE = SPACES
               DISPLAY "NO INCREASE ON increasectl.dat IS EFFECTIVE "
                   "YET. NOTHING TO DO."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "L" TO WS-LK-ACTION
           MOVE "SALSWEEP" TO WS-LK-PROGRAM
           CALL "MASTERLOCK" USING WS-LK-ACTION WS-LK-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "B" TO WS-RL-FUNCTION
           MOVE WS-SWEEP-EFFECTIVE TO WS-RL-RUN-KEY
           MOVE SPACES TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           IF WS-RL-RESULT = "D" OR WS-RL-RESULT = "E"
               PERFORM 9100-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RL-RESULT TO WS-RUN-TYPE
           MOVE WS-RL-ITEM-KEY TO WS-RESUME-KEY
           OPEN I-O EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0180-OPEN-SWEEP-REPORT
           IF WS-RESUME-KEY NOT = SPACES
               PERFORM 0190-RESUME-AFTER-LAST-KEY
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RUN-TYPE = "V"
                           PERFORM 0600-REVERSE-ONE-EMPLOYEE
                       ELSE
                           PERFORM 0300-SWEEP-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-TYPE = "V"
               PERFORM 0650-WRITE-REVERSAL-TOTALS
           ELSE
               PERFORM 0500-WRITE-REPORT-TOTALS
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE SWEEP-REPORT-FILE
           MOVE "C" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           PERFORM 9100-RELEASE-MASTER-LOCK
           MOVE SPACES TO WS-AUDIT-ACTION
           IF WS-RUN-TYPE = "V"
               DISPLAY "REVERSAL COMPLETE. " WS-REVERSED-COUNT
                   " SALARIES PUT BACK, " WS-CHANGED-SINCE-COUNT
                   " CHANGED SINCE AND LEFT ALONE. REPORT ON "
                   "salaryincreases.txt."
               STRING "SWEEP " WS-SWEEP-EFFECTIVE " REVERSED, "
                   WS-REVERSED-COUNT " PUT BACK"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           ELSE
               DISPLAY "SWEEP COMPLETE. " WS-CHANGED-COUNT " SALARIES "
                   "INCREASED, " WS-SKIPPED-COUNT " UNMATCHED. REPORT "
                   "ON salaryincreases.txt."
               IF WS-ALREADY-COUNT > 0
                   DISPLAY WS-ALREADY-COUNT " ALREADY INCREASED BY "
                       "THE EARLIER ATTEMPT -- NOT INCREASED AGAIN."
               END-IF
               STRING "SALARY SWEEP, " WS-CHANGED-COUNT
                   " EMPLOYEES INCREASED"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

               CLOSE INCREASE-CONTROL-FILE
           END-IF.

      *    THE LATEST EFFECTIVE DATE THAT HAS ARRIVED NAMES THE
      *    SWEEP ON THE RUN LEDGER.
       0150-FIND-SWEEP-EFFECTIVE.
           MOVE SPACES TO WS-SWEEP-EFFECTIVE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-IC-COUNT
               IF ICE-EFFECTIVE(C) <= WS-TODAY
                       AND ICE-EFFECTIVE(C) > WS-SWEEP-EFFECTIVE
                   MOVE ICE-EFFECTIVE(C) TO WS-SWEEP-EFFECTIVE
               END-IF
           END-PERFORM.

      *    A RESTARTED RUN ADDS TO THE REPORT THE FIRST ATTEMPT
      *    STARTED, SO PAYROLL STILL SEES EVERY EMPLOYEE ONCE.
       0180-OPEN-SWEEP-REPORT.
           IF WS-RESUME-KEY = SPACES
               OPEN OUTPUT SWEEP-REPORT-FILE
               PERFORM 0200-WRITE-REPORT-HEADING
           ELSE
               OPEN EXTEND SWEEP-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT SWEEP-REPORT-FILE
                   PERFORM 0200-WRITE-REPORT-HEADING
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** RESTARTED " WS-TODAY " AFTER EMP-ID "
                   WS-RESUME-KEY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.

       0190-RESUME-AFTER-LAST-KEY.
           MOVE WS-RESUME-KEY TO EMP-ID
           START EMPLOYEE-FILE KEY IS GREATER THAN EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           DISPLAY "RESUMING AFTER EMP-ID "
               FUNCTION TRIM(WS-RESUME-KEY) ".".

       0200-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RUN-TYPE = "V"
               STRING "SALARY INCREASE REVERSAL - SWEEP "
                   WS-SWEEP-EFFECTIVE " - RUN " WS-TODAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "SALARY INCREASE SWEEP - RUN " WS-TODAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE "EMP-ID  NAME                            PCT    "

      *    AN EMPLOYEE GETS THE INCREASE WHEN A CONTROL RECORD'S
      *    POSITION MATCHES AND ITS EFFECTIVE DATE IS NOT IN THE
      *    FUTURE. UNMATCHED EMPLOYEES ARE COUNTED BUT LEFT ALONE,
      *    AND ONE THE LEDGER SAYS THIS SWEEP ALREADY INCREASED IS
      *    NOT INCREASED AGAIN. THE MARKER FOLLOWS THE REWRITE
      *    STRAIGHT AWAY.
       0300-SWEEP-ONE-EMPLOYEE.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-IC-COUNT
                   MOVE C TO WS-MATCH-INDEX
               END-IF
           END-PERFORM
           IF WS-MATCH-INDEX > 0
               MOVE "Q" TO WS-RL-FUNCTION
               MOVE EMP-ID TO WS-RL-ITEM-KEY
               CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
                   WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
                   WS-RL-RESULT
               IF WS-RL-RESULT = "A"
                   ADD 1 TO WS-ALREADY-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MATCH-INDEX = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
                   DISPLAY "ERROR REWRITING EMP-ID " EMP-ID
                       ", STATUS = " WS-EMP-FILE-STATUS
               ELSE
                   PERFORM 0350-MARK-EMPLOYEE-DONE
                   ADD 1 TO WS-CHANGED-COUNT
                   ADD WS-OLD-SALARY TO WS-TOTAL-BEFORE
                   ADD WS-NEW-SALARY TO WS-TOTAL-AFTER
               END-IF
           END-IF.

       0350-MARK-EMPLOYEE-DONE.
           MOVE SPACES TO SWEEP-MARK-DATA
           MOVE WS-OLD-SALARY TO SMD-OLD-SALARY
           MOVE WS-NEW-SALARY TO SMD-NEW-SALARY
           MOVE ICE-PERCENT(WS-MATCH-INDEX) TO SMD-PERCENT
           MOVE SWEEP-MARK-DATA TO WS-RL-ITEM-DATA
           MOVE "M" TO WS-RL-FUNCTION
           MOVE EMP-ID TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT.

       0400-WRITE-REPORT-DETAIL.
           MOVE WS-OLD-SALARY TO ED-OLD-SALARY
           MOVE WS-NEW-SALARY TO ED-NEW-SALARY
           MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      *    A REVERSAL PUTS BACK THE OLD SALARY OF EVERY EMPLOYEE THE
      *    SWEEP RAISED -- BUT ONLY WHERE THE SALARY IS STILL WHAT
      *    THE SWEEP LEFT. ONE CHANGED SINCE (A PROMOTION KEYED IN
      *    EmployeeMaint) IS REPORTED FOR PAYROLL TO SETTLE BY HAND.
       0600-REVERSE-ONE-EMPLOYEE.
           MOVE "Q" TO WS-RL-FUNCTION
           MOVE EMP-ID TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           IF WS-RL-RESULT NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RL-ITEM-DATA TO SWEEP-MARK-DATA
           MOVE SMD-OLD-SALARY TO ED-OLD-SALARY
           MOVE SMD-NEW-SALARY TO ED-NEW-SALARY
           MOVE SPACES TO WS-RPT-LINE
           IF EMP-SALARY NOT = SMD-NEW-SALARY
               ADD 1 TO WS-CHANGED-SINCE-COUNT
               MOVE EMP-SALARY TO ED-TOTAL-AFTER
               STRING EMP-ID "   " EMP-NAME "  CHANGED SINCE, NOW "
                   ED-TOTAL-AFTER " -- LEFT ALONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SMD-OLD-SALARY TO EMP-SALARY
           REWRITE EMPLOYEE-RECORD
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING EMP-ID " EMP-ID
                   ", STATUS = " WS-EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           ADD 1 TO WS-REVERSED-COUNT
           ADD SMD-NEW-SALARY TO WS-TOTAL-BEFORE
           ADD SMD-OLD-SALARY TO WS-TOTAL-AFTER
           STRING EMP-ID "   " EMP-NAME "  PUT BACK "
               ED-NEW-SALARY "  " ED-OLD-SALARY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

       0650-WRITE-REVERSAL-TOTALS.
           MOVE WS-TOTAL-BEFORE TO ED-TOTAL-BEFORE
           MOVE WS-TOTAL-AFTER  TO ED-TOTAL-AFTER
           MOVE ALL "-" TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-REVERSED-COUNT " PUT BACK, "
               WS-CHANGED-SINCE-COUNT " LEFT ALONE.  TOTALS "
               ED-TOTAL-BEFORE " -> " ED-TOTAL-AFTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      *    EVERY WAY OUT OF THE RUN -- CLEAN OR NOT -- COMES
      *    THROUGH HERE ONCE THE MASTER HAS BEEN CLAIMED, SO AN
      *    OPEN FAILURE NEVER STRANDS employee.dat.lock.
