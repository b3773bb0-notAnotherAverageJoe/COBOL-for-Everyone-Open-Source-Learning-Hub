      *            STUDENT IS ALSO WRITTEN TO eligresults.dat SO
      *            THE OUTREACH LETTER RUN (outreach.cob) CAN
      *            ACTUALLY CONTACT THE FAMILY INSTEAD OF THE
      *            REPORT SITTING IN A TRAY. THE FAMILY IS ALSO SENT
      *            A NOTICE THROUGH THE SHARED NOTIFICATION OUTBOX
      *            (SEE Shared/notify.cob), ADDRESSED BY STUDENT ID
      *            -- ONCE PER STUDENT AND FLAG, SO A WEEKLY RERUN
      *            DOES NOT REPEAT IT.
      *    compile with ->  cobc -x -o eligibility eligibility.cob
      *    then run ./eligibility

       01  WS-FLAG             PIC X(14) VALUE SPACES.
       01  WS-INTERVENE-COUNT  PIC 9(3) VALUE 0.

       01  NOTIFY-FIELDS.
           05 WS-NF-PROGRAM    PIC X(15) VALUE "ELIGIBILITY".
           05 WS-NF-TYPE       PIC X VALUE "F".
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X VALUE SPACE.
           05 WS-NF-TEMPLATE   PIC X(8).
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X VALUE SPACE.
           05 WS-NF-RESULT     PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-MARKS
               MOVE WS-ATTEND-PCT  TO ER-ATTEND-PCT
               MOVE WS-FLAG        TO ER-FLAG
               WRITE RESULTS-RECORD
               PERFORM 0350-QUEUE-FAMILY-NOTICE
           END-IF.

      *    THE MARK AND PERCENTAGE ARE LEFT OUT OF THE MERGE FIELDS
      *    -- THEY MOVE WITH EVERY ATTENDANCE DAY AND WOULD QUEUE A
      *    NEW NOTICE EACH RUN.
       0350-QUEUE-FAMILY-NOTICE.
           IF WS-FLAG = "INTERVENTION"
               MOVE "ELIGINTV" TO WS-NF-TEMPLATE
           ELSE
               MOVE "ELIGWTCH" TO WS-NF-TEMPLATE
           END-IF
           MOVE STU-ID(I) TO WS-NF-ID
           MOVE STU-ID(I) TO WS-NF-MERGE-1
           MOVE WS-FLAG TO WS-NF-MERGE-2
           MOVE STU-SECTION(I) TO WS-NF-MERGE-3
           MOVE SPACES TO WS-NF-MERGE-4
           CALL "NOTIFY" USING WS-NF-PROGRAM WS-NF-TYPE WS-NF-ID
               WS-NF-CHANNEL WS-NF-TEMPLATE WS-NF-MERGE
               WS-NF-CONSENT WS-NF-RESULT.
