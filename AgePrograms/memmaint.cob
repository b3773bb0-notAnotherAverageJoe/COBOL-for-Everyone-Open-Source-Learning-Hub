      *            CURRENT EXPIRY, OR PAST TODAY IF ALREADY LAPSED),
      *            CHANGE AND CANCEL, ALL UNDER THE SHARED SIGN-ON.
      *            GetAgeProgram REFUSES EXPIRED AND CANCELLED
      *            MEMBERS AT THE DOOR. E QUEUES A RENEWAL REMINDER
      *            THROUGH THE SHARED NOTIFICATION OUTBOX (SEE
      *            Shared/notify.cob) TO EVERY ACTIVE MEMBER WHOSE
      *            MEMBERSHIP RUNS OUT IN THE NEXT 30 DAYS; A MEMBER
      *            ALREADY REMINDED OF THE SAME EXPIRY IS NOT
      *            REMINDED TWICE. THE DOB IS HELD ENCRYPTED (SEE
      *            Shared/fieldcrypt.cob) -- IT IS ENCRYPTED AS IT
      *            IS KEYED AND THE LIST SHOWS IT MASKED.
      *    compile with (from the repo root) ->
      *        cobc -x -o memmaint AgePrograms/memmaint.cob
      *    then run ./memmaint
           05 WS-DV-DISPLAY    PIC X(10).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "MEMMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "E".
           05 WS-FC-FILE       PIC X VALUE "M".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 8.
           05 WS-FC-VALUE      PIC X(40).

       01  WS-NOTICE-CUTOFF    PIC 9(8) VALUE 0.
       01  WS-NOTICE-COUNTS.
           05 WS-NOTICE-QUEUED PIC 9(3) VALUE 0.
           05 WS-NOTICE-ALREADY PIC 9(3) VALUE 0.
           05 WS-NOTICE-OTHER  PIC 9(3) VALUE 0.
       01  NOTIFY-FIELDS.
           05 WS-NF-TYPE       PIC X.
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X.
           05 WS-NF-TEMPLATE   PIC X(8).
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X.
           05 WS-NF-RESULT     PIC X.

       01  MEMBER-TABLE.
           05 WS-MT-COUNT      PIC 9(3) VALUE 0.
                       PERFORM 0600-CHANGE-MEMBER
                   WHEN "N"
                       PERFORM 0700-CANCEL-MEMBER
                   WHEN "E"
                       PERFORM 0750-QUEUE-EXPIRY-NOTICES
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
           DISPLAY "R - RENEW A MEMBERSHIP"
           DISPLAY "C - CHANGE A MEMBER"
           DISPLAY "N - CANCEL A MEMBERSHIP"
           DISPLAY "E - QUEUE EXPIRY NOTICES"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           ELSE
               DISPLAY "ID      NAME                  DOB       "
                   "JOINED    EXPIRES   ST TYPE"
               MOVE "M" TO WS-FC-FUNCTION
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
                   MOVE MTE-DOB(M) TO WS-FC-VALUE
                   CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                       WS-FC-LENGTH WS-FC-VALUE
                   DISPLAY MTE-ID(M) "  " MTE-NAME(M) "  "
                       WS-FC-VALUE(1:8) "  " MTE-JOIN-DATE(M) "  "
                       MTE-EXPIRY-DATE(M) "  " MTE-STATUS(M)
                       "  " MTE-TYPE(M)
               END-PERFORM

      *    SHARED BY ADD AND CHANGE -- NAME AND DATE OF BIRTH, THE
      *    DOB CHECKED THROUGH THE SHARED DATEVAL MODULE SO A
      *    20269999 NEVER LANDS ON THE FILE AGAIN, THEN ENCRYPTED
      *    FOR THE FILE.
       0450-TAKE-MEMBER-FIELDS.
           DISPLAY "ENTER MEMBER NAME: "
           ACCEPT MTE-NAME(M)
                   DISPLAY "NOT A REAL CALENDAR DATE. RE-ENTER."
               END-IF
           END-PERFORM
           MOVE "E" TO WS-FC-FUNCTION
           MOVE MTE-DOB(M) TO WS-FC-VALUE
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE(1:8) TO MTE-DOB(M)
           DISPLAY "ENTER MEMBERSHIP TYPE (4 CHARS, BLANK = STD): "
           MOVE SPACES TO MTE-TYPE(M)
           ACCEPT MTE-TYPE(M)
               DISPLAY "MEMBERSHIP CANCELLED."
           END-IF.

      *    THE MERGE FIELDS ARE THE MEMBER ID, THE EXPIRY AND THE
      *    TYPE -- NOTHING THAT CHANGES DAY TO DAY, SO RUNNING THIS
      *    AGAIN TOMORROW QUEUES NOTHING NEW FOR THE SAME EXPIRY.
       0750-QUEUE-EXPIRY-NOTICES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-NOTICE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + 30)
           MOVE 0 TO WS-NOTICE-QUEUED WS-NOTICE-ALREADY
               WS-NOTICE-OTHER
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               IF MTE-STATUS(M) = "A"
                   AND MTE-EXPIRY-DATE(M) NOT < WS-TODAY
                   AND MTE-EXPIRY-DATE(M) NOT > WS-NOTICE-CUTOFF
                   MOVE "M" TO WS-NF-TYPE
                   MOVE MTE-ID(M) TO WS-NF-ID
                   MOVE SPACE TO WS-NF-CHANNEL WS-NF-CONSENT
                   MOVE "MEMEXPIR" TO WS-NF-TEMPLATE
                   MOVE MTE-ID(M) TO WS-NF-MERGE-1
                   MOVE MTE-EXPIRY-DATE(M) TO WS-NF-MERGE-2
                   MOVE MTE-TYPE(M) TO WS-NF-MERGE-3
                   MOVE SPACES TO WS-NF-MERGE-4
                   CALL "NOTIFY" USING WS-AUDIT-PROGRAM WS-NF-TYPE
                       WS-NF-ID WS-NF-CHANNEL WS-NF-TEMPLATE
                       WS-NF-MERGE WS-NF-CONSENT WS-NF-RESULT
                   EVALUATE WS-NF-RESULT
                       WHEN "Q"
                           ADD 1 TO WS-NOTICE-QUEUED
                       WHEN "A"
                           ADD 1 TO WS-NOTICE-ALREADY
                       WHEN OTHER
                           ADD 1 TO WS-NOTICE-OTHER
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY WS-NOTICE-QUEUED " EXPIRY NOTICES QUEUED, "
               WS-NOTICE-ALREADY " ALREADY QUEUED, " WS-NOTICE-OTHER
               " NOT QUEUED."
           IF WS-NOTICE-QUEUED > 0
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "QUEUED " WS-NOTICE-QUEUED " EXPIRY NOTICES"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           END-IF.

       0800-FIND-MEMBER.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
