       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYSEND.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NOTIFICATION DISPATCHER. WORKS THROUGH EVERY
      *            MESSAGE STILL QUEUED ON THE OUTBOX (notifyq.dat,
      *            FILLED BY THE SHARED NOTIFY MODULE) AND FOR EACH:
      *              - FINDS THE RECIPIENT'S CONTACT DETAILS -- SHOP
      *                CUSTOMERS ON custcontact.dat (NAME FROM
      *                custmaster.dat), EVERYONE ELSE ON THE CONTACT
      *                DIRECTORY notifydir.dat (SEE notifydir.cob);
      *              - SENDS NOTHING UNLESS THE RECIPIENT AGREED TO
      *                BE CONTACTED (CC-CONSENT OR THE DIRECTORY'S
      *                CONSENT FLAG IS Y) -- THE MESSAGE IS MARKED
      *                SUPPRESSED INSTEAD. CONSENT IS CHECKED HERE,
      *                AT SENDING TIME, SO A WITHDRAWAL AFTER THE
      *                MESSAGE WAS RAISED STILL STOPS IT;
      *              - FORMATS THE TEXT FROM THE TEMPLATE ON
      *                notifytpl.dat: LINE 00 IS THE E-MAIL SUBJECT
      *                (THE "RE:" LINE OF A LETTER), LINES 01 ON THE
      *                BODY, AND AN SMS CARRIES LINE 01 ONLY. &1 TO &4
      *                TAKE THE MESSAGE'S MERGE FIELDS AND &0 THE
      *                RECIPIENT'S NAME;
      *              - HANDS E-MAIL AND SMS TO THE GATEWAY FILE
      *                notifygw.dat (ONE LINE PER TEXT LINE, KEYED BY
      *                MESSAGE NUMBER, CHANNEL AND ADDRESS), AND
      *                PRINTS LETTERS ON notifylet.rpt THROUGH THE
      *                SHARED PRINT SERVICES;
      *              - MARKS THE MESSAGE DELIVERED, OR FAILED WITH
      *                THE REASON (NO CONTACT, NO TEMPLATE, NO
      *                ADDRESS FOR THE CHANNEL, ADDRESS MARKED
      *                UNDELIVERABLE BY Copybooks/addrstd).
      *            A CHANNEL LEFT BLANK BY THE CALLER MEANS THE
      *            RECIPIENT'S PREFERRED ONE; A CUSTOMER'S IS E-MAIL
      *            WHEN ONE IS ON FILE, OTHERWISE A LETTER. RUN IT
      *            AFTER THE JOBS THAT RAISE MESSAGES (IT REWRITES
      *            THE OUTBOX WHOLE). UNATTENDED; RETURN CODE 4 WHEN
      *            ANY MESSAGE FAILED, 8 WHEN THE FILES CANNOT BE
      *            HANDLED. A CUSTOMER'S STREET, PHONE AND E-MAIL
      *            ARE HELD ENCRYPTED ON custcontact.dat AND ARE
      *            DECRYPTED ONLY FOR THE RECIPIENT BEING SENT TO.
      *    compile with (from the repo root) ->
      *        cobc -x -o notifysend Shared/notifysend.cob
      *    then run ./notifysend

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO WS-OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NQ-FILE-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "notifytpl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-FILE-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO WS-NOTIFYDIR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ND-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT GATEWAY-FILE ASSIGN TO "notifygw.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT NOTIFY WRITES.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           05 NQ-QUEUED-DATE   PIC X(8).
           05 NQ-QUEUED-TIME   PIC X(6).
           05 NQ-MSG-NO        PIC 9(7).
           05 NQ-PROGRAM       PIC X(15).
           05 NQ-RECIP-TYPE    PIC X.
           05 NQ-RECIP-ID      PIC X(10).
           05 NQ-CHANNEL       PIC X.
           05 NQ-TEMPLATE      PIC X(8).
           05 NQ-MERGE-FIELDS  PIC X(120).
           05 NQ-STATUS        PIC X.
           05 NQ-STATUS-DATE   PIC X(8).
           05 NQ-REASON        PIC X(20).

      *    ONE LINE PER TEMPLATE TEXT LINE, IN LINE ORDER WITHIN
      *    EACH TEMPLATE.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05 NT-TEMPLATE      PIC X(8).
           05 NT-LINE-NO       PIC 9(2).
           05 NT-TEXT          PIC X(70).

      *    SAME LAYOUT NOTIFYDIR WRITES.
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 ND-RECIP-TYPE    PIC X.
           05 ND-RECIP-ID      PIC X(10).
           05 ND-NAME          PIC X(30).
           05 ND-EMAIL         PIC X(40).
           05 ND-PHONE         PIC X(15).
           05 ND-STREET        PIC X(25).
           05 ND-CITY          PIC X(15).
           05 ND-POSTAL        PIC X(10).
           05 ND-CHANNEL       PIC X.
           05 ND-CONSENT       PIC X.

      *    SAME LAYOUT Copybooks/main.cob KEEPS.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CC-ID            PIC X(6).
           05 CC-STREET        PIC X(25).
           05 CC-CITY          PIC X(15).
           05 CC-POSTAL        PIC X(10).
           05 CC-PHONE         PIC X(12).
           05 CC-EMAIL         PIC X(30).
           05 CC-CONSENT       PIC X.
           05 CC-MAIL-STATUS   PIC X.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 CM-FIRST-NAME    PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 CM-AGE           PIC 9(3).

      *    WHAT THE E-MAIL AND SMS GATEWAY PICKS UP: ONE LINE PER
      *    TEXT LINE, LINE 00 BEING AN E-MAIL'S SUBJECT.
       FD  GATEWAY-FILE.
       01  GATEWAY-RECORD.
           05 GW-MSG-NO        PIC 9(7).
           05 GW-CHANNEL       PIC X.
           05 GW-ADDRESS       PIC X(40).
           05 GW-LINE-NO       PIC 9(2).
           05 GW-TEXT          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NQ-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-NT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ND-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GW-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-NQ-EOF           PIC X VALUE "N".
       01  WS-NT-EOF           PIC X VALUE "N".
       01  WS-ND-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-NQ-OVERFLOW      PIC X VALUE "N".
       01  WS-ND-OVERFLOW      PIC X VALUE "N".
       01  WS-CC-OVERFLOW      PIC X VALUE "N".
       01  WS-CM-OPEN          PIC X VALUE "N".
       01  WS-LETTERS-OPEN     PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).

       01  RUN-COUNTS.
           05 WS-SENT-COUNT        PIC 9(5) VALUE 0.
           05 WS-FAILED-COUNT      PIC 9(5) VALUE 0.
           05 WS-SUPPRESSED-COUNT  PIC 9(5) VALUE 0.
           05 WS-LETTER-COUNT      PIC 9(5) VALUE 0.

      *    THE RECIPIENT OF THE MESSAGE IN HAND, HOWEVER FOUND.
       01  RECIPIENT-FIELDS.
           05 WS-TO-FOUND      PIC X.
           05 WS-TO-NAME       PIC X(30).
           05 WS-TO-EMAIL      PIC X(40).
           05 WS-TO-PHONE      PIC X(15).
           05 WS-TO-STREET     PIC X(25).
           05 WS-TO-CITY       PIC X(15).
           05 WS-TO-POSTAL     PIC X(10).
           05 WS-TO-CHANNEL    PIC X.
           05 WS-TO-CONSENT    PIC X.
           05 WS-TO-UNDELIVERABLE PIC X.
       01  WS-TO-ADDRESS       PIC X(40).
       01  WS-REASON           PIC X(20).

       01  WS-MERGE-AREA.
           05 WS-MERGE-FIELD OCCURS 4 TIMES PIC X(30).
       01  WS-MERGE-VALUE      PIC X(30).
       01  WS-VALUE-LEN        PIC 9(2) VALUE 0.
       01  WS-FIELD-DIGIT      PIC 9 VALUE 0.
       01  WS-TEMPLATE-TEXT    PIC X(70).
       01  WS-MERGED-LINE      PIC X(80).
       01  WS-OUT-PTR          PIC 9(3) VALUE 1.
       01  WS-TEMPLATE-LINES   PIC 9(3) VALUE 0.
       01  K                   PIC 9(3) VALUE 1.

       01  OUTBOX-TABLE.
           05 WS-NQ-COUNT      PIC 9(4) VALUE 0.
           05 NQ-ENTRY OCCURS 3000 TIMES.
               10 NQT-QUEUED-DATE  PIC X(8).
               10 NQT-QUEUED-TIME  PIC X(6).
               10 NQT-MSG-NO       PIC 9(7).
               10 NQT-PROGRAM      PIC X(15).
               10 NQT-RECIP-TYPE   PIC X.
               10 NQT-RECIP-ID     PIC X(10).
               10 NQT-CHANNEL      PIC X.
               10 NQT-TEMPLATE     PIC X(8).
               10 NQT-MERGE-FIELDS PIC X(120).
               10 NQT-STATUS       PIC X.
               10 NQT-STATUS-DATE  PIC X(8).
               10 NQT-REASON       PIC X(20).
       01  Q                   PIC 9(4) VALUE 1.

       01  TEMPLATE-TABLE.
           05 WS-NT-COUNT      PIC 9(3) VALUE 0.
           05 NT-ENTRY OCCURS 300 TIMES.
               10 NTT-TEMPLATE     PIC X(8).
               10 NTT-LINE-NO      PIC 9(2).
               10 NTT-TEXT         PIC X(70).
       01  T                   PIC 9(3) VALUE 1.

       01  DIRECTORY-TABLE.
           05 WS-ND-COUNT      PIC 9(3) VALUE 0.
           05 ND-ENTRY OCCURS 500 TIMES.
               10 NDT-RECIP-TYPE   PIC X.
               10 NDT-RECIP-ID     PIC X(10).
               10 NDT-NAME         PIC X(30).
               10 NDT-EMAIL        PIC X(40).
               10 NDT-PHONE        PIC X(15).
               10 NDT-STREET       PIC X(25).
               10 NDT-CITY         PIC X(15).
               10 NDT-POSTAL       PIC X(10).
               10 NDT-CHANNEL      PIC X.
               10 NDT-CONSENT      PIC X.
       01  D                   PIC 9(3) VALUE 1.

       01  CONTACT-TABLE.
           05 WS-CC-COUNT      PIC 9(4) VALUE 0.
           05 CC-ENTRY OCCURS 2000 TIMES.
               10 CCT-ID           PIC X(6).
               10 CCT-STREET       PIC X(25).
               10 CCT-CITY         PIC X(15).
               10 CCT-POSTAL       PIC X(10).
               10 CCT-PHONE        PIC X(12).
               10 CCT-EMAIL        PIC X(30).
               10 CCT-CONSENT      PIC X.
               10 CCT-MAIL-STATUS  PIC X.
       01  U                   PIC 9(4) VALUE 1.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "NOTIFYSEND".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "C".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-OUTBOX-LOGICAL   PIC X(20) VALUE "notifyq.dat".
       01  WS-OUTBOX-PATH      PIC X(50) VALUE "notifyq.dat".
       01  WS-NOTIFYDIR-LOGICAL PIC X(20) VALUE "notifydir.dat".
       01  WS-NOTIFYDIR-PATH   PIC X(50) VALUE "notifydir.dat".
       01  WS-CUSTMASTER-LOGICAL PIC X(20) VALUE "custmaster.dat".
       01  WS-CUSTMASTER-PATH  PIC X(50) VALUE "custmaster.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-OUTBOX-LOGICAL WS-OUTBOX-PATH
           CALL "ENVCONFIG" USING WS-NOTIFYDIR-LOGICAL
               WS-NOTIFYDIR-PATH
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-OUTBOX
      *    THE OUTBOX IS WRITTEN BACK WHOLE -- A TRUNCATED TABLE
      *    WOULD LOSE MESSAGES.
           IF WS-NQ-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 MESSAGES ON notifyq.dat -- "
                   "AGE OLD ONES OFF WITH THE RETENTION RUN FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-TEMPLATES
           PERFORM 0200-LOAD-DIRECTORY
           PERFORM 0250-LOAD-CUSTOMER-CONTACTS
      *    A RECIPIENT PAST A FULL TABLE WOULD BE FAILED AS HAVING
      *    NO CONTACT ON FILE.
           IF WS-ND-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 ENTRIES ON notifydir.dat -- "
                   "NOTHING SENT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CC-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 CONTACTS ON custcontact.dat -- "
                   "NOTHING SENT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND GATEWAY-FILE
           IF WS-GW-FILE-STATUS NOT = "00"
      *        GATEWAY FILE DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST LINE IS WRITTEN.
               OPEN OUTPUT GATEWAY-FILE
               CLOSE GATEWAY-FILE
               OPEN EXTEND GATEWAY-FILE
           END-IF
           IF WS-GW-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN notifygw.dat, STATUS "
                   WS-GW-FILE-STATUS " -- NOTHING SENT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0400-SEND-ONE-MESSAGE THRU 0400-EXIT
               VARYING Q FROM 1 BY 1 UNTIL Q > WS-NQ-COUNT
           CLOSE GATEWAY-FILE
           IF WS-CM-OPEN = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-LETTERS-OPEN = "Y"
               MOVE "C" TO WS-PS-FUNCTION
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           IF WS-SENT-COUNT > 0 OR WS-FAILED-COUNT > 0
                   OR WS-SUPPRESSED-COUNT > 0
               PERFORM 0900-REWRITE-OUTBOX
           END-IF
           DISPLAY WS-SENT-COUNT " SENT (" WS-LETTER-COUNT
               " LETTERS ON notifylet.rpt), " WS-FAILED-COUNT
               " FAILED, " WS-SUPPRESSED-COUNT " SUPPRESSED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SENT " WS-SENT-COUNT " FAILED " WS-FAILED-COUNT
               " NO CONSENT " WS-SUPPRESSED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
      *    SET AFTER THE LOG - THE AUDITLOG CALL RESETS RETURN-CODE.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-OUTBOX.
           MOVE 0 TO WS-NQ-COUNT
           OPEN INPUT OUTBOX-FILE
           IF WS-NQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-NQ-EOF = "Y"
                   READ OUTBOX-FILE
                       AT END
                           MOVE "Y" TO WS-NQ-EOF
                       NOT AT END
                       IF WS-NQ-COUNT = 3000
                           MOVE "Y" TO WS-NQ-OVERFLOW
                       ELSE
                           ADD 1 TO WS-NQ-COUNT
                           MOVE OUTBOX-RECORD TO NQ-ENTRY(WS-NQ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF.

       0150-LOAD-TEMPLATES.
           MOVE 0 TO WS-NT-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-NT-FILE-STATUS = "00"
               PERFORM UNTIL WS-NT-EOF = "Y" OR WS-NT-COUNT = 300
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-NT-EOF
                       NOT AT END
                           ADD 1 TO WS-NT-COUNT
                           MOVE TEMPLATE-RECORD
                               TO NT-ENTRY(WS-NT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       0200-LOAD-DIRECTORY.
           MOVE 0 TO WS-ND-COUNT
           OPEN INPUT DIRECTORY-FILE
           IF WS-ND-FILE-STATUS = "00"
               PERFORM UNTIL WS-ND-EOF = "Y"
                   READ DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-ND-EOF
                       NOT AT END
                           IF WS-ND-COUNT = 500
                               MOVE "Y" TO WS-ND-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ND-COUNT
                               MOVE DIRECTORY-RECORD
                                   TO ND-ENTRY(WS-ND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIRECTORY-FILE
           END-IF.

       0250-LOAD-CUSTOMER-CONTACTS.
           MOVE 0 TO WS-CC-COUNT
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = "Y"
                   READ CONTACT-FILE
                       AT END
                           MOVE "Y" TO WS-CC-EOF
                       NOT AT END
                           IF WS-CC-COUNT = 2000
                               MOVE "Y" TO WS-CC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CC-COUNT
                               MOVE CONTACT-RECORD
                                   TO CC-ENTRY(WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

       0400-SEND-ONE-MESSAGE.
           IF NQT-STATUS(Q) NOT = "Q"
               GO TO 0400-EXIT
           END-IF
           MOVE NQT-MERGE-FIELDS(Q) TO WS-MERGE-AREA
           PERFORM 0450-FIND-RECIPIENT
           IF WS-TO-FOUND = "N"
               MOVE "NO CONTACT ON FILE" TO WS-REASON
               GO TO 0400-FAILED
           END-IF
           IF WS-TO-CONSENT NOT = "Y"
               MOVE "S" TO NQT-STATUS(Q)
               MOVE WS-TODAY TO NQT-STATUS-DATE(Q)
               MOVE "NO CONSENT" TO NQT-REASON(Q)
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO 0400-EXIT
           END-IF
           IF NQT-CHANNEL(Q) NOT = SPACE
               MOVE NQT-CHANNEL(Q) TO WS-TO-CHANNEL
           END-IF
           MOVE 0 TO WS-TEMPLATE-LINES
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-NT-COUNT
               IF NTT-TEMPLATE(T) = NQT-TEMPLATE(Q)
                   ADD 1 TO WS-TEMPLATE-LINES
               END-IF
           END-PERFORM
           IF WS-TEMPLATE-LINES = 0
               MOVE "NO TEMPLATE" TO WS-REASON
               GO TO 0400-FAILED
           END-IF
           EVALUATE WS-TO-CHANNEL
               WHEN "E"
                   IF WS-TO-EMAIL = SPACES
                       MOVE "NO E-MAIL ADDRESS" TO WS-REASON
                       GO TO 0400-FAILED
                   END-IF
                   MOVE WS-TO-EMAIL TO WS-TO-ADDRESS
                   PERFORM 0500-SEND-BY-GATEWAY
                   MOVE "SENT BY E-MAIL" TO NQT-REASON(Q)
               WHEN "S"
                   IF WS-TO-PHONE = SPACES
                       MOVE "NO MOBILE NUMBER" TO WS-REASON
                       GO TO 0400-FAILED
                   END-IF
                   MOVE WS-TO-PHONE TO WS-TO-ADDRESS
                   PERFORM 0500-SEND-BY-GATEWAY
                   MOVE "SENT BY SMS" TO NQT-REASON(Q)
               WHEN "L"
                   IF WS-TO-STREET = SPACES
                       MOVE "NO POSTAL ADDRESS" TO WS-REASON
                       GO TO 0400-FAILED
                   END-IF
                   IF WS-TO-UNDELIVERABLE = "Y"
                       MOVE "MAIL UNDELIVERABLE" TO WS-REASON
                       GO TO 0400-FAILED
                   END-IF
                   PERFORM 0550-PRINT-LETTER
                   MOVE "LETTER PRINTED" TO NQT-REASON(Q)
               WHEN OTHER
                   MOVE "NO CHANNEL" TO WS-REASON
                   GO TO 0400-FAILED
           END-EVALUATE
           MOVE "D" TO NQT-STATUS(Q)
           MOVE WS-TODAY TO NQT-STATUS-DATE(Q)
           ADD 1 TO WS-SENT-COUNT
           GO TO 0400-EXIT.
       0400-FAILED.
           MOVE "F" TO NQT-STATUS(Q)
           MOVE WS-TODAY TO NQT-STATUS-DATE(Q)
           MOVE WS-REASON TO NQT-REASON(Q)
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "MESSAGE " NQT-MSG-NO(Q) " TO " NQT-RECIP-TYPE(Q)
               " " NQT-RECIP-ID(Q) " (" NQT-TEMPLATE(Q) ") FAILED: "
               WS-REASON.
       0400-EXIT.
           EXIT.

      *    SHOP CUSTOMERS COME FROM custcontact.dat, WHOSE MAIL
      *    CONSENT IS CC-CONSENT; EVERYONE ELSE FROM THE DIRECTORY.
       0450-FIND-RECIPIENT.
           MOVE "N" TO WS-TO-FOUND
           MOVE SPACES TO WS-TO-NAME WS-TO-EMAIL WS-TO-PHONE
               WS-TO-STREET WS-TO-CITY WS-TO-POSTAL
           MOVE SPACE TO WS-TO-CHANNEL WS-TO-CONSENT
           MOVE "N" TO WS-TO-UNDELIVERABLE
           IF NQT-RECIP-TYPE(Q) = "U"
               PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-CC-COUNT
                   IF CCT-ID(U) = NQT-RECIP-ID(Q)(1:6)
                       MOVE "Y" TO WS-TO-FOUND
                       MOVE CCT-EMAIL(U) TO WS-FC-VALUE
                       MOVE 30 TO WS-FC-LENGTH
                       CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                           WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                       MOVE WS-FC-VALUE TO WS-TO-EMAIL
                       MOVE CCT-PHONE(U) TO WS-FC-VALUE
                       MOVE 12 TO WS-FC-LENGTH
                       CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                           WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                       MOVE WS-FC-VALUE TO WS-TO-PHONE
                       MOVE CCT-STREET(U) TO WS-FC-VALUE
                       MOVE 25 TO WS-FC-LENGTH
                       CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                           WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                       MOVE WS-FC-VALUE TO WS-TO-STREET
                       MOVE CCT-CITY(U) TO WS-TO-CITY
                       MOVE CCT-POSTAL(U) TO WS-TO-POSTAL
                       MOVE CCT-CONSENT(U) TO WS-TO-CONSENT
                       IF CCT-MAIL-STATUS(U) = "U"
                           MOVE "Y" TO WS-TO-UNDELIVERABLE
                       END-IF
                       IF CCT-EMAIL(U) NOT = SPACES
                           MOVE "E" TO WS-TO-CHANNEL
                       ELSE
                           MOVE "L" TO WS-TO-CHANNEL
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TO-FOUND = "Y"
                   PERFORM 0470-FIND-CUSTOMER-NAME
               END-IF
           ELSE
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-ND-COUNT
                   IF NDT-RECIP-TYPE(D) = NQT-RECIP-TYPE(Q)
                       AND NDT-RECIP-ID(D) = NQT-RECIP-ID(Q)
                       MOVE "Y" TO WS-TO-FOUND
                       MOVE NDT-NAME(D) TO WS-TO-NAME
                       MOVE NDT-EMAIL(D) TO WS-TO-EMAIL
                       MOVE NDT-PHONE(D) TO WS-TO-PHONE
                       MOVE NDT-STREET(D) TO WS-TO-STREET
                       MOVE NDT-CITY(D) TO WS-TO-CITY
                       MOVE NDT-POSTAL(D) TO WS-TO-POSTAL
                       MOVE NDT-CHANNEL(D) TO WS-TO-CHANNEL
                       MOVE NDT-CONSENT(D) TO WS-TO-CONSENT
                   END-IF
               END-PERFORM
           END-IF.

      *    THE MASTER IS OPENED ONLY WHEN A CUSTOMER MESSAGE TURNS
      *    UP. A CUSTOMER WITH NO NAME TO HAND IS STILL WRITTEN TO.
       0470-FIND-CUSTOMER-NAME.
           IF WS-CM-OPEN = "N"
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CM-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CM-OPEN
               ELSE
                   MOVE "X" TO WS-CM-OPEN
               END-IF
           END-IF
           IF WS-CM-OPEN = "Y"
               MOVE NQT-RECIP-ID(Q)(1:6) TO CM-ID
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       STRING CM-FIRST-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CM-LAST-NAME DELIMITED BY SPACE
                           INTO WS-TO-NAME
               END-READ
           END-IF
           IF WS-TO-NAME = SPACES
               MOVE "VALUED CUSTOMER" TO WS-TO-NAME
           END-IF.

      *    LINE 00 IS AN E-MAIL'S SUBJECT; AN SMS IS LINE 01 ALONE.
       0500-SEND-BY-GATEWAY.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-NT-COUNT
               IF NTT-TEMPLATE(T) = NQT-TEMPLATE(Q)
                   AND (WS-TO-CHANNEL = "E" OR NTT-LINE-NO(T) = 1)
                   MOVE NTT-TEXT(T) TO WS-TEMPLATE-TEXT
                   PERFORM 0600-MERGE-LINE
                   MOVE NQT-MSG-NO(Q) TO GW-MSG-NO
                   MOVE WS-TO-CHANNEL TO GW-CHANNEL
                   MOVE WS-TO-ADDRESS TO GW-ADDRESS
                   MOVE NTT-LINE-NO(T) TO GW-LINE-NO
                   MOVE WS-MERGED-LINE TO GW-TEXT
                   WRITE GATEWAY-RECORD
               END-IF
           END-PERFORM.

       0550-PRINT-LETTER.
           IF WS-LETTERS-OPEN = "N"
               MOVE "O" TO WS-PS-FUNCTION
               MOVE "notifylet.rpt" TO WS-PS-TEXT-1
               MOVE "NOTIFICATION LETTERS" TO WS-PS-TEXT-2
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               MOVE "Y" TO WS-LETTERS-OPEN
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE WS-TO-NAME TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE WS-TO-STREET TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-TO-CITY "  " WS-TO-POSTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-NT-COUNT
               IF NTT-TEMPLATE(T) = NQT-TEMPLATE(Q)
                   MOVE NTT-TEXT(T) TO WS-TEMPLATE-TEXT
                   PERFORM 0600-MERGE-LINE
                   IF NTT-LINE-NO(T) = 0
                       MOVE SPACES TO WS-PS-TEXT-1
                       STRING "RE: " WS-MERGED-LINE
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                       PERFORM 0590-PRINT-LINE
                       MOVE SPACES TO WS-PS-TEXT-1
                   ELSE
                       MOVE WS-MERGED-LINE TO WS-PS-TEXT-1
                   END-IF
                   PERFORM 0590-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "REF " NQT-MSG-NO(Q)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE
           MOVE ALL "-" TO WS-PS-TEXT-1
           PERFORM 0590-PRINT-LINE.

       0590-PRINT-LINE.
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    COPIES THE TEMPLATE LINE ACROSS, PUTTING THE RECIPIENT'S
      *    NAME IN FOR &0 AND MERGE FIELD N FOR &N, EACH WITHOUT
      *    ITS TRAILING SPACES.
       0600-MERGE-LINE.
           MOVE SPACES TO WS-MERGED-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 70
               IF WS-TEMPLATE-TEXT(K:1) = "&" AND K < 70
                   AND WS-TEMPLATE-TEXT(K + 1:1) >= "0"
                   AND WS-TEMPLATE-TEXT(K + 1:1) <= "4"
                   MOVE WS-TEMPLATE-TEXT(K + 1:1) TO WS-FIELD-DIGIT
                   IF WS-FIELD-DIGIT = 0
                       MOVE WS-TO-NAME TO WS-MERGE-VALUE
                   ELSE
                       MOVE WS-MERGE-FIELD(WS-FIELD-DIGIT)
                           TO WS-MERGE-VALUE
                   END-IF
                   PERFORM 0620-APPEND-VALUE
                   ADD 1 TO K
               ELSE
                   IF WS-OUT-PTR NOT > 80
                       MOVE WS-TEMPLATE-TEXT(K:1)
                           TO WS-MERGED-LINE(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM.

       0620-APPEND-VALUE.
           MOVE 30 TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
                   OR WS-MERGE-VALUE(WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM
           IF WS-VALUE-LEN > 0
                   AND WS-OUT-PTR + WS-VALUE-LEN - 1 NOT > 80
               MOVE WS-MERGE-VALUE(1:WS-VALUE-LEN)
                   TO WS-MERGED-LINE(WS-OUT-PTR:WS-VALUE-LEN)
               ADD WS-VALUE-LEN TO WS-OUT-PTR
           END-IF.

       0900-REWRITE-OUTBOX.
           OPEN OUTPUT OUTBOX-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-NQ-COUNT
               MOVE NQ-ENTRY(Q) TO OUTBOX-RECORD
               WRITE OUTBOX-RECORD
           END-PERFORM
           CLOSE OUTBOX-FILE.
