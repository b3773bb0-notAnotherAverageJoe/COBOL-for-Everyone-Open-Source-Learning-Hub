      *            WITH MAIL CONSENT ON FILE ARE EXTRACTED;
      *            CUSTOMERS IN THE BAND WITH NO CONTACT DETAILS
      *            ARE COUNTED AND REPORTED SO THE GAP IS VISIBLE.
      *            EVERY RUN IS FOR ONE ACTIVE MARKETING CAMPAIGN ON
      *            campaigns.dat (SEE campmaint.cob), AND EACH
      *            CUSTOMER LABELLED IS RECORDED ON mailhistory.dat
      *            WITH THE CAMPAIGN CODE AND DATE SO RESPONSES CAN BE
      *            TRACED BACK (SEE camprpt.cob). A CUSTOMER ALREADY
      *            MAILED FOR THE CAMPAIGN IS NOT MAILED AGAIN, AND
      *            ONE WHO HAS HAD AS MANY MAILINGS THIS CALENDAR
      *            QUARTER AS THE CONTACT LIMIT ON campparm.dat
      *            ALLOWS IS SKIPPED; BOTH ARE COUNTED.
      *            THE STREET IS HELD ENCRYPTED ON custcontact.dat
      *            AND IS DECRYPTED ONLY FOR THE ADDRESS ITSELF.
      *    compile with (from the repo root) ->
      *        cobc -x -o mailextract Copybooks/mailextract.cob
      *    then run ./mailextract
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MAIL-LIST-FILE ASSIGN TO "maillist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ML-FILE-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT CAMP-PARM-FILE ASSIGN TO "campparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-FILE-STATUS.
           SELECT MAIL-HISTORY-FILE ASSIGN TO "mailhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AND KEYS COPYBOOKS MAINTAINS.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
       FD  MAIL-LIST-FILE.
       01  MAIL-LIST-RECORD    PIC X(40).

      *    SAME LAYOUT CAMPMAINT MAINTAINS.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE          PIC X(8).
           05 CP-DESC          PIC X(30).
           05 CP-SEND-DATE     PIC X(8).
           05 CP-COST          PIC 9(7)V99.
           05 CP-WINDOW-DAYS   PIC 9(3).
           05 CP-STATUS        PIC X.

      *    SAME LAYOUT CAMPMAINT MAINTAINS.
       FD  CAMP-PARM-FILE.
       01  CAMP-PARM-RECORD.
           05 MP-MAX-PER-QUARTER PIC 9(2).

      *    ONE LINE PER CUSTOMER PER CAMPAIGN MAILED.
       FD  MAIL-HISTORY-FILE.
       01  MAIL-HISTORY-RECORD.
           05 MH-CUST-ID       PIC X(6).
           05 MH-CAMPAIGN      PIC X(8).
           05 MH-DATE          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ML-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-MH-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-CAMPAIGN-CODE    PIC X(8).
       01  WS-CAMPAIGN-FOUND   PIC X VALUE "N".
       01  WS-MAX-PER-QUARTER  PIC 9(2) VALUE 0.
       01  WS-QUARTER-MONTH    PIC 9(2) VALUE 0.
       01  WS-QUARTER-INDEX    PIC 9 VALUE 0.
       01  WS-QUARTER-FIRST    PIC X(6).
       01  WS-QUARTER-LAST     PIC X(6).
       01  WS-MAILED-THIS-QTR  PIC 9(3) VALUE 0.
       01  WS-ALREADY-MAILED   PIC X VALUE "N".
       01  WS-AGE-FROM         PIC 9(3) VALUE 0.
       01  WS-AGE-TO           PIC 9(3) VALUE 999.
       01  WS-ME-PROMPT        PIC X(60).
       01  WS-NO-CONTACT-COUNT PIC 9(4) VALUE 0.
       01  WS-NO-CONSENT-COUNT PIC 9(4) VALUE 0.
       01  WS-UNDELIV-COUNT    PIC 9(4) VALUE 0.
       01  WS-REPEAT-COUNT     PIC 9(4) VALUE 0.
       01  WS-OVER-LIMIT-COUNT PIC 9(4) VALUE 0.
       01  WS-LABEL-LINE       PIC X(40).
       01  C                   PIC 9(3) VALUE 1.
       01  WS-CC-INDEX         PIC 9(3) VALUE 0.
               10 CNT-CONSENT    PIC X.
               10 CNT-STATUS     PIC X.

      *    THIS QUARTER'S MAILINGS, PLUS ANY EARLIER ONES FOR THE
      *    CAMPAIGN BEING EXTRACTED.
       01  HISTORY-TABLE.
           05 WS-MH-COUNT      PIC 9(4) VALUE 0.
           05 MH-ENTRY OCCURS 5000 TIMES.
               10 MHE-CUST-ID    PIC X(6).
               10 MHE-CAMPAIGN   PIC X(8).
               10 MHE-DATE       PIC X(8).
       01  H                   PIC 9(4) VALUE 1.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "MAILEXTRACT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "C".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER CAMPAIGN CODE: "
           ACCEPT WS-CAMPAIGN-CODE
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-CODE)
               TO WS-CAMPAIGN-CODE
           PERFORM 0050-CHECK-CAMPAIGN
           MOVE "ENTER MINIMUM AGE (0 FOR NONE): " TO WS-ME-PROMPT
           CALL "NUMVALID" USING WS-ME-PROMPT WS-ME-NUM-BUFFER
           MOVE WS-ME-NUM-BUFFER TO WS-AGE-FROM
           CALL "NUMVALID" USING WS-ME-PROMPT WS-ME-NUM-BUFFER
           MOVE WS-ME-NUM-BUFFER TO WS-AGE-TO
           PERFORM 0100-LOAD-CONTACT-TABLE
           PERFORM 0150-LOAD-MAIL-HISTORY
           OPEN OUTPUT MAIL-LIST-FILE
           OPEN EXTEND MAIL-HISTORY-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
      *        HISTORY DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST MAILING IS RECORDED.
               OPEN OUTPUT MAIL-HISTORY-FILE
               CLOSE MAIL-HISTORY-FILE
               OPEN EXTEND MAIL-HISTORY-FILE
           END-IF
           PERFORM 0200-SWEEP-CUSTOMERS
           CLOSE MAIL-LIST-FILE
           CLOSE MAIL-HISTORY-FILE
           DISPLAY " "
           DISPLAY "LABELS WRITTEN        : " WS-LABEL-COUNT
           DISPLAY "IN BAND, NO CONTACT   : " WS-NO-CONTACT-COUNT
           DISPLAY "IN BAND, NO CONSENT   : " WS-NO-CONSENT-COUNT
           DISPLAY "IN BAND, UNDELIVERABLE: " WS-UNDELIV-COUNT
           DISPLAY "IN BAND, ALREADY SENT : " WS-REPEAT-COUNT
           DISPLAY "IN BAND, AT LIMIT     : " WS-OVER-LIMIT-COUNT
           DISPLAY "EXTRACT FOR CAMPAIGN " WS-CAMPAIGN-CODE
               " IS ON maillist.dat"
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "EXTRACTED " WS-LABEL-COUNT " LABELS FOR "
               WS-CAMPAIGN-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

      *    THE RUN IS REFUSED FOR A CAMPAIGN NOT ON FILE OR CLOSED --
      *    AN UNTAGGED MAILING CAN NEVER BE MEASURED.
       0050-CHECK-CAMPAIGN.
           MOVE "N" TO WS-CAMPAIGN-FOUND
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CP-EOF = "Y"
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE "Y" TO WS-CP-EOF
                       NOT AT END
                           IF CP-CODE = WS-CAMPAIGN-CODE
                               AND CP-STATUS = "A"
                               MOVE "Y" TO WS-CAMPAIGN-FOUND
                               MOVE "Y" TO WS-CP-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF
           IF WS-CAMPAIGN-FOUND NOT = "Y"
               DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE " IS NOT AN "
                   "ACTIVE CAMPAIGN ON campaigns.dat. SET IT UP IN "
                   "CAMPMAINT FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-MAX-PER-QUARTER
           OPEN INPUT CAMP-PARM-FILE
           IF WS-MP-FILE-STATUS = "00"
               READ CAMP-PARM-FILE
                   NOT AT END
                       MOVE MP-MAX-PER-QUARTER TO WS-MAX-PER-QUARTER
               END-READ
               CLOSE CAMP-PARM-FILE
           END-IF.

       0100-LOAD-CONTACT-TABLE.
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
                   NOT AT END
                       ADD 1 TO WS-CC-COUNT
                       MOVE CC-ID TO CNT-ID(WS-CC-COUNT)
                       MOVE CC-STREET TO WS-FC-VALUE
                       MOVE 25 TO WS-FC-LENGTH
                       CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                           WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                       MOVE WS-FC-VALUE TO CNT-STREET(WS-CC-COUNT)
                       MOVE CC-CITY TO CNT-CITY(WS-CC-COUNT)
                       MOVE CC-POSTAL TO CNT-POSTAL(WS-CC-COUNT)
                       MOVE CC-CONSENT TO CNT-CONSENT(WS-CC-COUNT)
           END-PERFORM
           CLOSE CONTACT-FILE.

      *    THE QUARTER IS THE CALENDAR QUARTER OF THE RUN DATE.
      *    THE DIVIDE INTO A WHOLE-NUMBER FIELD DROPS THE REMAINDER,
      *    SO MONTHS 01-03 GIVE 0, 04-06 GIVE 1, AND SO ON.
       0150-LOAD-MAIL-HISTORY.
           MOVE WS-TODAY(5:2) TO WS-QUARTER-MONTH
           SUBTRACT 1 FROM WS-QUARTER-MONTH
           DIVIDE 3 INTO WS-QUARTER-MONTH GIVING WS-QUARTER-INDEX
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-INDEX * 3 + 1
           MOVE WS-TODAY(1:4) TO WS-QUARTER-FIRST(1:4)
           MOVE WS-QUARTER-MONTH TO WS-QUARTER-FIRST(5:2)
           ADD 2 TO WS-QUARTER-MONTH
           MOVE WS-TODAY(1:4) TO WS-QUARTER-LAST(1:4)
           MOVE WS-QUARTER-MONTH TO WS-QUARTER-LAST(5:2)
           MOVE 0 TO WS-MH-COUNT
           OPEN INPUT MAIL-HISTORY-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MH-EOF = "Y"
               READ MAIL-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-MH-EOF
                   NOT AT END
                       IF (MH-DATE(1:6) >= WS-QUARTER-FIRST
                           AND MH-DATE(1:6) <= WS-QUARTER-LAST)
                           OR MH-CAMPAIGN = WS-CAMPAIGN-CODE
                           PERFORM 0160-KEEP-ONE-MAILING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-HISTORY-FILE.

      *    A PARTIAL HISTORY WOULD LET CUSTOMERS PAST THE LIMIT
      *    THROUGH, SO THE RUN STOPS RATHER THAN GUESS.
       0160-KEEP-ONE-MAILING.
           IF WS-MH-COUNT = 5000
               DISPLAY "*** mailhistory.dat HAS MORE MAILINGS THIS "
                   "QUARTER THAN ONE RUN CAN CHECK. NO EXTRACT. ***"
               CLOSE MAIL-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-MH-COUNT
           MOVE MH-CUST-ID TO MHE-CUST-ID(WS-MH-COUNT)
           MOVE MH-CAMPAIGN TO MHE-CAMPAIGN(WS-MH-COUNT)
           MOVE MH-DATE TO MHE-DATE(WS-MH-COUNT).

       0200-SWEEP-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
                   MOVE C TO WS-CC-INDEX
               END-IF
           END-PERFORM
           PERFORM 0350-COUNT-MAILINGS
           EVALUATE TRUE
               WHEN WS-CC-INDEX = 0
                   ADD 1 TO WS-NO-CONTACT-COUNT
      *        BILL BACK -- SKIPPED UNTIL IT IS REPAIRED.
               WHEN CNT-STATUS(WS-CC-INDEX) = "U"
                   ADD 1 TO WS-UNDELIV-COUNT
               WHEN WS-ALREADY-MAILED = "Y"
                   ADD 1 TO WS-REPEAT-COUNT
               WHEN WS-MAX-PER-QUARTER > 0
                   AND WS-MAILED-THIS-QTR >= WS-MAX-PER-QUARTER
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN OTHER
                   PERFORM 0400-WRITE-ONE-LABEL
           END-EVALUATE.

       0350-COUNT-MAILINGS.
           MOVE 0 TO WS-MAILED-THIS-QTR
           MOVE "N" TO WS-ALREADY-MAILED
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-MH-COUNT
               IF MHE-CUST-ID(H) = CM-ID
                   IF MHE-CAMPAIGN(H) = WS-CAMPAIGN-CODE
                       MOVE "Y" TO WS-ALREADY-MAILED
                   END-IF
                   IF MHE-DATE(H)(1:6) >= WS-QUARTER-FIRST
                       AND MHE-DATE(H)(1:6) <= WS-QUARTER-LAST
                       ADD 1 TO WS-MAILED-THIS-QTR
                   END-IF
               END-IF
           END-PERFORM.

       0400-WRITE-ONE-LABEL.
           ADD 1 TO WS-LABEL-COUNT
           MOVE SPACES TO WS-LABEL-LINE
           MOVE WS-LABEL-LINE TO MAIL-LIST-RECORD
           WRITE MAIL-LIST-RECORD
           MOVE SPACES TO MAIL-LIST-RECORD
           WRITE MAIL-LIST-RECORD
           MOVE CM-ID TO MH-CUST-ID
           MOVE WS-CAMPAIGN-CODE TO MH-CAMPAIGN
           MOVE WS-TODAY TO MH-DATE
           WRITE MAIL-HISTORY-RECORD.
