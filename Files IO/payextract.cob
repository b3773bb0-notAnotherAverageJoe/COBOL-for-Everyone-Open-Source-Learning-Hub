      *            DATE ON THE HISTORY FILE. EMPLOYEES PAID WITHOUT
      *            BANK DETAILS ON FILE ARE LISTED FOR FOLLOW-UP AND
      *            LEFT OUT OF THE TRANSMISSION.
      *            THE EXTRACT IS FOR ONE COMPANY (SEE
      *            Shared/company.cob): ONLY THAT COMPANY'S CYCLE IS
      *            FOUND, VERIFIED AND SENT, AND ITS TRAILER NAMES
      *            THE COMPANY, ITS EMPLOYER ACCOUNT AND THE FUNDING
      *            ROUTING/ACCOUNT THE BANK DEBITS -- EACH COMPANY'S
      *            TRANSMISSION BALANCES ON ITS OWN.
      *            bankdetails.dat HOLDS THE ROUTING AND ACCOUNT
      *            NUMBERS ENCRYPTED (SEE Shared/fieldcrypt.cob);
      *            THEY ARE DECRYPTED STRAIGHT INTO THE TRANSMISSION
      *            RECORD, THE ONE PLACE THE BANK NEEDS THEM CLEAR.
      *    compile with ->  cobc -x -o payextract payextract.cob
      *    then run ./payextract

           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 CC-STEP-NAME     PIC X(12).
           05 CC-RECORD-COUNT  PIC 9(5).
           05 CC-TOTAL-NET     PIC S9(9)V99.
           05 CC-COMPANY       PIC X(4).

      *    FIXED FORMAT AGREED WITH THE BANK: "PAY" DETAIL RECORDS
      *    THEN ONE "TRL" TRAILER CARRYING COUNT AND TOTAL NET,
      *    AND THE COMPANY WHOSE FUNDING ACCOUNT PAYS FOR THEM.
       FD  TRANSMIT-FILE.
       01  TRANSMIT-RECORD.
           05 TR-RECORD-TYPE   PIC X(3).
           05 TRT-COUNT        PIC 9(5).
           05 TRT-TOTAL-NET    PIC 9(9)V99.
           05 TRT-PAY-DATE     PIC X(8).
           05 TRT-COMPANY      PIC X(4).
           05 TRT-EMPLOYER-ID  PIC X(9).
           05 TRT-FUND-ROUTING PIC X(9).
           05 TRT-FUND-ACCOUNT PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  ED-TOTAL-NET        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYEXTRACT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "B".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

       01  WS-RUN-COMPANY      PIC X(4) VALUE SPACES.
       01  WS-RUN-EMPLOYER-ID  PIC X(9) VALUE SPACES.
       01  WS-RUN-FUND-ROUTING PIC X(9) VALUE SPACES.
       01  WS-RUN-FUND-ACCOUNT PIC X(12) VALUE SPACES.
       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
           CALL "ENVCONFIG" USING WS-BANK-LOGICAL
               WS-BANK-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY TO EXTRACT FOR. NOTHING SENT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           MOVE WS-CO-EMPLOYER-ID TO WS-RUN-EMPLOYER-ID
           MOVE WS-CO-BANK-ROUTING TO WS-RUN-FUND-ROUTING
           MOVE WS-CO-BANK-ACCOUNT TO WS-RUN-FUND-ACCOUNT
           PERFORM 0100-FIND-LATEST-CYCLE THRU 0100-EXIT
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "NO PAY HISTORY ON FILE. RUN payrun FIRST."
                       IF PH-PAY-DATE NOT = WS-CYCLE-DATE
                           MOVE "Y" TO WS-PH-EOF
                       ELSE
                           MOVE PH-COMPANY TO WS-CO-CODE
                           PERFORM 0170-MATCH-COMPANY
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0200-EXTRACT-ONE-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "EXTRACTED " WS-PAYMENT-COUNT " PAYMENTS, CYCLE "
               WS-CYCLE-DATE " " WS-RUN-COMPANY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.
      *    THE CYCLE TO TRANSMIT IS THE LATEST PAY DATE ON FILE --
      *    THE ONE payrun (OR AN OFF-CYCLE PAYMENT) JUST STAMPED ON
      *    cyclecontrol.dat. ONLY WHEN NO CONTROL FILE EXISTS DOES
      *    THE OLD FULL SCAN OF THE HISTORY RUN. EITHER WAY ONLY
      *    THE RUN COMPANY'S LINES AND PAYMENTS COUNT.
       0100-FIND-LATEST-CYCLE.
           MOVE "N" TO WS-CC-EOF
           OPEN INPUT CYCLE-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-CC-EOF
                       NOT AT END
                           MOVE CC-COMPANY TO WS-CO-CODE
                           PERFORM 0170-MATCH-COMPANY
                           IF CC-CYCLE-DATE > WS-CYCLE-DATE
                                   AND WS-CO-RESULT NOT = "N"
                               MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE
                           END-IF
                   END-READ
                       AT END
                           MOVE "Y" TO WS-PH-EOF
                       NOT AT END
                           MOVE PH-COMPANY TO WS-CO-CODE
                           PERFORM 0170-MATCH-COMPANY
                           IF PH-PAY-DATE > WS-CYCLE-DATE
                                   AND WS-CO-RESULT NOT = "N"
                               MOVE PH-PAY-DATE TO WS-CYCLE-DATE
                           END-IF
                   END-READ
                       AT END
                           MOVE "Y" TO WS-CC-EOF
                       NOT AT END
                           MOVE CC-COMPANY TO WS-CO-CODE
                           PERFORM 0170-MATCH-COMPANY
                           IF CC-CYCLE-DATE = WS-CYCLE-DATE
                               AND CC-STEP-NAME NOT = "PAYEXTRACT"
                               AND WS-CO-RESULT NOT = "N"
                               MOVE "Y" TO WS-CTL-FOUND
                               ADD CC-RECORD-COUNT TO WS-CTL-COUNT
                               ADD CC-TOTAL-NET TO WS-CTL-NET
                       IF PH-PAY-DATE NOT = WS-CYCLE-DATE
                           MOVE "Y" TO WS-PH-EOF
                       ELSE
                           MOVE PH-COMPANY TO WS-CO-CODE
                           PERFORM 0170-MATCH-COMPANY
                           IF WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-FILE-COUNT
                               ADD PH-NET TO WS-FILE-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE CC-RECORD-COUNT =
               WS-PAYMENT-COUNT + WS-PRENOTE-COUNT
           MOVE WS-TOTAL-NET TO CC-TOTAL-NET
           MOVE WS-RUN-COMPANY TO CC-COMPANY
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL-FILE.

      *    DOES THE COMPANY CODE IN WS-CO-CODE (BLANK ON LINES
      *    WRITTEN BEFORE THERE WERE COMPANIES = HOME) BELONG TO
      *    THE COMPANY THIS EXTRACT IS FOR? "N" IS THE ONLY NO.
       0170-MATCH-COMPANY.
           MOVE "B" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS.

       0200-EXTRACT-ONE-PAYMENT.
           MOVE PH-EMP-ID TO BD-EMP-ID
           READ BANK-DETAILS-FILE
               NOT INVALID KEY
                   MOVE EMP-NAME TO TR-NAME
           END-READ
           PERFORM 0350-CLEAR-BANK-NUMBERS
           MOVE BD-ACCT-TYPE TO TR-ACCT-TYPE
           MOVE 0 TO TR-NET
           MOVE WS-CYCLE-DATE TO TR-PAY-DATE
               NOT INVALID KEY
                   MOVE EMP-NAME TO TR-NAME
           END-READ
           PERFORM 0350-CLEAR-BANK-NUMBERS
           MOVE BD-ACCT-TYPE TO TR-ACCT-TYPE
           IF PH-NET > 0
               MOVE PH-NET TO TR-NET
           ADD 1 TO WS-PAYMENT-COUNT
           ADD TR-NET TO WS-TOTAL-NET.

      *    THE STORED NUMBERS ARE DECRYPTED INTO THE TRANSMISSION
      *    RECORD ONLY -- BANK-DETAILS-RECORD KEEPS THEM ENCRYPTED
      *    FOR THE PRENOTE REWRITE.
       0350-CLEAR-BANK-NUMBERS.
           MOVE BD-ROUTING TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO TR-ROUTING
           MOVE BD-ACCOUNT TO WS-FC-VALUE
           MOVE 12 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO TR-ACCOUNT.

      *    THE TRAILER COUNT COVERS EVERY DETAIL RECORD THE BANK
      *    RECEIVES -- LIVE PAYMENTS AND ZERO-AMOUNT PRENOTES.
       0400-WRITE-TRAILER.
               WS-PAYMENT-COUNT + WS-PRENOTE-COUNT
           MOVE WS-TOTAL-NET TO TRT-TOTAL-NET
           MOVE WS-CYCLE-DATE TO TRT-PAY-DATE
           MOVE WS-RUN-COMPANY TO TRT-COMPANY
           MOVE WS-RUN-EMPLOYER-ID TO TRT-EMPLOYER-ID
           MOVE WS-RUN-FUND-ROUTING TO TRT-FUND-ROUTING
           MOVE WS-RUN-FUND-ACCOUNT TO TRT-FUND-ACCOUNT
           WRITE TRANSMIT-TRAILER.
