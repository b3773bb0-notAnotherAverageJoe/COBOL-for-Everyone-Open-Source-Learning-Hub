      *            EMP-IDS ARE VALIDATED AGAINST EMPLOYEE-FILE SO A
      *            PAYMENT CAN NEVER BE DIRECTED FOR SOMEONE NOT ON
      *            THE MASTER.
      *            THE ROUTING AND ACCOUNT NUMBERS ARE STORED
      *            ENCRYPTED (SEE Shared/fieldcrypt.cob) -- THEY ARE
      *            ENCRYPTED AS SOON AS THEY ARE KEYED AND CHECKED,
      *            AND A LOOK-UP SHOWS THEM MASKED.
      *    compile with ->  cobc -x -o bankmaint bankmaint.cob
      *    then run ./bankmaint

       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BANKMAINT".
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X.
           05 WS-FC-FILE       PIC X VALUE "B".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    ON PAYDAY.
           MOVE "P" TO BD-STATUS
           MOVE SPACES TO BD-PRENOTE-DATE
           MOVE "E" TO WS-FC-FUNCTION
           MOVE BD-ROUTING TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO BD-ROUTING
           MOVE BD-ACCOUNT TO WS-FC-VALUE
           MOVE 12 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO BD-ACCOUNT
           DISPLAY "DETAILS ENTER PRENOTE -- A ZERO-AMOUNT "
               "VERIFICATION GOES IN THE NEXT TRANSMISSION AND "
               "LIVE PAYMENT IS HELD UNTIL IT CLEARS.".
                   DISPLAY "NO BANK DETAILS ON FILE FOR " BD-EMP-ID
               NOT INVALID KEY
                   DISPLAY "EMP-ID:       " BD-EMP-ID
                   MOVE "M" TO WS-FC-FUNCTION
                   MOVE BD-ROUTING TO WS-FC-VALUE
                   MOVE 9 TO WS-FC-LENGTH
                   CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                       WS-FC-LENGTH WS-FC-VALUE
                   DISPLAY "ROUTING:      " WS-FC-VALUE(1:9)
                   MOVE BD-ACCOUNT TO WS-FC-VALUE
                   MOVE 12 TO WS-FC-LENGTH
                   CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                       WS-FC-LENGTH WS-FC-VALUE
                   DISPLAY "ACCOUNT:      " WS-FC-VALUE(1:12)
                   DISPLAY "ACCOUNT TYPE: " BD-ACCT-TYPE
                   DISPLAY "STATUS:       " BD-STATUS
                   IF BD-STATUS = "P" OR BD-STATUS = "W"
