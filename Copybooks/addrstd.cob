      *            EXCEPTIONS REPORT addrexceptions.txt AND ARE
      *            FLAGGED CC-MAIL-STATUS "U" -- MAILEXTRACT SKIPS
      *            THEM UNTIL THEY ARE REPAIRED. WE PAY PER LABEL;
      *            BAD LABELS ARE PURE WASTE. THE STREET IS HELD
      *            ENCRYPTED: IT IS DECRYPTED TO BE WORKED ON,
      *            ENCRYPTED AGAIN ON THE WAY BACK, AND SHOWN MASKED
      *            ON THE EXCEPTIONS REPORT (PHONE AND E-MAIL PASS
      *            THROUGH UNTOUCHED).
      *    compile with (from the repo root) ->
      *        cobc -x -o addrstd Copybooks/addrstd.cob
      *    then run ./addrstd

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "ADDRSTD".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X.
           05 WS-FC-FILE       PIC X VALUE "C".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 25.
           05 WS-FC-VALUE      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
                       NOT AT END
                           ADD 1 TO WS-CC-COUNT
                           MOVE CC-ID TO CNT-ID(WS-CC-COUNT)
                           MOVE "D" TO WS-FC-FUNCTION
                           MOVE CC-STREET TO WS-FC-VALUE
                           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                           MOVE WS-FC-VALUE
                               TO CNT-STREET(WS-CC-COUNT)
                           MOVE CC-CITY TO CNT-CITY(WS-CC-COUNT)
                           MOVE CC-POSTAL
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "U" TO CNT-STATUS(C)
               MOVE "E" TO WS-FC-FUNCTION
               MOVE CNT-STREET(C) TO WS-FC-VALUE
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               MOVE "M" TO WS-FC-FUNCTION
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING CNT-ID(C) " " WS-EXCEPTION-TEXT " | "
                   WS-FC-VALUE(1:25) " " CNT-CITY(C) " "
                   CNT-POSTAL(C)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD

       0800-REWRITE-CONTACT-FILE.
           OPEN OUTPUT CONTACT-FILE
           MOVE "E" TO WS-FC-FUNCTION
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
               MOVE CNT-ID(C)      TO CC-ID
               MOVE CNT-STREET(C)  TO WS-FC-VALUE
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               MOVE WS-FC-VALUE    TO CC-STREET
               MOVE CNT-CITY(C)    TO CC-CITY
               MOVE CNT-POSTAL(C)  TO CC-POSTAL
               MOVE CNT-PHONE(C)   TO CC-PHONE
