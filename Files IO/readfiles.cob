           05 WS-AB-STATUS     PIC X(2).
           05 WS-AB-DATA       PIC X(40).

      *    THE REGISTER LISTS ONE COMPANY'S STAFF -- THE COMPANY THE
      *    CYCLE IS RUNNING FOR (SEE Shared/company.cob). THE PAGE
      *    HEADING NAMES IT.
       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.

       PROCEDURE DIVISION.
       0001-MAIN.
           CALL "ENVCONFIG" USING WS-EMP-LOGICAL WS-EMPLOYEE-PATH
           CALL "ENVCONFIG" USING WS-CKP-LOGICAL WS-CHECKPOINT-PATH
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY TO PRINT THE REGISTER FOR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "RESTART FROM LAST CHECKPOINT? (Y/N): "
           ACCEPT WS-RESTART-ANSWER
           IF WS-RESTART-ANSWER = "Y" OR WS-RESTART-ANSWER = "y"
           END-IF.

       0015-PROCESS-RECORD.
           MOVE "W" TO WS-CO-FUNCTION
           MOVE EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT NOT = "N"
               PERFORM 0020-PRINT-DETAIL
           END-IF
           PERFORM 0040-WRITE-CHECKPOINT.

       0010-PRINT-HEADING.
