               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-IX-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-IX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 FILLER           PIC X(142).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY           PIC X(15).
           05 FILLER           PIC X(79).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 FILLER           PIC X(49).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 FILLER           PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 FILLER           PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-TI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SET-MEMBERS      PIC 9(3) VALUE 0.
       01  WS-SET-PROBLEMS     PIC 9(3) VALUE 0.
       01  WS-OVERRIDE         PIC X VALUE " ".
       01  WS-IMAGE            PIC X(150) VALUE SPACES.
       01  WS-FILE-MISSING     PIC X VALUE "N".

      *    EVERY OPERATIONAL FILE IN THE SET. FT-TYPE "T" COPIES
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".
       01  WS-CUSTMASTER-LOGICAL PIC X(20) VALUE "custmaster.dat".
       01  WS-CUSTMASTER-PATH  PIC X(50) VALUE "custmaster.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
           MOVE "T" TO FT-TYPE(WS-FT-COUNT)
           ADD 1 TO WS-FT-COUNT
           MOVE "custmaster.dat" TO FT-NAME(WS-FT-COUNT)
           MOVE "I" TO FT-TYPE(WS-FT-COUNT)
           MOVE 8 TO FT-IX-NO(WS-FT-COUNT)
           ADD 1 TO WS-FT-COUNT
           MOVE "custcontact.dat" TO FT-NAME(WS-FT-COUNT)
           MOVE "T" TO FT-TYPE(WS-FT-COUNT)
                   OPEN INPUT STUDENT-MASTER-FILE
               WHEN 7
                   OPEN INPUT STUDENT-DIR-FILE
               WHEN 8
                   OPEN INPUT CUSTOMER-MASTER-FILE
           END-EVALUATE.

       1700-READ-INDEXED-NEXT.
                       NOT AT END
                           MOVE STUDENT-DIR-RECORD TO WS-IMAGE
                   END-READ
               WHEN 8
                   READ CUSTOMER-MASTER-FILE
                       AT END MOVE "Y" TO WS-IX-EOF
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE
                   END-READ
           END-EVALUATE.

       1800-CLOSE-INDEXED.
                   CLOSE STUDENT-MASTER-FILE
               WHEN 7
                   CLOSE STUDENT-DIR-FILE
               WHEN 8
                   CLOSE CUSTOMER-MASTER-FILE
           END-EVALUATE.

      *    ----- RESTORE SIDE -----
                       MOVE "Y" TO WS-TI-EOF
                   NOT AT END
                       IF TEXT-IN-RECORD(1:3) = "IMG"
                           MOVE TEXT-IN-RECORD(4:150) TO WS-IMAGE
                           PERFORM 2700-WRITE-INDEXED-RECORD
                       END-IF
               END-READ
                   OPEN OUTPUT STUDENT-MASTER-FILE
               WHEN 7
                   OPEN OUTPUT STUDENT-DIR-FILE
               WHEN 8
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
           END-EVALUATE.

       2700-WRITE-INDEXED-RECORD.
               WHEN 7
                   MOVE WS-IMAGE TO STUDENT-DIR-RECORD
                   WRITE STUDENT-DIR-RECORD
               WHEN 8
                   MOVE WS-IMAGE TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
           END-EVALUATE.
