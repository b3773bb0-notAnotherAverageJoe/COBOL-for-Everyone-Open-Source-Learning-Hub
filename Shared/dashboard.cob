      *            FOR EMPLOYEES, NOTHING FOR THE REST), SO THE
      *            DAILY HEALTH CHECK WAS OPENING FILES ONE BY ONE.
      *            THIS PROGRAM REPORTS, FOR EVERY OPERATIONAL FILE
      *            -- THE THREE INDEXED MASTERS AND THE LINE
      *            SEQUENTIAL MASTERS AND LOGS -- THE FILE STATUS
      *            OF AN OPEN ATTEMPT, THE RECORD COUNT, AND THE
      *            DATE STAMP ON THE LAST RECORD WHERE ONE EXISTS,
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT TEXT-FILE ASSIGN TO WS-TEXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           05 SM-STUDENT-ID    PIC X(5).
           05 FILLER           PIC X(26).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 FILLER           PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 FILLER           PIC X(3).

       FD  TEXT-FILE.
       01  TEXT-RECORD         PIC X(150).

       01  F                   PIC 9(2) VALUE 1.
       01  S                   PIC 9(2) VALUE 1.

      *    THE SHOP'S OPERATIONAL FILES. TYPE E, S, C AND T PICK
      *    THE SELECT THAT CAN READ THEM: THE INDEXED MASTERS HAVE
      *    THEIR OWN, EVERYTHING ELSE GOES THROUGH THE GENERIC
      *    TEXT READER.
       01  FILE-NAME-LIST.
           05 FILLER PIC X(26) VALUE "Eemployee.dat".
           05 FILLER PIC X(26) VALUE "Sstudentmaster.dat".
           05 FILLER PIC X(26) VALUE "Ccustmaster.dat".
           05 FILLER PIC X(26) VALUE "Tmembership.dat".
           05 FILLER PIC X(26) VALUE "Tbudgethistory.dat".
           05 FILLER PIC X(26) VALUE "Tauditlog.dat".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-SNAPSHOT
           DISPLAY "----- OPERATIONS DASHBOARD FOR " WS-TODAY
                   PERFORM 0300-COUNT-EMPLOYEE-FILE
               WHEN "S"
                   PERFORM 0350-COUNT-STUDENT-FILE
               WHEN "C"
                   PERFORM 0370-COUNT-CUSTOMER-FILE
               WHEN OTHER
                   PERFORM 0400-COUNT-TEXT-FILE
           END-EVALUATE
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0370-COUNT-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           MOVE WS-GEN-FILE-STATUS TO WS-OPEN-STATUS
           IF WS-OPEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    LINE SEQUENTIAL: COUNT THE LINES, AND KEEP THE LAST
      *    LINE'S LEADING YYYYMMDD AS THE LAST-UPDATE EVIDENCE
      *    WHERE THE FILE CARRIES ONE (EVERY LOG DOES).
