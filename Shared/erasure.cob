       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AND KEYS COPYBOOKS MAINTAINS.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).

      *    THE MASTER RECORD GOES OUTRIGHT; ITS NAMES ARE KEPT IN
      *    WORKING STORAGE FIRST SO THE TEXT SCRUBS KNOW WHAT TO
      *    LOOK FOR. custmaster.dat IS INDEXED ON CM-ID, SO THE ONE
      *    RECORD IS READ AND DELETED BY KEY.
       0210-DROP-FROM-CUSTMASTER.
           MOVE "N" TO WS-SUBJECT-FOUND
           MOVE 0 TO WS-RECORDS-DROPPED
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               GO TO 0210-EXIT
           END-IF
           MOVE WS-ERASE-ID TO CM-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUBJECT-FOUND
                   MOVE CM-FIRST-NAME TO WS-NAME-1
                   MOVE CM-LAST-NAME TO WS-NAME-2
                   PERFORM 0600-SET-NAME-LENGTHS
                   DELETE CUSTOMER-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** UNABLE TO DELETE " CM-ID
                               " FROM custmaster.dat, STATUS = "
                               WS-CM-FILE-STATUS " ***"
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-DROPPED
                   END-DELETE
           END-READ
           CLOSE CUSTOMER-MASTER-FILE
           MOVE SPACES TO WS-CERT-LINE
           STRING "  custmaster.dat: " WS-RECORDS-DROPPED
