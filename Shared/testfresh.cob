      *            SO THE PAY CHAIN RUNS END TO END ON REALISTIC
      *            VOLUMES. budgethistory.dat COPIES AS-IS -- IT
      *            CARRIES NO PERSONAL IDENTIFIERS BEYOND THE
      *            HOUSEHOLD CODE. THE PROD COPIES OF THE BANK
      *            NUMBERS AND MEMBER DOBS ARE HELD ENCRYPTED UNDER
      *            THE PRODUCTION FIELD KEY; THEY ARE DECRYPTED
      *            BEFORE MASKING AND THE TEST COPIES ARE WRITTEN
      *            MASKED BUT CLEAR -- THE TEST ENVIRONMENT CARRIES
      *            NO FIELD KEY OF ITS OWN.
      *    compile with ->  cobc -x -o testfresh Shared/testfresh.cob
      *    then run ./testfresh

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-EMP-ID
               FILE STATUS IS WS-TB-FILE-STATUS.
           SELECT PROD-CUSTOMER-FILE
               ASSIGN TO "proddata/custmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-ID
               ALTERNATE RECORD KEY IS PC-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT TEST-CUSTOMER-FILE
               ASSIGN TO "testdata/custmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-ID
               ALTERNATE RECORD KEY IS TC-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT TEXT-IN-FILE ASSIGN TO WS-TEXT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-FILE-STATUS.
           05 TB-ACCOUNT       PIC X(12).
           05 TB-REST          PIC X(10).

       FD  PROD-CUSTOMER-FILE.
       01  PROD-CUSTOMER-RECORD.
           05 PC-ID            PIC X(6).
           05 PC-FIRST-NAME    PIC X(15).
           05 PC-LAST-NAME     PIC X(15).
           05 PC-AGE           PIC 9(3).

       FD  TEST-CUSTOMER-FILE.
       01  TEST-CUSTOMER-RECORD.
           05 TC-ID            PIC X(6).
           05 TC-FIRST-NAME    PIC X(15).
           05 TC-LAST-NAME     PIC X(15).
           05 TC-AGE           PIC 9(3).

       FD  TEXT-IN-FILE.
       01  TEXT-IN-RECORD      PIC X(200).

       01  WS-TE-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TESTFRESH".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "B".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PROD-BANK-RECORD TO TEST-BANK-RECORD
                       PERFORM 0240-CLEAR-BANK-NUMBERS
                       PERFORM 0250-SCRAMBLE-ROUTING
                       PERFORM 0260-SCRAMBLE-ACCOUNT
                       WRITE TEST-BANK-RECORD
       0200-EXIT.
           EXIT.

       0240-CLEAR-BANK-NUMBERS.
           MOVE "B" TO WS-FC-FILE
           MOVE PB-ROUTING TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO TB-ROUTING
           MOVE PB-ACCOUNT TO WS-FC-VALUE
           MOVE 12 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO TB-ACCOUNT.

       0250-SCRAMBLE-ROUTING.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 9
               IF TB-ROUTING(D:1) IS NUMERIC
           END-PERFORM.

      *    custmaster CARRIES AN AGE, NOT A DOB -- SHIFTING IT A
      *    YEAR IS THE SAME MASK IN THAT SHAPE. BOTH SIDES ARE
      *    INDEXED ON CM-ID, SO THE TEST COPY COMES OUT IN KEY
      *    ORDER STRAIGHT FROM THE PROD READ.
       0300-REFRESH-CUSTMASTER.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT PROD-CUSTOMER-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
               DISPLAY "NO proddata/custmaster.dat -- SKIPPED."
               GO TO 0300-EXIT
           END-IF
           OPEN OUTPUT TEST-CUSTOMER-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ PROD-CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PROD-CUSTOMER-RECORD
                           TO TEST-CUSTOMER-RECORD
                       MOVE "TEST" TO TC-FIRST-NAME
                       MOVE PC-ID TO TC-LAST-NAME
                       IF PC-AGE IS NUMERIC
                           MOVE PC-AGE TO WS-WORK-AGE
                           ADD 1 TO WS-WORK-AGE
                           MOVE WS-WORK-AGE TO TC-AGE
                       END-IF
                       WRITE TEST-CUSTOMER-RECORD
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
           END-PERFORM
           CLOSE PROD-CUSTOMER-FILE
           CLOSE TEST-CUSTOMER-FILE
           DISPLAY "custmaster.dat: " WS-COPIED-COUNT " RECORDS, "
               "NAMES FICTIONALIZED, AGES SHIFTED.".
       0300-EXIT.
                       MOVE "MEMBER" TO TEXT-OUT-RECORD(7:6)
                       MOVE TEXT-IN-RECORD(1:6)
                           TO TEXT-OUT-RECORD(14:6)
                       MOVE "M" TO WS-FC-FILE
                       MOVE TEXT-IN-RECORD(27:8) TO WS-FC-VALUE
                       MOVE 8 TO WS-FC-LENGTH
                       CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                           WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                       MOVE WS-FC-VALUE(1:8) TO TEXT-OUT-RECORD(27:8)
                       MOVE WS-FC-VALUE(1:8) TO TEXT-IN-RECORD(27:8)
                       IF TEXT-IN-RECORD(27:4) IS NUMERIC
                           MOVE TEXT-IN-RECORD(27:4)
                               TO WS-WORK-YEAR
