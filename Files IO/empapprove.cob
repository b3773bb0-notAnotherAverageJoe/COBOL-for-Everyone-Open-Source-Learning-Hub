      *            FOR TERMINATIONS, MOVE THE RECORD TO
      *            termarchive.dat); BOTH APPROVALS AND REJECTIONS
      *            LAND IN THE FIELD-LEVEL JOURNAL empjournal.dat.
      *            A REJECTED TERMINATION PUTS THE EMPLOYEE'S LOANS
      *            BACK TO ORDINARY REPAYMENT ON loans.dat.
      *            EVERY DECISION IS STAMPED WITH THE DECIDING
      *            OPERATOR AND DATE ON pendchg.dat, AND EVERY
      *            JOURNAL ENTRY CARRIES THE OPERATOR, SO sodcheck
      *            CAN TELL WHO APPROVED WHAT AND WHEN.
      *    compile with ->  cobc -x -o empapprove empapprove.cob
      *    then run ./empapprove

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PC-REASON        PIC X(3).
           05 PC-BEFORE        PIC X(82).
           05 PC-AFTER         PIC X(82).
           05 PC-DECIDED-DATE  PIC X(8).

       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-RECORD.
           05 JR-EMP-ID        PIC X(5).
           05 JR-BEFORE-IMAGE  PIC X(82).
           05 JR-AFTER-IMAGE   PIC X(82).
           05 JR-OPERATOR-ID   PIC X(10).

      *    SAME LAYOUT offcycle.cob AND PAYRUN USE.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05 LN-EMP-ID        PIC X(5).
           05 LN-LOAN-NO       PIC 9(4).
           05 LN-TYPE          PIC X.
           05 LN-ISSUE-DATE    PIC X(8).
           05 LN-PRINCIPAL     PIC 9(7)V99.
           05 LN-REPAYMENT     PIC 9(5)V99.
           05 LN-INT-RATE      PIC 9(2)V99.
           05 LN-BALANCE       PIC 9(7)V99.
           05 LN-STATUS        PIC X.
           05 LN-CLOSED-DATE   PIC X(8).
           05 LN-LAST-DATE     PIC X(8).
           05 LN-LAST-REPAID   PIC 9(7)V99.
           05 LN-LAST-INTEREST PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".
       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES PIC X(80).
       01  LO                  PIC 9(3) VALUE 1.
       01  WS-LOAN-UNFLAGGED   PIC 9(3) VALUE 0.
       01  ED-LEAVE-BALANCE    PIC -ZZ9.99.
       01  WS-PC-EOF           PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
               10 PTE-REASON        PIC X(3).
               10 PTE-BEFORE        PIC X(82).
               10 PTE-AFTER         PIC X(82).
               10 PTE-DECIDED-DATE  PIC X(8).
       01  Q                   PIC 9(3) VALUE 1.

      *    NUMERIC VIEW OF THE QUEUED AFTER-IMAGE FOR THE APPLY.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-PENDING-TABLE
           IF WS-PT-COUNT = 100 AND WS-PC-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW --
                       MOVE PC-REASON TO PTE-REASON(WS-PT-COUNT)
                       MOVE PC-BEFORE TO PTE-BEFORE(WS-PT-COUNT)
                       MOVE PC-AFTER TO PTE-AFTER(WS-PT-COUNT)
                       MOVE PC-DECIDED-DATE
                           TO PTE-DECIDED-DATE(WS-PT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGES-FILE.
                   ELSE
                       MOVE "A" TO PTE-STATUS(Q)
                       MOVE WS-OPERATOR-ID TO PTE-DECIDED-BY(Q)
                       MOVE WS-TODAY TO PTE-DECIDED-DATE(Q)
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGE" TO WS-JRN-ACTION
                       PERFORM 0500-WRITE-JOURNAL
               ELSE
                   MOVE "A" TO PTE-STATUS(Q)
                   MOVE WS-OPERATOR-ID TO PTE-DECIDED-BY(Q)
                   MOVE WS-TODAY TO PTE-DECIDED-DATE(Q)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "TERM" TO WS-JRN-ACTION
                   PERFORM 0500-WRITE-JOURNAL
       0400-REJECT-ITEM.
           MOVE "R" TO PTE-STATUS(Q)
           MOVE WS-OPERATOR-ID TO PTE-DECIDED-BY(Q)
           MOVE WS-TODAY TO PTE-DECIDED-DATE(Q)
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECT" TO WS-JRN-ACTION
           PERFORM 0500-WRITE-JOURNAL
           DISPLAY "  REQUEST REJECTED."
           IF PTE-ACTION(Q) = "TERM"
               PERFORM 0450-UNFLAG-LOANS
           END-IF.

      *    EmployeeMaint FLAGGED THE EMPLOYEE'S OPEN LOANS FOR THE
      *    FINAL CHECK WHEN THE TERMINATION WAS REQUESTED. THE
      *    PERSON IS STAYING, SO THE LOANS GO BACK TO ORDINARY
      *    INSTALMENTS.
       0450-UNFLAG-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-EOF
           MOVE 0 TO WS-LOAN-UNFLAGGED
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-LN-EOF
                   NOT AT END
                       IF LN-EMP-ID = PTE-EMP-ID(Q) AND LN-STATUS = "F"
                           MOVE "A" TO LN-STATUS
                           ADD 1 TO WS-LOAN-UNFLAGGED
                       END-IF
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-RECORD TO LN-ENTRY(WS-LN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
               DISPLAY "  *** MORE THAN 200 LOANS ON loans.dat -- "
                   "RESET THE FINAL-CHECK FLAG BY HAND. ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-UNFLAGGED > 0
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
                   MOVE LN-ENTRY(LO) TO LOAN-RECORD
                   WRITE LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
               DISPLAY "  " WS-LOAN-UNFLAGGED " LOAN(S) BACK ON "
                   "ORDINARY REPAYMENT."
           END-IF.

      *    BOTH DECISIONS LAND IN THE SAME FIELD-LEVEL JOURNAL
      *    EmployeeMaint WRITES, SO THE WHOLE STORY OF A RECORD --
           ELSE
               MOVE PTE-AFTER(Q) TO JR-AFTER-IMAGE
           END-IF
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

               MOVE PTE-REASON(Q)       TO PC-REASON
               MOVE PTE-BEFORE(Q)       TO PC-BEFORE
               MOVE PTE-AFTER(Q)        TO PC-AFTER
               MOVE PTE-DECIDED-DATE(Q) TO PC-DECIDED-DATE
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGES-FILE.
