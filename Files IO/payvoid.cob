      *            OUT OF ytd.dat, AND APPENDS A "REV" RECORD TO
      *            paytransmit.dat SO THE BANK PULLS THE DEPOSIT
      *            BACK. A PAYMENT ALREADY CARRYING AN OFFSETTING
      *            RECORD CANNOT BE VOIDED TWICE. EXPENSE CLAIMS THE
      *            PAYMENT REIMBURSED (expclaims.dat) GO BACK TO
      *            UNPAID SO THE NEXT CYCLE PAYS THEM AGAIN. LOAN
      *            REPAYMENTS THE PAYMENT TOOK (loans.dat) GO BACK ON
      *            THE BALANCE, LESS THE INTEREST CHARGED WITH THEM,
      *            AND A LOAN OR ADVANCE ISSUED BY A VOIDED OFF-CYCLE
      *            PAYMENT IS CLOSED BEFORE ANYTHING IS RECOVERED.
      *            SECTION STIPEND INSTALLMENTS IT PAID (stipends.dat)
      *            GO BACK TO UNPAID LIKE THE CLAIMS. WHAT IT WITHHELD
      *            FOR A COURT ORDER COMES OFF THE ORDER'S PAID-TO-
      *            DATE ON garnishments.dat, REOPENING AN ORDER IT
      *            HAD CLOSED, AND IS JOURNALED BACK TO dedhistory.dat
      *            AS A REVERSING LINE THE REMITTANCE RUN NETS OFF.
      *            THE OFFSET AND ITS CONTROL ENTRY CARRY THE
      *            COMPANY THAT MADE THE ORIGINAL PAYMENT, SO THAT
      *            COMPANY'S CYCLE IS THE ONE THAT NETS TO ZERO.
      *            EVERYTHING GOES THROUGH THE SHARED AUDIT TRAIL.
      *            THE STORED ROUTING AND ACCOUNT NUMBERS ARE
      *            ENCRYPTED AND ARE DECRYPTED ONLY INTO THE
      *            REVERSAL RECORD THE BANK RECEIVES.
      *    compile with ->  cobc -x -o payvoid payvoid.cob
      *    then run ./payvoid

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT STIPEND-FILE ASSIGN TO "stipends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT DEDUCTION-HISTORY-FILE ASSIGN TO "dedhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).


      *    CONTROL TOTALS BALANCED BY PAYEXTRACT BEFORE A CYCLE IS
           05 CC-STEP-NAME     PIC X(12).
           05 CC-RECORD-COUNT  PIC 9(5).
           05 CC-TOTAL-NET     PIC S9(9)V99.
           05 CC-COMPANY       PIC X(4).

      *    SAME FIXED FORMAT PAYEXTRACT WRITES. A "REV" RECORD
      *    TELLS THE BANK TO PULL THE DEPOSIT BACK.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

      *    SAME LAYOUT expclaim.cob AND PAYRUN USE.
       FD  EXPENSE-CLAIM-FILE.
       01  EXPENSE-CLAIM-RECORD.
           05 EX-EMP-ID        PIC X(5).
           05 EX-CLAIM-DATE    PIC X(8).
           05 EX-CATEGORY      PIC X(4).
           05 EX-AMOUNT        PIC 9(5)V99.
           05 EX-RECEIPT-REF   PIC X(12).
           05 EX-APPROVAL      PIC X.
           05 EX-ENTERED-BY    PIC X(10).
           05 EX-PAID          PIC X.
           05 EX-PAID-DATE     PIC X(8).

      *    SAME LAYOUT offcycle.cob BOOKS AND PAYRUN REPAYS.
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

      *    SAME LAYOUT stipgen.cob SCHEDULES AND PAYRUN PAYS.
       FD  STIPEND-FILE.
       01  STIPEND-RECORD.
           05 ST-EMP-ID        PIC X(5).
           05 ST-TERM          PIC X(5).
           05 ST-SECTION       PIC X(3).
           05 ST-INSTR-ID      PIC X(5).
           05 ST-PERIOD-NO     PIC 9(3).
           05 ST-CHECK-DATE    PIC X(8).
           05 ST-AMOUNT        PIC 9(5)V99.
           05 ST-PAID          PIC X.
           05 ST-PAID-DATE     PIC X(8).

      *    SAME LAYOUT garnmaint.cob MAINTAINS AND PAYRUN UPDATES.
       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           05 GO-EMP-ID        PIC X(5).
           05 GO-CASE-NO       PIC X(15).
           05 GO-AGENCY        PIC X(30).
           05 GO-PAYEE-CODE    PIC X(4).
           05 GO-TYPE          PIC X.
           05 GO-METHOD        PIC X.
           05 GO-PERCENT       PIC 9(2)V99.
           05 GO-FIXED-AMOUNT  PIC 9(5)V99.
           05 GO-CAP-PCT       PIC 9(2)V99.
           05 GO-TOTAL-OWED    PIC 9(7)V99.
           05 GO-PAID-TO-DATE  PIC 9(7)V99.
           05 GO-RECEIVED-DATE PIC X(8).
           05 GO-STATUS        PIC X.
           05 GO-CLOSED-DATE   PIC X(8).

      *    SAME LAYOUT PAYRUN JOURNALS AND remitrun.cob REMITS. A
      *    REVERSING LINE CARRIES DH-REMITTED "R".
       FD  DEDUCTION-HISTORY-FILE.
       01  DEDUCTION-HISTORY-RECORD.
           05 DH-PAY-DATE      PIC X(8).
           05 DH-EMP-ID        PIC X(5).
           05 DH-CODE          PIC X(4).
           05 DH-AMOUNT        PIC 9(5)V99.
           05 DH-REMITTED      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-YTD-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ST-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ST-EOF           PIC X VALUE "N".
       01  WS-GO-EOF           PIC X VALUE "N".
       01  WS-DH-EOF           PIC X VALUE "N".
       01  WS-STIPEND-COUNT    PIC 9(3) VALUE 0.
       01  WS-REOPENED-COUNT   PIC 9(3) VALUE 0.
       01  WS-REVERSED-COUNT   PIC 9(3) VALUE 0.
       01  WS-GARNISH-LEFT     PIC 9(5)V99 VALUE 0.
       01  WS-GARNISH-BACK     PIC 9(5)V99 VALUE 0.
       01  WS-PH-EOF           PIC X VALUE "N".
       01  WS-EX-EOF           PIC X VALUE "N".
       01  WS-REQUEUED-COUNT   PIC 9(3) VALUE 0.
       01  WS-LN-EOF           PIC X VALUE "N".
       01  WS-RESTORED-COUNT   PIC 9(3) VALUE 0.
       01  WS-CANCELLED-COUNT  PIC 9(3) VALUE 0.
       01  WS-VOID-DATE        PIC X(8) VALUE SPACES.
       01  WS-VOID-EMP         PIC X(5) VALUE SPACES.
       01  WS-CONFIRM          PIC X VALUE " ".
           05 WS-ORIG-TAX      PIC S9(7)V99 VALUE 0.
           05 WS-ORIG-DEDUCT   PIC S9(7)V99 VALUE 0.
           05 WS-ORIG-NET      PIC S9(7)V99 VALUE 0.
           05 WS-ORIG-COMPANY  PIC X(4) VALUE SPACES.
           05 WS-ORIG-JURIS OCCURS 3 TIMES.
               10 WS-ORIG-JURIS-CODE PIC X(4).
               10 WS-ORIG-JURIS-TAX  PIC S9(7)V99.

       01  CLAIM-TABLE.
           05 WS-EX-COUNT      PIC 9(3) VALUE 0.
           05 EX-ENTRY OCCURS 500 TIMES.
               10 EXE-EMP-ID       PIC X(5).
               10 EXE-CLAIM-DATE   PIC X(8).
               10 EXE-CATEGORY     PIC X(4).
               10 EXE-AMOUNT       PIC 9(5)V99.
               10 EXE-RECEIPT-REF  PIC X(12).
               10 EXE-APPROVAL     PIC X.
               10 EXE-ENTERED-BY   PIC X(10).
               10 EXE-PAID         PIC X.
               10 EXE-PAID-DATE    PIC X(8).
       01  X                   PIC 9(3) VALUE 1.

       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES.
               10 LNE-EMP-ID       PIC X(5).
               10 LNE-LOAN-NO      PIC 9(4).
               10 LNE-TYPE         PIC X.
               10 LNE-ISSUE-DATE   PIC X(8).
               10 LNE-PRINCIPAL    PIC 9(7)V99.
               10 LNE-REPAYMENT    PIC 9(5)V99.
               10 LNE-INT-RATE     PIC 9(2)V99.
               10 LNE-BALANCE      PIC 9(7)V99.
               10 LNE-STATUS       PIC X.
               10 LNE-CLOSED-DATE  PIC X(8).
               10 LNE-LAST-DATE    PIC X(8).
               10 LNE-LAST-REPAID  PIC 9(7)V99.
               10 LNE-LAST-INTEREST PIC 9(5)V99.
       01  LO                  PIC 9(3) VALUE 1.

       01  STIPEND-TABLE.
           05 WS-ST-COUNT      PIC 9(3) VALUE 0.
           05 ST-ENTRY OCCURS 500 TIMES.
               10 STE-EMP-ID       PIC X(5).
               10 STE-TERM         PIC X(5).
               10 STE-SECTION      PIC X(3).
               10 STE-INSTR-ID     PIC X(5).
               10 STE-PERIOD-NO    PIC 9(3).
               10 STE-CHECK-DATE   PIC X(8).
               10 STE-AMOUNT       PIC 9(5)V99.
               10 STE-PAID         PIC X.
               10 STE-PAID-DATE    PIC X(8).
       01  SI                  PIC 9(3) VALUE 1.

       01  GARNISHMENT-TABLE.
           05 WS-GO-COUNT      PIC 9(3) VALUE 0.
           05 GO-ENTRY OCCURS 100 TIMES.
               10 GOE-EMP-ID        PIC X(5).
               10 GOE-CASE-NO       PIC X(15).
               10 GOE-AGENCY        PIC X(30).
               10 GOE-PAYEE-CODE    PIC X(4).
               10 GOE-TYPE          PIC X.
               10 GOE-METHOD        PIC X.
               10 GOE-PERCENT       PIC 9(2)V99.
               10 GOE-FIXED-AMOUNT  PIC 9(5)V99.
               10 GOE-CAP-PCT       PIC 9(2)V99.
               10 GOE-TOTAL-OWED    PIC 9(7)V99.
               10 GOE-PAID-TO-DATE  PIC 9(7)V99.
               10 GOE-RECEIVED-DATE PIC X(8).
               10 GOE-STATUS        PIC X.
               10 GOE-CLOSED-DATE   PIC X(8).
       01  G                   PIC 9(3) VALUE 1.

      *    THE VOIDED PAYMENT'S OWN dedhistory.dat LINES.
       01  VOIDED-DED-TABLE.
           05 WS-VD-COUNT      PIC 9(2) VALUE 0.
           05 VD-ENTRY OCCURS 30 TIMES.
               10 VDE-CODE         PIC X(4).
               10 VDE-AMOUNT       PIC 9(5)V99.
               10 VDE-ORDER        PIC X.
       01  V                   PIC 9(2) VALUE 1.

       01  J                   PIC 9 VALUE 0.
       01  YJ                  PIC 9 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC -Z,ZZZ,ZZ9.99.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYVOID".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "B".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

      *    THE SHARED MASTER IS CLAIMED THROUGH THE LOCK MODULE --
      *    A VOID LANDING MID-PAYRUN WOULD BACK AMOUNTS OUT OF A
           MOVE WS-ORIG-GROSS TO ED-GROSS
           MOVE WS-ORIG-NET   TO ED-NET
           DISPLAY "FOUND PAYMENT: GROSS " ED-GROSS "  NET " ED-NET
           IF WS-ORIG-COMPANY NOT = SPACES
               DISPLAY "PAID BY COMPANY " WS-ORIG-COMPANY
           END-IF
           DISPLAY "VOID THIS PAYMENT (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           PERFORM 0250-STAMP-CONTROL-ENTRY
           PERFORM 0300-BACK-OUT-YTD
           PERFORM 0400-QUEUE-BANK-REVERSAL
           PERFORM 0500-REQUEUE-EXPENSE-CLAIMS
           PERFORM 0520-REQUEUE-STIPENDS
           PERFORM 0550-RESTORE-LOAN-REPAYMENTS
           PERFORM 0560-RESTORE-GARNISHMENTS THRU 0560-EXIT
           PERFORM 9100-RELEASE-MASTER-LOCK
           DISPLAY "PAYMENT " WS-VOID-DATE "/" WS-VOID-EMP " VOIDED."
           MOVE SPACES TO WS-AUDIT-ACTION
                               MOVE PH-TAX        TO WS-ORIG-TAX
                               MOVE PH-DEDUCTIONS TO WS-ORIG-DEDUCT
                               MOVE PH-NET        TO WS-ORIG-NET
                               MOVE PH-COMPANY    TO WS-ORIG-COMPANY
                               PERFORM VARYING J FROM 1 BY 1
                                       UNTIL J > 3
                                   MOVE PH-JURIS-CODE(J)
                                       TO WS-ORIG-JURIS-CODE(J)
                                   MOVE PH-JURIS-TAX(J)
                                       TO WS-ORIG-JURIS-TAX(J)
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           COMPUTE PH-TAX        = 0 - WS-ORIG-TAX
           COMPUTE PH-DEDUCTIONS = 0 - WS-ORIG-DEDUCT
           COMPUTE PH-NET        = 0 - WS-ORIG-NET
      *    THE JURISDICTION SPLIT IS REVERSED SLOT FOR SLOT SO
      *    EACH TAXING AUTHORITY'S QUARTER NETS TO ZERO AS WELL.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE WS-ORIG-JURIS-CODE(J) TO PH-JURIS-CODE(J)
               COMPUTE PH-JURIS-TAX(J) = 0 - WS-ORIG-JURIS-TAX(J)
           END-PERFORM
           MOVE WS-ORIG-COMPANY TO PH-COMPANY
      *    THE OFFSET RIDES AT THE NEXT FREE SEQUENCE UNDER THE
      *    SAME DATE/EMPLOYEE KEY.
           MOVE 1 TO PH-SEQ
           MOVE "PAYVOID" TO CC-STEP-NAME
           MOVE 1 TO CC-RECORD-COUNT
           COMPUTE CC-TOTAL-NET = 0 - WS-ORIG-NET
           MOVE WS-ORIG-COMPANY TO CC-COMPANY
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL-FILE.

                           SUBTRACT WS-ORIG-DEDUCT
                               FROM YTD-DEDUCTIONS
                           SUBTRACT WS-ORIG-NET    FROM YTD-NET
                           PERFORM 0310-BACK-OUT-JURIS
                               VARYING J FROM 1 BY 1 UNTIL J > 3
                           REWRITE YTD-RECORD
                           DISPLAY "YTD AMOUNTS BACKED OUT FOR "
                               WS-VOID-EMP "."
               CLOSE YTD-FILE
           END-IF.

      *    EACH JURISDICTION ON THE VOIDED PAYMENT IS TAKEN BACK
      *    OUT OF THE MATCHING YTD SLOT.
       0310-BACK-OUT-JURIS.
           IF WS-ORIG-JURIS-CODE(J) NOT = SPACES
               PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                   IF YTD-JURIS-CODE(YJ) = WS-ORIG-JURIS-CODE(J)
                       SUBTRACT WS-ORIG-JURIS-TAX(J)
                           FROM YTD-JURIS-TAX(YJ)
                       MOVE 7 TO YJ
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REVERSAL RIDES ON THE END OF THE CURRENT TRANSMISSION
      *    FILE. NO BANK DETAILS ON FILE MEANS THE PAYMENT WENT OUT
      *    BY PAPER -- THE BANK HAS NOTHING TO PULL BACK.
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF
           PERFORM 0460-CLEAR-BANK-NUMBERS
           MOVE BD-ACCT-TYPE TO TR-ACCT-TYPE
           MOVE WS-ORIG-NET  TO TR-NET
           MOVE WS-VOID-DATE TO TR-PAY-DATE
           CLOSE TRANSMIT-FILE
           DISPLAY "REVERSAL RECORD QUEUED ON paytransmit.dat.".

       0460-CLEAR-BANK-NUMBERS.
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

      *    THE VOIDED NET CARRIED THE REIMBURSEMENT TOO, SO THE
      *    CLAIMS IT PAID ARE PUT BACK TO APPROVED-AND-UNPAID FOR
      *    THE NEXT CYCLE TO PICK UP.
       0500-REQUEUE-EXPENSE-CLAIMS.
           MOVE 0 TO WS-EX-COUNT
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EX-EOF = "Y" OR WS-EX-COUNT = 500
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EX-EOF
                   NOT AT END
                       ADD 1 TO WS-EX-COUNT
                       MOVE EXPENSE-CLAIM-RECORD
                           TO EX-ENTRY(WS-EX-COUNT)
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           IF WS-EX-COUNT = 500 AND WS-EX-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 CLAIM LINES ON FILE -- "
                   "CLAIMS PAID " WS-VOID-DATE " NOT RE-QUEUED. ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REQUEUED-COUNT
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               IF EXE-EMP-ID(X) = WS-VOID-EMP
                       AND EXE-PAID(X) = "Y"
                       AND EXE-PAID-DATE(X) = WS-VOID-DATE
                   MOVE "N" TO EXE-PAID(X)
                   MOVE SPACES TO EXE-PAID-DATE(X)
                   ADD 1 TO WS-REQUEUED-COUNT
               END-IF
           END-PERFORM
           IF WS-REQUEUED-COUNT > 0
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
                   MOVE EX-ENTRY(X) TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
               DISPLAY WS-REQUEUED-COUNT " EXPENSE CLAIMS RE-QUEUED "
                   "FOR THE NEXT CYCLE."
           END-IF.

      *    SAME FOR THE SECTION STIPEND INSTALLMENTS THE VOIDED
      *    CHECK CARRIED -- BACK TO UNPAID, SO THE NEXT CYCLE PAYS
      *    THEM.
       0520-REQUEUE-STIPENDS.
           MOVE 0 TO WS-ST-COUNT
           MOVE "N" TO WS-ST-EOF
           OPEN INPUT STIPEND-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ST-EOF = "Y" OR WS-ST-COUNT = 500
               READ STIPEND-FILE
                   AT END
                       MOVE "Y" TO WS-ST-EOF
                   NOT AT END
                       ADD 1 TO WS-ST-COUNT
                       MOVE STIPEND-RECORD TO ST-ENTRY(WS-ST-COUNT)
               END-READ
           END-PERFORM
           CLOSE STIPEND-FILE
           IF WS-ST-COUNT = 500 AND WS-ST-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 STIPEND LINES ON FILE -- "
                   "INSTALLMENTS PAID " WS-VOID-DATE
                   " NOT RE-QUEUED. ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STIPEND-COUNT
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > WS-ST-COUNT
               IF STE-EMP-ID(SI) = WS-VOID-EMP
                       AND STE-PAID(SI) = "Y"
                       AND STE-PAID-DATE(SI) = WS-VOID-DATE
                   MOVE "N" TO STE-PAID(SI)
                   MOVE SPACES TO STE-PAID-DATE(SI)
                   ADD 1 TO WS-STIPEND-COUNT
               END-IF
           END-PERFORM
           IF WS-STIPEND-COUNT > 0
               OPEN OUTPUT STIPEND-FILE
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > WS-ST-COUNT
                   MOVE ST-ENTRY(SI) TO STIPEND-RECORD
                   WRITE STIPEND-RECORD
               END-PERFORM
               CLOSE STIPEND-FILE
               DISPLAY WS-STIPEND-COUNT " STIPEND INSTALLMENTS "
                   "RE-QUEUED FOR THE NEXT CYCLE."
           END-IF.

      *    A REPAYMENT TAKEN ON THE VOIDED DATE GOES BACK ON THE
      *    BALANCE LESS THE INTEREST CHARGED WITH IT, AND A LOAN IT
      *    CLEARED IS REOPENED. A LOAN ISSUED ON THE VOIDED DATE
      *    THAT HAS NOT BEEN REPAID AT ALL WAS BOOKED BY THE VOIDED
      *    PAYMENT ITSELF -- THE MONEY NEVER REACHED THE EMPLOYEE, SO
      *    IT IS CLOSED WITH NOTHING OWING.
       0550-RESTORE-LOAN-REPAYMENTS.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-LN-EOF
                   NOT AT END
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-RECORD TO LN-ENTRY(WS-LN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 200 LOANS ON FILE -- "
                   "REPAYMENTS TAKEN " WS-VOID-DATE
                   " NOT RESTORED. ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-CANCELLED-COUNT
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-EMP-ID(LO) = WS-VOID-EMP
                   IF LNE-LAST-DATE(LO) = WS-VOID-DATE
                       COMPUTE LNE-BALANCE(LO) = LNE-BALANCE(LO)
                           + LNE-LAST-REPAID(LO)
                           - LNE-LAST-INTEREST(LO)
                       IF LNE-STATUS(LO) = "C"
                           MOVE "A" TO LNE-STATUS(LO)
                           MOVE SPACES TO LNE-CLOSED-DATE(LO)
                       END-IF
                       MOVE SPACES TO LNE-LAST-DATE(LO)
                       MOVE 0 TO LNE-LAST-REPAID(LO)
                       MOVE 0 TO LNE-LAST-INTEREST(LO)
                       ADD 1 TO WS-RESTORED-COUNT
                   ELSE
                       IF LNE-ISSUE-DATE(LO) = WS-VOID-DATE
                               AND LNE-LAST-DATE(LO) = SPACES
                               AND LNE-STATUS(LO) NOT = "C"
                           MOVE 0 TO LNE-BALANCE(LO)
                           MOVE "C" TO LNE-STATUS(LO)
                           MOVE WS-VOID-DATE TO LNE-CLOSED-DATE(LO)
                           ADD 1 TO WS-CANCELLED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RESTORED-COUNT > 0 OR WS-CANCELLED-COUNT > 0
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
                   MOVE LN-ENTRY(LO) TO LOAN-RECORD
                   WRITE LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
               DISPLAY WS-RESTORED-COUNT " LOAN REPAYMENTS RESTORED, "
                   WS-CANCELLED-COUNT " LOANS ISSUED BY THIS PAYMENT "
                   "CLOSED."
           END-IF.

      *    WHAT THE VOIDED CHECK WITHHELD FOR A COURT ORDER NEVER
      *    REALLY LEFT THE EMPLOYEE: IT COMES OFF THE ORDER'S
      *    PAID-TO-DATE (AN ORDER THE PAYMENT CLOSED IS REOPENED
      *    ONCE IT IS BACK UNDER ITS LIMIT), AND EACH WITHHOLDING
      *    GETS A REVERSING dedhistory.dat LINE, FLAGGED "R", THAT
      *    remitrun.cob NETS OFF THE AGENCY'S NEXT REMITTANCE. THE
      *    ORDERS ARE MATCHED BY EMPLOYEE AND PAYEE CODE, AS PAYRUN
      *    JOURNALED THEM; OTHER DEDUCTION LINES ARE LEFT ALONE.
       0560-RESTORE-GARNISHMENTS.
           MOVE 0 TO WS-VD-COUNT
           MOVE "N" TO WS-DH-EOF
           OPEN INPUT DEDUCTION-HISTORY-FILE
           IF WS-DH-FILE-STATUS NOT = "00"
               GO TO 0560-EXIT
           END-IF
           PERFORM UNTIL WS-DH-EOF = "Y"
               READ DEDUCTION-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-DH-EOF
                   NOT AT END
                       IF DH-PAY-DATE = WS-VOID-DATE
                               AND DH-EMP-ID = WS-VOID-EMP
                               AND DH-REMITTED NOT = "R"
                               AND DH-REMITTED NOT = "X"
                               AND WS-VD-COUNT < 30
                           ADD 1 TO WS-VD-COUNT
                           MOVE DH-CODE TO VDE-CODE(WS-VD-COUNT)
                           MOVE DH-AMOUNT TO VDE-AMOUNT(WS-VD-COUNT)
                           MOVE "N" TO VDE-ORDER(WS-VD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-HISTORY-FILE
           IF WS-VD-COUNT = 0
               GO TO 0560-EXIT
           END-IF
           MOVE 0 TO WS-GO-COUNT
           MOVE "N" TO WS-GO-EOF
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GO-FILE-STATUS NOT = "00"
               GO TO 0560-EXIT
           END-IF
           PERFORM UNTIL WS-GO-EOF = "Y" OR WS-GO-COUNT = 100
               READ GARNISHMENT-FILE
                   AT END
                       MOVE "Y" TO WS-GO-EOF
                   NOT AT END
                       ADD 1 TO WS-GO-COUNT
                       MOVE GARNISHMENT-RECORD TO GO-ENTRY(WS-GO-COUNT)
               END-READ
           END-PERFORM
           CLOSE GARNISHMENT-FILE
           IF WS-GO-COUNT = 100 AND WS-GO-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 100 ORDERS ON garnishments.dat "
                   "-- WITHHOLDINGS OF " WS-VOID-DATE
                   " NOT RESTORED. ***"
               GO TO 0560-EXIT
           END-IF
           MOVE 0 TO WS-REOPENED-COUNT
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VD-COUNT
               MOVE VDE-AMOUNT(V) TO WS-GARNISH-LEFT
               PERFORM 0565-RESTORE-ONE-WITHHOLDING
                   VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
           END-PERFORM
           MOVE 0 TO WS-REVERSED-COUNT
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VD-COUNT
               IF VDE-ORDER(V) = "Y"
                   ADD 1 TO WS-REVERSED-COUNT
               END-IF
           END-PERFORM
           IF WS-REVERSED-COUNT = 0
               GO TO 0560-EXIT
           END-IF
           OPEN OUTPUT GARNISHMENT-FILE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               MOVE GO-ENTRY(G) TO GARNISHMENT-RECORD
               WRITE GARNISHMENT-RECORD
           END-PERFORM
           CLOSE GARNISHMENT-FILE
           OPEN EXTEND DEDUCTION-HISTORY-FILE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VD-COUNT
               IF VDE-ORDER(V) = "Y"
                   MOVE WS-VOID-DATE  TO DH-PAY-DATE
                   MOVE WS-VOID-EMP   TO DH-EMP-ID
                   MOVE VDE-CODE(V)   TO DH-CODE
                   MOVE VDE-AMOUNT(V) TO DH-AMOUNT
                   MOVE "R"           TO DH-REMITTED
                   WRITE DEDUCTION-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE DEDUCTION-HISTORY-FILE
           DISPLAY WS-REVERSED-COUNT " GARNISHMENT WITHHOLDINGS "
               "REVERSED, " WS-REOPENED-COUNT " ORDERS REOPENED.".
       0560-EXIT.
           EXIT.

      *    THE WITHHOLDING COMES OFF THE EMPLOYEE'S ORDERS FOR THAT
      *    PAYEE IN TURN, NEVER TAKING ONE BELOW ZERO.
       0565-RESTORE-ONE-WITHHOLDING.
           IF WS-GARNISH-LEFT = 0
                   OR GOE-EMP-ID(G) NOT = WS-VOID-EMP
                   OR GOE-PAYEE-CODE(G) NOT = VDE-CODE(V)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO VDE-ORDER(V)
           IF WS-GARNISH-LEFT > GOE-PAID-TO-DATE(G)
               MOVE GOE-PAID-TO-DATE(G) TO WS-GARNISH-BACK
           ELSE
               MOVE WS-GARNISH-LEFT TO WS-GARNISH-BACK
           END-IF
           SUBTRACT WS-GARNISH-BACK FROM GOE-PAID-TO-DATE(G)
           SUBTRACT WS-GARNISH-BACK FROM WS-GARNISH-LEFT
           IF GOE-STATUS(G) = "C"
                   AND GOE-TOTAL-OWED(G) > 0
                   AND GOE-PAID-TO-DATE(G) < GOE-TOTAL-OWED(G)
               MOVE "A" TO GOE-STATUS(G)
               MOVE SPACES TO GOE-CLOSED-DATE(G)
               ADD 1 TO WS-REOPENED-COUNT
               DISPLAY "GARNISHMENT " GOE-CASE-NO(G)
                   " REOPENED -- BACK UNDER ITS LIMIT."
           END-IF.

      *    EVERY WAY OUT OF THE RUN -- CLEAN OR NOT -- COMES
      *    THROUGH HERE ONCE THE MASTER HAS BEEN CLAIMED, SO AN
      *    EARLY EXIT NEVER STRANDS employee.dat.lock.
