      *            ANYONE SAW THE NUMBERS, payhist.dat WAS ALREADY
      *            WRITTEN. THIS PROGRAM RUNS THE SAME GROSS-TO-NET
      *            CALCULATION PAYRUN RUNS (POSITION PAY TYPE, UNPAID
      *            TIMESHEET WEEKS WITH OVERTIME PRICED BY JOB AND
      *            SHIFT CODE THROUGH Shared/payrate.cob,
      *            APPROVED-LEAVE PAY
      *            FOR HOURLY STAFF, QUEUED RETRO AMOUNTS FROM
      *            retropend.dat, taxbrackets.dat WITHHOLDING PLUS
      *            THE WORK LOCATION'S STATE AND LOCAL TAX,
      *            COURT-ORDERED GARNISHMENTS FROM garnishments.dat,
      *            LOAN REPAYMENTS FROM loans.dat,
      *            PRIORITY-ORDER DEDUCTIONS, APPROVED EXPENSE
      *            CLAIMS FROM expclaims.dat ADDED TO NET, SECTION
      *            STIPEND INSTALLMENTS FROM stipends.dat DUE BY THE
      *            NEXT CHECK DATE ON paycal.dat) AND
      *            UPDATES NOTHING: NO HISTORY, NO YTD, NO PAID
      *            FLAGS, NO STUBS. IT PRINTS ONLY THE EXCEPTIONS,
      *            COMPARING EACH EMPLOYEE'S COMPUTED NET AGAINST THE
      *              - HOURLY STAFF WITH A TIMESHEET WEEK OVER 50
      *                HOURS (A KEYING SLIP OF 400 FOR 40.0 SHOWS UP
      *                HERE, NOT ON PAYDAY)
      *              - A PAYABLE TIMESHEET LINE WHOSE JOB OR SHIFT
      *                CODE IS NO LONGER ON FILE (PAYRUN WOULD PAY IT
      *                AT THE PLAIN RATE)
      *            A GARNISHMENT ORDER THE CYCLE WOULD PAY OFF IS
      *            LISTED TOO, SO THE CLERK CAN TELL THE AGENCY.
      *            IT PREVIEWS THE SAME EMPLOYEES PAYRUN PAYS: ONLY
      *            THE SELECTED COMPANY'S STAFF, LESS ANYONE HELD
      *            FOR AN OPEN ONBOARDING CHECKLIST, AND COMPARES
      *            AGAINST THAT COMPANY'S LATEST CYCLE ONLY.
      *            RUN IT THE AFTERNOON BEFORE THE CYCLE.
      *    compile with ->  cobc -x -o paypreview paypreview.cob
      *    then run ./paypreview
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-FILE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT STIPEND-FILE ASSIGN TO "stipends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-FILE-STATUS.
           SELECT RETRO-FILE ASSIGN TO "retropend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 RP-AMOUNT        PIC 9(7)V99.
           05 RP-PAID          PIC X.

      *    SAME LAYOUTS stipgen.cob AND PAYRUN USE.
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

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

      *    SAME LAYOUT garnmaint.cob AND PAYRUN USE.
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

      *    SAME LAYOUT onbmaint.cob MAINTAINS AND PAYRUN READS.
       FD  ONBOARDING-FILE.
       01  ONBOARDING-RECORD.
           05 OB-EMP-ID        PIC X(5).
           05 OB-STATUS        PIC X.
           05 OB-HIRE-DATE     PIC X(8).
           05 OB-OPENED-BY     PIC X(10).
           05 OB-STEP OCCURS 5 TIMES.
               10 OB-STEP-DATE PIC X(8).
               10 OB-STEP-BY   PIC X(10).
           05 OB-REGISTRY-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BEST-D           PIC 9(3) VALUE 0.
       01  WS-DETAIL-FOUND     PIC X VALUE "N".
       01  WS-NET-SO-FAR       PIC S9(7)V99 VALUE 0.
       01  JURTAX-RESULT.
           05 WS-JURIS-TOTAL   PIC 9(7)V99.
           05 WS-JURIS-ENTRY OCCURS 2 TIMES.
               10 WS-JURIS-CODE    PIC X(4).
               10 WS-JURIS-AMOUNT  PIC 9(7)V99.
       01  WS-GO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GO-EOF           PIC X VALUE "N".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EX-EOF           PIC X VALUE "N".
       01  WS-ST-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ST-EOF           PIC X VALUE "N".
       01  WS-PCAL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-PCAL-EOF         PIC X VALUE "N".
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OB-EOF           PIC X VALUE "N".

      *    THE LATEST onboarding.dat LINE PER EMP-ID, AS PAYRUN
      *    KEEPS IT.
       01  ONBOARDING-HOLD-TABLE.
           05 WS-OH-COUNT      PIC 9(3) VALUE 0.
           05 OH-ENTRY OCCURS 500 TIMES.
               10 OHE-EMP-ID       PIC X(5).
               10 OHE-STATUS       PIC X.
       01  OH                  PIC 9(3) VALUE 1.
       01  WS-OH-INDEX         PIC 9(3) VALUE 0.
       01  WS-ONBOARDING-HELD  PIC X VALUE "N".
       01  WS-OTHER-COMPANY    PIC X VALUE "N".

      *    ONLY THE APPROVED, UNPAID CLAIMS -- WHAT THE CYCLE WILL
      *    REIMBURSE.
       01  CLAIM-TABLE.
           05 WS-EX-COUNT      PIC 9(3) VALUE 0.
           05 EX-ENTRY OCCURS 500 TIMES.
               10 EXE-EMP-ID       PIC X(5).
               10 EXE-AMOUNT       PIC 9(5)V99.
       01  X                   PIC 9(3) VALUE 1.
      *    EVERY LINE ON expclaims.dat, PAID OR NOT -- PAYRUN LOADS
      *    THEM ALL AND REFUSES THE CYCLE PAST 500.
       01  WS-EX-LINES         PIC 9(3) VALUE 0.
       01  WS-REIMBURSE        PIC 9(7)V99 VALUE 0.

       01  GARNISHMENT-TABLE.
           05 WS-GO-COUNT      PIC 9(3) VALUE 0.
           05 GO-ENTRY OCCURS 100 TIMES.
               10 GOE-ORDER.
                   15 GOE-EMP-ID        PIC X(5).
                   15 GOE-CASE-NO       PIC X(15).
                   15 GOE-AGENCY        PIC X(30).
                   15 GOE-PAYEE-CODE    PIC X(4).
                   15 GOE-TYPE          PIC X.
                   15 GOE-METHOD        PIC X.
                   15 GOE-PERCENT       PIC 9(2)V99.
                   15 GOE-FIXED-AMOUNT  PIC 9(5)V99.
                   15 GOE-CAP-PCT       PIC 9(2)V99.
                   15 GOE-TOTAL-OWED    PIC 9(7)V99.
                   15 GOE-PAID-TO-DATE  PIC 9(7)V99.
                   15 GOE-RECEIVED-DATE PIC X(8).
                   15 GOE-STATUS        PIC X.
                   15 GOE-CLOSED-DATE   PIC X(8).
               10 GOE-SORT-KEY      PIC X(9).
               10 GOE-TAKEN         PIC X.
       01  G                   PIC 9(3) VALUE 1.
       01  WS-BEST-G           PIC 9(3) VALUE 0.
       01  WS-DISPOSABLE       PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-TOTAL    PIC 9(7)V99 VALUE 0.
       01  WS-GARNISH-AMOUNT   PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-ROOM     PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-FOUND    PIC X VALUE "N".

      *    ONLY LOANS STILL BEING RECOVERED ARE LOADED.
       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES.
               10 LNE-EMP-ID       PIC X(5).
               10 LNE-LOAN-NO      PIC 9(4).
               10 LNE-REPAYMENT    PIC 9(5)V99.
               10 LNE-INT-RATE     PIC 9(2)V99.
               10 LNE-BALANCE      PIC 9(7)V99.
               10 LNE-STATUS       PIC X.
       01  LO                  PIC 9(3) VALUE 1.
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".
       01  WS-LOAN-TOTAL       PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-BALANCE     PIC 9(7)V99 VALUE 0.

       01  TIMESHEET-TABLE.
           05 WS-TS-COUNT      PIC 9(3) VALUE 0.
               10 TSE-HOURS        PIC 9(2)V9.
               10 TSE-PAID         PIC X.
               10 TSE-APPROVAL     PIC X.
               10 TSE-SHIFT-CODE   PIC X(2).
               10 TSE-JOB-CODE     PIC X(4).
       01  T                   PIC 9(3) VALUE 1.
       01  U                   PIC 9(3) VALUE 1.
       01  WS-HOURLY-FOUND     PIC X VALUE "N".
       01  WS-EMP-PAY-TYPE     PIC X VALUE "S".
       01  P                   PIC 9(2) VALUE 1.
           05 PM-ENTRY OCCURS 50 TIMES.
               10 PME-CODE        PIC X(15).
               10 PME-PAY-TYPE    PIC X.

      *    PRICING FIELDS SHARED WITH Shared/payrate.cob.
       01  PAYRATE-FIELDS.
           05 WS-PR-JOB-CODE   PIC X(4).
           05 WS-PR-SHIFT-CODE PIC X(2).
           05 WS-PR-BASE-RATE  PIC 9(5)V99.
           05 WS-PR-WEEK-BEFORE PIC 9(3)V9.
           05 WS-PR-HOURS      PIC 9(2)V9.
           05 WS-PR-RESULT     PIC X.
           05 WS-PR-RATE       PIC 9(5)V99.
           05 WS-PR-OT-RATE    PIC 9(5)V99.
           05 WS-PR-REG-HOURS  PIC 9(2)V9.
           05 WS-PR-OT-HOURS   PIC 9(2)V9.
           05 WS-PR-REG-AMOUNT PIC 9(7)V99.
           05 WS-PR-OT-AMOUNT  PIC 9(7)V99.

       01  LEAVE-TAKEN-TABLE.
           05 WS-LT-COUNT      PIC 9(3) VALUE 0.
       01  RT                  PIC 9(2) VALUE 1.
       01  WS-RETRO-AMOUNT     PIC 9(7)V99 VALUE 0.

      *    UNPAID STIPEND INSTALLMENTS DUE BY THE NEXT CHECK DATE --
      *    THE ONLY ONES PAYRUN WOULD PAY ON THE COMING CYCLE.
       01  STIPEND-TABLE.
           05 WS-ST-COUNT      PIC 9(3) VALUE 0.
           05 ST-ENTRY OCCURS 500 TIMES.
               10 STE-EMP-ID       PIC X(5).
               10 STE-AMOUNT       PIC 9(5)V99.
       01  SI                  PIC 9(3) VALUE 1.
       01  WS-ST-LINES         PIC 9(3) VALUE 0.
       01  WS-STIPEND          PIC 9(7)V99 VALUE 0.
       01  WS-TODAY            PIC X(8) VALUE SPACES.
       01  WS-NEXT-CHECK-DATE  PIC X(8) VALUE SPACES.

      *    EACH EMPLOYEE'S NET FROM THE LATEST CYCLE ON FILE --
      *    SUMMED, SO A VOIDED-AND-OFFSET PAYMENT NETS TO ZERO.
       01  PREVIOUS-NET-TABLE.
       01  RUN-TOTALS.
           05 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           05 WS-HELD-COUNT    PIC 9(5) VALUE 0.
           05 WS-TOTAL-NET     PIC S9(9)V99 VALUE 0.

       01  EDITED-FIELDS.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYPREVIEW".
       01  WS-AUDIT-ACTION     PIC X(40).

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
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "PREVIEW NOT STARTED -- NO COMPANY TO RUN FOR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ENTER VARIANCE THRESHOLD PERCENT (E.G. 25): "
               TO WS-PV-PROMPT
           CALL "NUMVALID" USING WS-PV-PROMPT WS-PV-NUM-BUFFER
           PERFORM 0155-LOAD-LEAVE-TAKEN
           PERFORM 0158-LOAD-RETRO-QUEUE
           PERFORM 0160-LOAD-POSITION-TABLE
           PERFORM 0145-LOAD-GARNISHMENTS
           PERFORM 0147-LOAD-EXPENSE-CLAIMS
           PERFORM 0159-LOAD-STIPENDS
           PERFORM 0148-LOAD-LOANS
           PERFORM 0149-LOAD-ONBOARDING-HOLDS
           PERFORM 0170-LOAD-PREVIOUS-NETS THRU 0170-EXIT
           DISPLAY " "
           DISPLAY "----- PAY CYCLE PREVIEW (NOTHING UPDATED) -----"
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0204-CHECK-EMPLOYEE-COMPANY
                       IF WS-OTHER-COMPANY = "N"
                           PERFORM 0205-CHECK-ONBOARDING-HOLD
                           IF WS-ONBOARDING-HELD = "Y"
                               ADD 1 TO WS-HELD-COUNT
                           ELSE
                               PERFORM 0200-PREVIEW-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY "PREVIEWED " WS-EMPLOYEE-COUNT " EMPLOYEES, "
               "PROJECTED NET " ED-TOTAL-NET ", "
               WS-EXCEPTION-COUNT " EXCEPTIONS."
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " EMPLOYEES HELD -- ONBOARDING "
                   "CHECKLIST STILL OPEN."
           END-IF
           DISPLAY "NOTHING WAS WRITTEN -- RUN paycycle WHEN THE "
               "EXCEPTIONS ARE EXPLAINED."
           MOVE SPACES TO WS-AUDIT-ACTION
               CLOSE DEDUCTION-FILE
           END-IF.

      *    AN OVERFULL ORDER FILE IS PAYRUN'S TO REFUSE; THE
      *    PREVIEW JUST SAYS SO.
       0145-LOAD-GARNISHMENTS.
           MOVE 0 TO WS-GO-COUNT
           MOVE "N" TO WS-GO-EOF
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GO-FILE-STATUS = "00"
               PERFORM UNTIL WS-GO-EOF = "Y" OR WS-GO-COUNT = 100
                   READ GARNISHMENT-FILE
                       AT END
                           MOVE "Y" TO WS-GO-EOF
                       NOT AT END
                           ADD 1 TO WS-GO-COUNT
                           MOVE GARNISHMENT-RECORD
                               TO GOE-ORDER(WS-GO-COUNT)
                           EVALUATE GO-TYPE
                               WHEN "S"
                                   MOVE "1" TO
                                       GOE-SORT-KEY(WS-GO-COUNT)(1:1)
                               WHEN "T"
                                   MOVE "2" TO
                                       GOE-SORT-KEY(WS-GO-COUNT)(1:1)
                               WHEN OTHER
                                   MOVE "3" TO
                                       GOE-SORT-KEY(WS-GO-COUNT)(1:1)
                           END-EVALUATE
                           MOVE GO-RECEIVED-DATE
                               TO GOE-SORT-KEY(WS-GO-COUNT)(2:8)
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
               IF WS-GO-COUNT = 100 AND WS-GO-EOF NOT = "Y"
                   DISPLAY "*** MORE THAN 100 ORDERS ON "
                       "garnishments.dat -- PAYRUN WILL REFUSE THE "
                       "CYCLE. ***"
               END-IF
           END-IF.

      *    LIKE THE ORDER FILE, AN OVERFULL CLAIM FILE IS PAYRUN'S
      *    TO REFUSE; THE PREVIEW JUST SAYS SO.
       0147-LOAD-EXPENSE-CLAIMS.
           MOVE 0 TO WS-EX-COUNT
           MOVE 0 TO WS-EX-LINES
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EX-FILE-STATUS = "00"
               PERFORM UNTIL WS-EX-EOF = "Y" OR WS-EX-LINES > 500
                   READ EXPENSE-CLAIM-FILE
                       AT END
                           MOVE "Y" TO WS-EX-EOF
                       NOT AT END
                           ADD 1 TO WS-EX-LINES
                           IF WS-EX-LINES NOT > 500
                                   AND EX-APPROVAL = "A"
                                   AND EX-PAID = "N"
                               ADD 1 TO WS-EX-COUNT
                               MOVE EX-EMP-ID
                                   TO EXE-EMP-ID(WS-EX-COUNT)
                               MOVE EX-AMOUNT
                                   TO EXE-AMOUNT(WS-EX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
               IF WS-EX-LINES > 500
                   DISPLAY "*** MORE THAN 500 EXPENSE CLAIMS ON "
                       "expclaims.dat -- PAYRUN WILL REFUSE THE "
                       "CYCLE. ***"
               END-IF
           END-IF.

       0148-LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS = "00"
               PERFORM UNTIL WS-LN-EOF = "Y" OR WS-LN-COUNT = 200
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO WS-LN-EOF
                       NOT AT END
                           IF LN-BALANCE > 0
                                   AND (LN-STATUS = "A"
                                       OR LN-STATUS = "F")
                               ADD 1 TO WS-LN-COUNT
                               MOVE LN-EMP-ID
                                   TO LNE-EMP-ID(WS-LN-COUNT)
                               MOVE LN-LOAN-NO
                                   TO LNE-LOAN-NO(WS-LN-COUNT)
                               MOVE LN-REPAYMENT
                                   TO LNE-REPAYMENT(WS-LN-COUNT)
                               MOVE LN-INT-RATE
                                   TO LNE-INT-RATE(WS-LN-COUNT)
                               MOVE LN-BALANCE
                                   TO LNE-BALANCE(WS-LN-COUNT)
                               MOVE LN-STATUS
                                   TO LNE-STATUS(WS-LN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
               IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
                   DISPLAY "*** MORE THAN 200 OPEN LOANS ON "
                       "loans.dat -- NOT ALL ARE PREVIEWED. ***"
               END-IF
           END-IF.

      *    SAME RULE AS PAYRUN: THE LATEST onboarding.dat LINE PER
      *    EMP-ID DECIDES WHETHER THE EMPLOYEE IS HELD.
       0149-LOAD-ONBOARDING-HOLDS.
           MOVE 0 TO WS-OH-COUNT
           MOVE "N" TO WS-OB-EOF
           OPEN INPUT ONBOARDING-FILE
           IF WS-OB-FILE-STATUS = "00"
               PERFORM UNTIL WS-OB-EOF = "Y"
                   READ ONBOARDING-FILE
                       AT END
                           MOVE "Y" TO WS-OB-EOF
                       NOT AT END
                           MOVE 0 TO WS-OH-INDEX
                           PERFORM VARYING OH FROM 1 BY 1
                                   UNTIL OH > WS-OH-COUNT
                               IF OHE-EMP-ID(OH) = OB-EMP-ID
                                   MOVE OH TO WS-OH-INDEX
                               END-IF
                           END-PERFORM
                           IF WS-OH-INDEX = 0 AND WS-OH-COUNT < 500
                               ADD 1 TO WS-OH-COUNT
                               MOVE WS-OH-COUNT TO WS-OH-INDEX
                               MOVE OB-EMP-ID
                                   TO OHE-EMP-ID(WS-OH-INDEX)
                           END-IF
                           IF WS-OH-INDEX > 0
                               MOVE OB-STATUS
                                   TO OHE-STATUS(WS-OH-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.

       0150-LOAD-TIMESHEETS.
           MOVE 0 TO WS-TS-COUNT
           MOVE "N" TO WS-TS-EOF
                           MOVE TS-PAID TO TSE-PAID(WS-TS-COUNT)
                           MOVE TS-APPROVAL
                               TO TSE-APPROVAL(WS-TS-COUNT)
                           MOVE TS-SHIFT-CODE
                               TO TSE-SHIFT-CODE(WS-TS-COUNT)
                           MOVE TS-JOB-CODE
                               TO TSE-JOB-CODE(WS-TS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
               CLOSE RETRO-FILE
           END-IF.

      *    THE COMING CYCLE'S CHECK DATE IS THE FIRST ONE ON
      *    paycal.dat NOT YET PASSED; WITHOUT A CALENDAR, TODAY.
       0159-LOAD-STIPENDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE HIGH-VALUES TO WS-NEXT-CHECK-DATE
           MOVE "N" TO WS-PCAL-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PCAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-PCAL-EOF = "Y"
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-PCAL-EOF
                       NOT AT END
                           IF PC-CHECK-DATE >= WS-TODAY
                                   AND PC-CHECK-DATE
                                       < WS-NEXT-CHECK-DATE
                               MOVE PC-CHECK-DATE
                                   TO WS-NEXT-CHECK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           IF WS-NEXT-CHECK-DATE = HIGH-VALUES
               MOVE WS-TODAY TO WS-NEXT-CHECK-DATE
           END-IF
           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-ST-LINES
           MOVE "N" TO WS-ST-EOF
           OPEN INPUT STIPEND-FILE
           IF WS-ST-FILE-STATUS = "00"
               PERFORM UNTIL WS-ST-EOF = "Y" OR WS-ST-LINES > 500
                   READ STIPEND-FILE
                       AT END
                           MOVE "Y" TO WS-ST-EOF
                       NOT AT END
                           ADD 1 TO WS-ST-LINES
                           IF WS-ST-LINES NOT > 500
                                   AND ST-PAID = "N"
                                   AND ST-CHECK-DATE
                                       <= WS-NEXT-CHECK-DATE
                               ADD 1 TO WS-ST-COUNT
                               MOVE ST-EMP-ID
                                   TO STE-EMP-ID(WS-ST-COUNT)
                               MOVE ST-AMOUNT
                                   TO STE-AMOUNT(WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STIPEND-FILE
               IF WS-ST-LINES > 500
                   DISPLAY "*** MORE THAN 500 STIPEND INSTALLMENTS ON "
                       "stipends.dat -- PAYRUN WILL REFUSE THE "
                       "CYCLE. ***"
               END-IF
           END-IF.

       0160-LOAD-POSITION-TABLE.
           MOVE 0 TO WS-PM-COUNT
           MOVE "N" TO WS-POS-EOF
           END-IF.

      *    TWO PASSES OVER THE HISTORY: FIRST THE LATEST PAY DATE,
      *    THEN EACH EMPLOYEE'S NET FOR THAT DATE -- BOTH FOR THE
      *    SELECTED COMPANY ONLY.
       0170-LOAD-PREVIOUS-NETS.
           MOVE "N" TO WS-PH-EOF
           OPEN INPUT PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       MOVE "B" TO WS-CO-FUNCTION
                       MOVE PH-COMPANY TO WS-CO-CODE
                       CALL "COMPANY" USING COMPANY-FIELDS
                       IF PH-PAY-DATE > WS-PREV-CYCLE
                               AND WS-CO-RESULT NOT = "N"
                           MOVE PH-PAY-DATE TO WS-PREV-CYCLE
                       END-IF
               END-READ
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       MOVE "B" TO WS-CO-FUNCTION
                       MOVE PH-COMPANY TO WS-CO-CODE
                       CALL "COMPANY" USING COMPANY-FIELDS
                       IF PH-PAY-DATE = WS-PREV-CYCLE
                               AND WS-CO-RESULT NOT = "N"
                           PERFORM 0175-ADD-PREVIOUS-NET
                       END-IF
               END-READ
               ADD WS-LEAVE-GROSS TO WS-GROSS
           END-IF
           PERFORM 0265-ADD-RETRO-PAY
           PERFORM 0266-ADD-STIPEND-PAY
           IF WS-TB-COUNT > 0
               PERFORM 0270-COMPUTE-PROGRESSIVE-TAX
           ELSE
               COMPUTE WS-TAX ROUNDED =
                   WS-GROSS * EMP-TAX-RATE / 100
           END-IF
           CALL "JURTAX" USING EMP-ID WS-GROSS JURTAX-RESULT
           ADD WS-JURIS-TOTAL TO WS-TAX
           PERFORM 0280-TAKE-DEDUCTIONS
           MOVE 0 TO WS-REIMBURSE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               IF EXE-EMP-ID(X) = EMP-ID
                   ADD EXE-AMOUNT(X) TO WS-REIMBURSE
               END-IF
           END-PERFORM
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCTIONS
               + WS-REIMBURSE
           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD WS-NET TO WS-TOTAL-NET
           PERFORM 0290-COMPARE-AGAINST-PREVIOUS.

      *    SAME CHECKS AS PAYRUN'S 0204/0205, SO THE PREVIEW LISTS
      *    EXACTLY THE EMPLOYEES THE CYCLE WILL PAY.
       0204-CHECK-EMPLOYEE-COMPANY.
           MOVE "W" TO WS-CO-FUNCTION
           MOVE EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               MOVE "Y" TO WS-OTHER-COMPANY
           ELSE
               MOVE "N" TO WS-OTHER-COMPANY
           END-IF.

       0205-CHECK-ONBOARDING-HOLD.
           MOVE "N" TO WS-ONBOARDING-HELD
           PERFORM VARYING OH FROM 1 BY 1 UNTIL OH > WS-OH-COUNT
               IF OHE-EMP-ID(OH) = EMP-ID AND OHE-STATUS(OH) = "O"
                   MOVE "Y" TO WS-ONBOARDING-HELD
               END-IF
           END-PERFORM
           IF WS-ONBOARDING-HELD = "Y"
               DISPLAY "*** " EMP-ID " " FUNCTION TRIM(EMP-NAME)
                   " IS HELD -- ONBOARDING CHECKLIST STILL OPEN. "
                   "NOT PAID THIS CYCLE. ***"
           END-IF.

       0230-FIND-PAY-TYPE.
           MOVE "S" TO WS-EMP-PAY-TYPE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PM-COUNT
           END-PERFORM.

      *    SAME RULE AS PAYRUN: ONLY APPROVED (OR GRANDFATHERED)
      *    WEEKS ARE PAYABLE, EACH LINE PRICED BY ITS JOB AND SHIFT
      *    CODES.
       0250-SUM-HOURLY-GROSS.
           MOVE "N" TO WS-HOURLY-FOUND
           MOVE 0 TO WS-GROSS
                       AND TSE-APPROVAL(T) NOT = "P"
                       AND TSE-APPROVAL(T) NOT = "D"
                   MOVE "Y" TO WS-HOURLY-FOUND
                   PERFORM 0252-PRICE-ONE-LINE
               END-IF
           END-PERFORM.

       0252-PRICE-ONE-LINE.
           PERFORM 0254-SUM-WEEK-BEFORE
           MOVE TSE-JOB-CODE(T) TO WS-PR-JOB-CODE
           MOVE TSE-SHIFT-CODE(T) TO WS-PR-SHIFT-CODE
           MOVE EMP-HOURLY-RATE TO WS-PR-BASE-RATE
           MOVE TSE-HOURS(T) TO WS-PR-HOURS
           CALL "PAYRATE" USING PAYRATE-FIELDS
           IF WS-PR-RESULT = "J"
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** " EMP-ID " WEEK " TSE-WEEK-ENDING(T)
                   " JOB " TSE-JOB-CODE(T) " IS NOT ON jobrates.dat"
                   " -- FIX BEFORE THE CYCLE. ***"
           END-IF
           IF WS-PR-RESULT = "S"
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** " EMP-ID " WEEK " TSE-WEEK-ENDING(T)
                   " SHIFT " TSE-SHIFT-CODE(T) " IS NOT ON "
                   "shiftdiff.dat -- FIX BEFORE THE CYCLE. ***"
           END-IF
           ADD WS-PR-REG-AMOUNT TO WS-GROSS
           ADD WS-PR-OT-AMOUNT TO WS-GROSS.

      *    PAYRUN FLIPS EACH LINE PAID AS IT PRICES IT; NOTHING FLIPS
      *    HERE, SO A PAYABLE LINE AHEAD OF THIS ONE IN THE SAME WEEK
      *    IS COUNTED AS IF IT HAD.
       0254-SUM-WEEK-BEFORE.
           MOVE 0 TO WS-PR-WEEK-BEFORE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-TS-COUNT
               IF U NOT = T AND TSE-EMP-ID(U) = TSE-EMP-ID(T)
                       AND TSE-WEEK-ENDING(U) = TSE-WEEK-ENDING(T)
                   IF TSE-PAID(U) = "Y"
                           OR (U < T AND TSE-APPROVAL(U) NOT = "P"
                               AND TSE-APPROVAL(U) NOT = "D")
                       ADD TSE-HOURS(U) TO WS-PR-WEEK-BEFORE
                   END-IF
               END-IF
           END-PERFORM.

           END-PERFORM
           ADD WS-RETRO-AMOUNT TO WS-GROSS.

      *    STIPEND INSTALLMENTS FALLING DUE ARE GROSS ON PAYDAY TOO.
       0266-ADD-STIPEND-PAY.
           MOVE 0 TO WS-STIPEND
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > WS-ST-COUNT
               IF STE-EMP-ID(SI) = EMP-ID
                   ADD STE-AMOUNT(SI) TO WS-STIPEND
               END-IF
           END-PERFORM
           ADD WS-STIPEND TO WS-GROSS.

       0270-COMPUTE-PROGRESSIVE-TAX.
           MOVE 0 TO WS-TAX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-TB-COUNT
           END-PERFORM.

       0280-TAKE-DEDUCTIONS.
           PERFORM 0282-TAKE-GARNISHMENTS
           PERFORM 0286-TAKE-LOAN-REPAYMENTS
           MOVE "N" TO WS-DETAIL-FOUND
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = EMP-ID
           END-PERFORM
           IF WS-DETAIL-FOUND = "N"
               COMPUTE WS-DEDUCTIONS ROUNDED = EMP-DEDUCTIONS / 26
               IF WS-GARNISH-TOTAL > 0 OR WS-LOAN-TOTAL > 0
                   IF WS-NET-SO-FAR < 0
                       MOVE 0 TO WS-DEDUCTIONS
                   ELSE
                   IF WS-DEDUCTIONS > WS-NET-SO-FAR
                       MOVE WS-NET-SO-FAR TO WS-DEDUCTIONS
                   END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-DEDUCTIONS
               MOVE 0 TO WS-BEST-D
               PERFORM 0285-TAKE-NEXT-DEDUCTION
                   UNTIL WS-BEST-D = 999
           END-IF
           ADD WS-GARNISH-TOTAL TO WS-DEDUCTIONS
           ADD WS-LOAN-TOTAL TO WS-DEDUCTIONS.

      *    THE SAME ORDER-BY-ORDER LIMITS PAYRUN APPLIES -- CAP ON
      *    DISPOSABLE EARNINGS, BALANCE OWED, WHAT IS LEFT OF THE
      *    CHECK -- WITHOUT JOURNALING OR CLOSING ANYTHING.
       0282-TAKE-GARNISHMENTS.
           MOVE 0 TO WS-GARNISH-TOTAL
           MOVE "N" TO WS-GARNISH-FOUND
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-TAX
           MOVE WS-DISPOSABLE TO WS-NET-SO-FAR
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-EMP-ID(G) = EMP-ID AND GOE-STATUS(G) = "A"
                   MOVE "Y" TO WS-GARNISH-FOUND
                   MOVE "N" TO GOE-TAKEN(G)
               ELSE
                   MOVE "Y" TO GOE-TAKEN(G)
               END-IF
           END-PERFORM
           IF WS-GARNISH-FOUND = "Y"
               MOVE 0 TO WS-BEST-G
               PERFORM 0283-TAKE-NEXT-GARNISHMENT
                   UNTIL WS-BEST-G = 999
           END-IF.

       0283-TAKE-NEXT-GARNISHMENT.
           MOVE 999 TO WS-BEST-G
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-TAKEN(G) = "N"
                   IF WS-BEST-G = 999
                       MOVE G TO WS-BEST-G
                   ELSE
                       IF GOE-SORT-KEY(G) < GOE-SORT-KEY(WS-BEST-G)
                           MOVE G TO WS-BEST-G
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-G NOT = 999
               MOVE WS-BEST-G TO G
               MOVE "Y" TO GOE-TAKEN(G)
               PERFORM 0284-APPLY-GARNISHMENT
           END-IF.

       0284-APPLY-GARNISHMENT.
           IF GOE-METHOD(G) = "P"
               COMPUTE WS-GARNISH-AMOUNT ROUNDED =
                   WS-DISPOSABLE * GOE-PERCENT(G) / 100
           ELSE
               MOVE GOE-FIXED-AMOUNT(G) TO WS-GARNISH-AMOUNT
           END-IF
           IF GOE-CAP-PCT(G) > 0
               COMPUTE WS-GARNISH-ROOM ROUNDED =
                   WS-DISPOSABLE * GOE-CAP-PCT(G) / 100
                   - WS-GARNISH-TOTAL
               IF WS-GARNISH-AMOUNT > WS-GARNISH-ROOM
                   MOVE WS-GARNISH-ROOM TO WS-GARNISH-AMOUNT
               END-IF
           END-IF
           IF GOE-TOTAL-OWED(G) > 0
               COMPUTE WS-GARNISH-ROOM =
                   GOE-TOTAL-OWED(G) - GOE-PAID-TO-DATE(G)
               IF WS-GARNISH-AMOUNT > WS-GARNISH-ROOM
                   MOVE WS-GARNISH-ROOM TO WS-GARNISH-AMOUNT
               END-IF
           END-IF
           IF WS-GARNISH-AMOUNT > WS-NET-SO-FAR
               MOVE WS-NET-SO-FAR TO WS-GARNISH-AMOUNT
           END-IF
           IF WS-GARNISH-AMOUNT > 0
               ADD WS-GARNISH-AMOUNT TO WS-GARNISH-TOTAL
               SUBTRACT WS-GARNISH-AMOUNT FROM WS-NET-SO-FAR
               IF GOE-TOTAL-OWED(G) > 0
                       AND GOE-PAID-TO-DATE(G) + WS-GARNISH-AMOUNT
                           >= GOE-TOTAL-OWED(G)
                   DISPLAY "    " EMP-ID " GARNISHMENT "
                       GOE-CASE-NO(G) " WILL BE PAID IN FULL THIS "
                       "CYCLE."
               END-IF
           END-IF.

      *    THE SAME INTEREST AND REPAYMENT PAYRUN TAKES, WORKED ON A
      *    COPY OF THE BALANCE SO THE TABLE STAYS AS READ.
       0286-TAKE-LOAN-REPAYMENTS.
           MOVE 0 TO WS-LOAN-TOTAL
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-EMP-ID(LO) = EMP-ID
                   COMPUTE WS-LOAN-BALANCE ROUNDED = LNE-BALANCE(LO)
                       + (LNE-BALANCE(LO) * LNE-INT-RATE(LO) / 100
                           / 26)
                   IF LNE-STATUS(LO) = "F"
                       MOVE WS-LOAN-BALANCE TO WS-LOAN-AMOUNT
                   ELSE
                       MOVE LNE-REPAYMENT(LO) TO WS-LOAN-AMOUNT
                   END-IF
                   IF WS-LOAN-AMOUNT > WS-LOAN-BALANCE
                       MOVE WS-LOAN-BALANCE TO WS-LOAN-AMOUNT
                   END-IF
                   IF WS-NET-SO-FAR < 0
                       MOVE 0 TO WS-LOAN-AMOUNT
                   ELSE
                   IF WS-LOAN-AMOUNT > WS-NET-SO-FAR
                       MOVE WS-NET-SO-FAR TO WS-LOAN-AMOUNT
                   END-IF
                   END-IF
                   ADD WS-LOAN-AMOUNT TO WS-LOAN-TOTAL
                   SUBTRACT WS-LOAN-AMOUNT FROM WS-NET-SO-FAR
                   IF LNE-STATUS(LO) = "F"
                           AND WS-LOAN-AMOUNT < WS-LOAN-BALANCE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "*** " EMP-ID " LOAN " LNE-LOAN-NO(LO)
                           " IS FLAGGED FOR THE FINAL CHECK BUT THE "
                           "CHECK WILL NOT CLEAR IT. ***"
                   END-IF
               END-IF
           END-PERFORM.

       0285-TAKE-NEXT-DEDUCTION.
           MOVE 999 TO WS-BEST-D
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
