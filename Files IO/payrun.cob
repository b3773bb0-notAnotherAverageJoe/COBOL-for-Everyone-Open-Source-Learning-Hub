      *            EMPLOYEES WHOSE POSITION IS NOT ON THE MASTER)
      *            ARE PAID EMP-SALARY / 26 AS BEFORE. PAID
      *            TIMESHEET WEEKS ARE FLAGGED TS-PAID = "Y" SO THE
      *            NEXT CYCLE DOES NOT PAY THEM AGAIN. A TIMESHEET
      *            LINE CARRYING A JOB CODE IS PAID AT THAT JOB'S
      *            RATE (jobrates.dat) INSTEAD OF EMP-HOURLY-RATE,
      *            AND ONE CARRYING A SHIFT CODE EARNS THAT SHIFT'S
      *            DIFFERENTIAL (shiftdiff.dat) -- BOTH PRICED BY
      *            Shared/payrate.cob. THE 40-HOUR OVERTIME LINE IS
      *            DRAWN ACROSS ALL OF A WEEK'S LINES, AND THE STUB
      *            SHOWS EACH RATE LINE SEPARATELY.
      *            THE RUN IS CRASH-SAFE: PAYMENTS AND DEDUCTION
      *            DETAIL ARE STAGED ON paystage.dat / dedstage.dat
      *            AND EVERY LIVE FILE -- payhist.dat, ytd.dat,
      *            PHASE MARKER ON cyclemarker.dat CATCHES THE RARE
      *            DEATH MID-COMMIT AND BLOCKS THE NEXT RUN UNTIL
      *            THE LIVE FILES ARE RECONCILED.
      *            COURT-ORDERED GARNISHMENTS ON garnishments.dat (SEE
      *            garnmaint.cob) ARE TAKEN AFTER TAX AND BEFORE THE
      *            VOLUNTARY DEDUCTIONS: SUPPORT ORDERS FIRST, THEN
      *            TAX LEVIES, THEN CREDITORS, EACH HELD TO ITS CAP
      *            ON DISPOSABLE EARNINGS (GROSS LESS TAX) AND TO THE
      *            BALANCE STILL OWED. THE AMOUNT IS JOURNALED UNDER
      *            THE AGENCY'S PAYEE CODE SO remitrun.cob PAYS IT,
      *            AND AN ORDER PAID IN FULL CLOSES AT COMMIT.
      *            WITHHOLDING IS THE BASE TABLE ON taxbrackets.dat
      *            (OR THE FLAT EMP-TAX-RATE) PLUS THE STATE AND
      *            LOCAL TAX OF THE EMPLOYEE'S WORK LOCATION (SEE
      *            locmaint.cob AND Shared/jurtax.cob). PH-TAX
      *            STAYS THE TOTAL; THE SPLIT BY JURISDICTION RIDES
      *            ON payhist.dat AND ytd.dat FOR TAXQTRLY.
      *            APPROVED EXPENSE CLAIMS ON expclaims.dat (SEE
      *            expclaim.cob AND expapprove.cob) ARE ADDED TO
      *            NET PAY AS A NON-TAXABLE REIMBURSEMENT LINE ON
      *            THE STUB -- NEVER PART OF GROSS, SO NEVER TAXED,
      *            GARNISHED OR COUNTED IN YTD-GROSS -- AND FLAGGED
      *            PAID WITH THE CHECK DATE AT COMMIT.
      *            SECTION STIPENDS FOR PART-TIME INSTRUCTORS ARE
      *            SCHEDULED ON stipends.dat AT THE START OF A TERM
      *            (SEE stipgen.cob). EVERY UNPAID INSTALLMENT WHOSE
      *            CHECK DATE HAS BEEN REACHED IS ADDED TO GROSS --
      *            TAXED LIKE ANY OTHER EARNINGS -- ON ITS OWN STUB
      *            LINE, AND FLAGGED PAID WITH THE CHECK DATE AT
      *            COMMIT.
      *            LOANS AND SALARY ADVANCES ON loans.dat (ISSUED
      *            THROUGH offcycle.cob, SEE ALSO loanmaint.cob) ARE
      *            RECOVERED AFTER THE COURT ORDERS AND BEFORE THE
      *            VOLUNTARY DEDUCTIONS: INTEREST, IF ANY, IS CHARGED
      *            ON THE BALANCE, THE AGREED REPAYMENT IS TAKEN (THE
      *            WHOLE BALANCE FOR A LOAN FLAGGED AT TERMINATION),
      *            AND A LOAN REPAID IN FULL CLOSES AT COMMIT.
      *            A NEW HIRE WHOSE ONBOARDING CHECKLIST ON
      *            onboarding.dat IS STILL OPEN (SEE onbmaint.cob)
      *            IS HELD OUT OF THE CYCLE -- NO STUB, NO HISTORY,
      *            NO TIMESHEET OR LEAVE FLAGGED PAID -- AND LISTED
      *            SO THE MISSING STEPS ARE CHASED BEFORE THE NEXT.
      *            A RUN PAYS ONE COMPANY (SEE compmaint.cob AND
      *            Shared/company.cob): ONLY THAT COMPANY'S STAFF ARE
      *            CALCULATED, AND EVERY PAYMENT, YTD RECORD AND
      *            CONTROL LINE IT WRITES CARRIES THE COMPANY CODE.
      *            EMPLOYEES OF THE OTHER COMPANIES ARE LEFT WHOLLY
      *            UNTOUCHED FOR THEIR OWN COMPANY'S CYCLE.
      *            EMPLOYEE-FILE IS INDEXED. IF employee.dat DOES NOT
      *            EXIST YET, RUN convertEmployee.cob ONCE FIRST TO
      *            BUILD IT FROM THE SHIPPED employee.dat.seed FILE.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "cyclecontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT STIPEND-FILE ASSIGN TO "stipends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.
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

      *    SAME LAYOUT AS timeentry.cob WRITES. TS-PAID IS FLIPPED TO
      *    "Y" HERE ONCE THE WEEK HAS BEEN PAID.
           05 SH-TAX           PIC S9(7)V99.
           05 SH-DEDUCTIONS    PIC S9(7)V99.
           05 SH-NET           PIC S9(7)V99.
           05 SH-JURIS-SPLIT OCCURS 3 TIMES.
               10 SH-JURIS-CODE    PIC X(4).
               10 SH-JURIS-TAX     PIC S9(7)V99.
           05 SH-COMPANY       PIC X(4).

       FD  STAGE-DED-FILE.
       01  STAGE-DED-RECORD.
           05 CC-STEP-NAME     PIC X(12).
           05 CC-RECORD-COUNT  PIC 9(5).
           05 CC-TOTAL-NET     PIC S9(9)V99.
           05 CC-COMPANY       PIC X(4).

      *    THE PAY-CALENDAR MASTER MAINTAINED BY calmaint.cob. THE
      *    PERIOD COVERING THE RUN DATE SUPPLIES THE CHECK DATE;
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

      *    DEDUCTION DETAILS MAINTAINED BY dedmaint.cob -- SEVERAL
      *    LINES PER EMP-ID, TAKEN IN DD-PRIORITY ORDER PER CYCLE.
      *    LINES PER PAYEE AND FLIPS DH-REMITTED TO "Y" ONCE THE
      *    MONEY HAS ACTUALLY GONE OUT THE DOOR. THE OLD LUMP-SUM
      *    EMP-DEDUCTIONS / 26 FALLBACK IS JOURNALED UNDER CODE
      *    "LUMP". payvoid.cob WRITES A VOIDED GARNISHMENT BACK AS A
      *    REVERSING LINE FLAGGED "R" ("X" ONCE NETTED).
       FD  DEDUCTION-HISTORY-FILE.
       01  DEDUCTION-HISTORY-RECORD.
           05 DH-PAY-DATE      PIC X(8).
           05 DH-AMOUNT        PIC 9(5)V99.
           05 DH-REMITTED      PIC X.

      *    COURT ORDERS MAINTAINED BY garnmaint.cob. ONLY ACTIVE
      *    ("A") ORDERS ARE TAKEN; GO-PAID-TO-DATE AND THE CLOSED
      *    STATUS ARE WRITTEN BACK AT COMMIT.
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

      *    EXPENSE CLAIMS KEYED BY expclaim.cob. ONLY APPROVED
      *    ("A") UNPAID CLAIMS ARE REIMBURSED; EX-PAID AND
      *    EX-PAID-DATE ARE WRITTEN BACK AT COMMIT.
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

      *    STIPEND INSTALLMENTS SCHEDULED BY stipgen.cob. ST-PAID
      *    AND ST-PAID-DATE ARE WRITTEN BACK AT COMMIT.
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

      *    LOAN LEDGER WRITTEN BY offcycle.cob WHEN A LOAN OR
      *    ADVANCE IS ISSUED. LN-STATUS "A" ACTIVE, "F" FLAGGED FOR
      *    RECOVERY FROM THE FINAL CHECK, "C" CLOSED. LN-INT-RATE IS
      *    AN ANNUAL PERCENT. THE LAST-RECOVERY FIELDS LET payvoid
      *    PUT A VOIDED CHECK'S REPAYMENT BACK ON THE BALANCE.
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

      *    SAME LAYOUT onbmaint.cob MAINTAINS. OB-STATUS "O" MEANS
      *    A MANDATORY ONBOARDING STEP IS STILL OPEN.
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

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
               10 DDE-TAKEN     PIC X.
       01  D                   PIC 9(3) VALUE 1.
       01  WS-BEST-D           PIC 9(3) VALUE 0.
      *    THE CURRENT PAYMENT'S TAX BY JURISDICTION -- SLOT 1 IS
      *    THE BASE TABLE ("FED"), SLOTS 2 AND 3 THE STATE AND LOCAL
      *    TAX JURTAX RETURNS. SAME SHAPE AS PH-JURIS-SPLIT.
       01  PAY-JURIS-SPLIT.
           05 WS-PJ-ENTRY OCCURS 3 TIMES.
               10 WS-PJ-CODE       PIC X(4).
               10 WS-PJ-TAX        PIC S9(7)V99.
       01  J                   PIC 9 VALUE 1.
       01  YJ                  PIC 9 VALUE 1.
       01  WS-YJ-INDEX         PIC 9 VALUE 0.
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
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-EOF           PIC X VALUE "N".

      *    LNE-LOAN IS THE FILE RECORD AS READ. LNE-CYCLE-AMOUNT IS
      *    WHAT THE CURRENT EMPLOYEE'S CHECK RECOVERED, FOR THE STUB.
       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 200 TIMES.
               10 LNE-LOAN.
                   15 LNE-EMP-ID        PIC X(5).
                   15 LNE-LOAN-NO       PIC 9(4).
                   15 LNE-TYPE          PIC X.
                   15 LNE-ISSUE-DATE    PIC X(8).
                   15 LNE-PRINCIPAL     PIC 9(7)V99.
                   15 LNE-REPAYMENT     PIC 9(5)V99.
                   15 LNE-INT-RATE      PIC 9(2)V99.
                   15 LNE-BALANCE       PIC 9(7)V99.
                   15 LNE-STATUS        PIC X.
                   15 LNE-CLOSED-DATE   PIC X(8).
                   15 LNE-LAST-DATE     PIC X(8).
                   15 LNE-LAST-REPAID   PIC 9(7)V99.
                   15 LNE-LAST-INTEREST PIC 9(5)V99.
               10 LNE-CYCLE-AMOUNT  PIC 9(7)V99.
       01  LO                  PIC 9(3) VALUE 1.
       01  WS-LOAN-TOTAL       PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-INTEREST    PIC 9(5)V99 VALUE 0.
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OB-EOF           PIC X VALUE "N".

      *    THE LATEST onboarding.dat LINE PER EMP-ID -- AN EMP-ID
      *    RE-ADDED AFTER A DELETE IS JUDGED ON ITS FRESH CHECKLIST.
       01  ONBOARDING-HOLD-TABLE.
           05 WS-OH-COUNT      PIC 9(3) VALUE 0.
           05 OH-ENTRY OCCURS 500 TIMES.
               10 OHE-EMP-ID       PIC X(5).
               10 OHE-STATUS       PIC X.
       01  OH                  PIC 9(3) VALUE 1.
       01  WS-OH-INDEX         PIC 9(3) VALUE 0.
       01  WS-ONBOARDING-HELD  PIC X VALUE "N".

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
       01  WS-REIMBURSE        PIC 9(7)V99 VALUE 0.

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
       01  WS-STIPEND          PIC 9(7)V99 VALUE 0.
       01  WS-STIPEND-LINES    PIC 9(2) VALUE 0.

      *    GOE-ORDER IS THE FILE RECORD AS READ. GOE-SORT-KEY PUTS
      *    THE ORDERS IN LEGAL PRIORITY -- TYPE RANK (SUPPORT,
      *    LEVY, CREDITOR) THEN DATE RECEIVED. GOE-CYCLE-AMOUNT IS
      *    WHAT THE CURRENT EMPLOYEE'S CHECK WITHHELD, FOR THE STUB.
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
               10 GOE-CYCLE-AMOUNT  PIC 9(5)V99.
       01  G                   PIC 9(3) VALUE 1.
       01  WS-BEST-G           PIC 9(3) VALUE 0.
       01  WS-DISPOSABLE       PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-TOTAL    PIC 9(7)V99 VALUE 0.
       01  WS-GARNISH-AMOUNT   PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-ROOM     PIC S9(7)V99 VALUE 0.
       01  WS-GARNISH-FOUND    PIC X VALUE "N".
       01  WS-DETAIL-FOUND     PIC X VALUE "N".
       01  WS-NET-SO-FAR       PIC S9(7)V99 VALUE 0.
       01  WS-EOF              PIC X VALUE "N".
               10 TSE-PAID         PIC X.
               10 TSE-APPROVAL     PIC X.
               10 TSE-ENTERED-BY   PIC X(10).
               10 TSE-SHIFT-CODE   PIC X(2).
               10 TSE-JOB-CODE     PIC X(4).
       01  T                   PIC 9(3) VALUE 1.
       01  WS-HOURLY-FOUND     PIC X VALUE "N".
       01  WS-POS-FILE-STATUS  PIC X(2) VALUE "00".
               10 PME-CODE        PIC X(15).
               10 PME-PAY-TYPE    PIC X.
               10 PME-LEAVE-RATE  PIC 9(2)V99.
       01  U                   PIC 9(3) VALUE 1.

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

      *    THE CURRENT EMPLOYEE'S HOURS BY RATE, ONE STUB LINE EACH:
      *    STRAIGHT ("REG") OR OVERTIME ("OT") HOURS AT ONE JOB,
      *    SHIFT AND RATE.
       01  RATE-LINE-TABLE.
           05 WS-RL-COUNT      PIC 9(2) VALUE 0.
           05 RL-ENTRY OCCURS 20 TIMES.
               10 RLE-KIND         PIC X(3).
               10 RLE-JOB-CODE     PIC X(4).
               10 RLE-SHIFT-CODE   PIC X(2).
               10 RLE-RATE         PIC 9(5)V99.
               10 RLE-HOURS        PIC 9(3)V9.
               10 RLE-AMOUNT       PIC 9(7)V99.
       01  RL                  PIC 9(2) VALUE 1.
       01  WS-RL-INDEX         PIC 9(2) VALUE 0.
       01  WS-RL-KIND          PIC X(3).
       01  WS-RL-RATE          PIC 9(5)V99.
       01  WS-RL-HOURS         PIC 9(2)V9.
       01  WS-RL-AMOUNT        PIC 9(7)V99.

       01  PAY-FIGURES.
           05 WS-GROSS         PIC 9(7)V99 VALUE 0.
           05 WS-TOTAL-TAX     PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DEDUCT  PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-NET     PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-REIMBURSE PIC 9(9)V99 VALUE 0.
           05 WS-HELD-COUNT    PIC 9(5) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-GROSS         PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL-DEDUCT  PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-TOTAL-NET     PIC -ZZZ,ZZZ,ZZ9.99.
           05 ED-RETRO         PIC Z,ZZZ,ZZ9.99.
           05 ED-STIPEND       PIC Z,ZZZ,ZZ9.99.
           05 ED-GARNISH       PIC Z,ZZZ,ZZ9.99.
           05 ED-LOAN          PIC Z,ZZZ,ZZ9.99.
           05 ED-LOAN-BALANCE  PIC Z,ZZZ,ZZ9.99.
           05 ED-JURIS-TAX     PIC Z,ZZZ,ZZ9.99.
           05 ED-REIMBURSE     PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL-REIMBURSE PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-RL-HOURS      PIC ZZ9.9.
           05 ED-RL-RATE       PIC ZZ,ZZ9.99.
           05 ED-RL-AMOUNT     PIC Z,ZZZ,ZZ9.99.

       01  WS-STUB-LINE        PIC X(80).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYRUN".
       01  WS-RUN-COMPANY      PIC X(4) VALUE SPACES.
       01  WS-RUN-COMPANY-NAME PIC X(30) VALUE SPACES.
       01  WS-OTHER-COMPANY    PIC X VALUE "N".

       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE SHARED MASTER IS CLAIMED THROUGH THE LOCK MODULE
               WS-EMPLOYEE-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-DATE
           MOVE WS-PAY-DATE TO WS-RUN-DATE
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "PAY RUN NOT STARTED -- NO COMPANY TO RUN FOR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           MOVE WS-CO-NAME TO WS-RUN-COMPANY-NAME
           PERFORM 0105-SELECT-PAY-PERIOD THRU 0105-EXIT
           MOVE "L" TO WS-LK-ACTION
           MOVE "PAYRUN" TO WS-LK-PROGRAM
           PERFORM 0155-LOAD-LEAVE-TAKEN
           PERFORM 0158-LOAD-RETRO-QUEUE
           PERFORM 0160-LOAD-POSITION-TABLE
           PERFORM 0145-LOAD-GARNISHMENTS
           PERFORM 0147-LOAD-EXPENSE-CLAIMS
           PERFORM 0159-LOAD-STIPENDS
           PERFORM 0148-LOAD-LOANS
           PERFORM 0149-LOAD-ONBOARDING-HOLDS
           IF WS-LN-COUNT = 200 AND WS-LN-EOF NOT = "Y"
      *        THE COMMIT REWRITE WOULD DROP THE LOANS LEFT OFF THE
      *        TABLE -- REFUSE THE RUN.
               DISPLAY "*** MORE THAN 200 LOANS ON loans.dat."
                   " ARCHIVE THE CLOSED LOANS AND RERUN. ***"
               CLOSE EMPLOYEE-FILE
               CLOSE PAY-STUB-FILE
               CLOSE STAGE-HISTORY-FILE
               CLOSE STAGE-DED-FILE
               CLOSE YTD-FILE
               CLOSE LEAVE-BALANCE-FILE
               PERFORM 9100-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-GO-COUNT = 100 AND WS-GO-EOF NOT = "Y"
      *        A COURT ORDER LEFT OFF THE TABLE WOULD GO UNPAID AND
      *        THE COMMIT REWRITE WOULD DROP IT -- REFUSE THE RUN.
               DISPLAY "*** MORE THAN 100 ORDERS ON garnishments.dat."
                   " ARCHIVE THE CLOSED ORDERS AND RERUN. ***"
               CLOSE EMPLOYEE-FILE
               CLOSE PAY-STUB-FILE
               CLOSE STAGE-HISTORY-FILE
               CLOSE STAGE-DED-FILE
               CLOSE YTD-FILE
               CLOSE LEAVE-BALANCE-FILE
               PERFORM 9100-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-EX-COUNT = 500 AND WS-EX-EOF NOT = "Y"
      *        THE PAID FLAGS COULD NOT BE WRITTEN BACK WITHOUT
      *        DROPPING THE CLAIMS LEFT OFF THE TABLE, SO THE SAME
      *        CLAIMS WOULD BE PAID AGAIN -- REFUSE THE RUN.
               DISPLAY "*** MORE THAN 500 EXPENSE CLAIMS ON "
                   "expclaims.dat. ARCHIVE THE PAID CLAIMS AND "
                   "RERUN. ***"
               CLOSE EMPLOYEE-FILE
               CLOSE PAY-STUB-FILE
               CLOSE STAGE-HISTORY-FILE
               CLOSE STAGE-DED-FILE
               CLOSE YTD-FILE
               CLOSE LEAVE-BALANCE-FILE
               PERFORM 9100-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ST-COUNT = 500 AND WS-ST-EOF NOT = "Y"
      *        SAME FOR THE STIPEND INSTALLMENTS.
               DISPLAY "*** MORE THAN 500 STIPEND INSTALLMENTS ON "
                   "stipends.dat. ARCHIVE THE PAID TERMS AND "
                   "RERUN. ***"
               CLOSE EMPLOYEE-FILE
               CLOSE PAY-STUB-FILE
               CLOSE STAGE-HISTORY-FILE
               CLOSE STAGE-DED-FILE
               CLOSE YTD-FILE
               CLOSE LEAVE-BALANCE-FILE
               PERFORM 9100-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0204-CHECK-EMPLOYEE-COMPANY
                       IF WS-OTHER-COMPANY = "N"
                           PERFORM 0205-CHECK-ONBOARDING-HOLD
                           IF WS-ONBOARDING-HELD = "Y"
                               ADD 1 TO WS-HELD-COUNT
                           ELSE
                               PERFORM 0200-PAY-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0500-WRITE-RUN-SUMMARY
           PERFORM 9100-RELEASE-MASTER-LOCK
           DISPLAY "PAY RUN COMPLETE. " WS-EMPLOYEE-COUNT
               " EMPLOYEES PAID. STUBS ON paystubs.txt."
           IF WS-HELD-COUNT > 0
               DISPLAY "*** " WS-HELD-COUNT " NEW HIRES HELD FOR "
                   "OPEN ONBOARDING STEPS -- SEE onbreport. ***"
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PAY RUN " WS-PAY-DATE " " WS-RUN-COMPANY
               " PAID " WS-EMPLOYEE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.
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
           PERFORM 0275-ADD-JURISDICTION-TAX
           PERFORM 0280-TAKE-DEDUCTIONS
           PERFORM 0295-ADD-REIMBURSEMENTS
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCTIONS
               + WS-REIMBURSE
           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD WS-GROSS      TO WS-TOTAL-GROSS
           ADD WS-TAX        TO WS-TOTAL-TAX
           ADD WS-DEDUCTIONS TO WS-TOTAL-DEDUCT
           ADD WS-NET        TO WS-TOTAL-NET
           ADD WS-REIMBURSE  TO WS-TOTAL-REIMBURSE
           PERFORM 0300-WRITE-PAY-STUB
           PERFORM 0400-WRITE-PAY-HISTORY
           PERFORM 0460-STAGE-LEAVE-ACCRUAL THRU 0460-EXIT.
               END-IF
           END-PERFORM.

      *    WHAT WAS JUST WITHHELD IS THE BASE TABLE'S SHARE; THE
      *    WORK LOCATION'S STATE AND LOCAL TAX GO ON TOP, EACH KEPT
      *    APART FOR THE JURISDICTION'S OWN FILING.
       0275-ADD-JURISDICTION-TAX.
           CALL "JURTAX" USING EMP-ID WS-GROSS JURTAX-RESULT
           MOVE "FED" TO WS-PJ-CODE(1)
           MOVE WS-TAX TO WS-PJ-TAX(1)
           MOVE WS-JURIS-CODE(1) TO WS-PJ-CODE(2)
           MOVE WS-JURIS-AMOUNT(1) TO WS-PJ-TAX(2)
           MOVE WS-JURIS-CODE(2) TO WS-PJ-CODE(3)
           MOVE WS-JURIS-AMOUNT(2) TO WS-PJ-TAX(3)
           ADD WS-JURIS-TOTAL TO WS-TAX.

       0140-LOAD-DEDUCTION-DETAILS.
           MOVE 0 TO WS-DD-COUNT
           MOVE "N" TO WS-DD-EOF
               CLOSE DEDUCTION-FILE
           END-IF.

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
                           MOVE 0 TO GOE-CYCLE-AMOUNT(WS-GO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.

       0147-LOAD-EXPENSE-CLAIMS.
           MOVE 0 TO WS-EX-COUNT
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EX-FILE-STATUS = "00"
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
      *        A FULL TABLE IS ONLY AN OVERFLOW IF ANOTHER LINE
      *        FOLLOWS.
               IF WS-EX-COUNT = 500 AND WS-EX-EOF NOT = "Y"
                   READ EXPENSE-CLAIM-FILE
                       AT END
                           MOVE "Y" TO WS-EX-EOF
                   END-READ
               END-IF
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

       0159-LOAD-STIPENDS.
           MOVE 0 TO WS-ST-COUNT
           MOVE "N" TO WS-ST-EOF
           OPEN INPUT STIPEND-FILE
           IF WS-ST-FILE-STATUS = "00"
               PERFORM UNTIL WS-ST-EOF = "Y" OR WS-ST-COUNT = 500
                   READ STIPEND-FILE
                       AT END
                           MOVE "Y" TO WS-ST-EOF
                       NOT AT END
                           ADD 1 TO WS-ST-COUNT
                           MOVE STIPEND-RECORD
                               TO ST-ENTRY(WS-ST-COUNT)
                   END-READ
               END-PERFORM
      *        A FULL TABLE IS ONLY AN OVERFLOW IF ANOTHER LINE
      *        FOLLOWS.
               IF WS-ST-COUNT = 500 AND WS-ST-EOF NOT = "Y"
                   READ STIPEND-FILE
                       AT END
                           MOVE "Y" TO WS-ST-EOF
                   END-READ
               END-IF
               CLOSE STIPEND-FILE
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
                           ADD 1 TO WS-LN-COUNT
                           MOVE LOAN-RECORD TO LNE-LOAN(WS-LN-COUNT)
                           MOVE 0 TO LNE-CYCLE-AMOUNT(WS-LN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

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

      *    ANOTHER COMPANY'S EMPLOYEE IS SKIPPED SILENTLY -- NOT
      *    HELD, NOT WARNED ABOUT; THEIR OWN COMPANY'S CYCLE PAYS
      *    THEM. "M" MEANS ONE EMPLOYER, SO EVERYONE IS PAID.
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

      *    TAKES THE EMPLOYEE'S DEDUCTION DETAILS IN PRIORITY ORDER
      *    (LOWEST DD-PRIORITY FIRST), STOPPING BEFORE A DEDUCTION
      *    WOULD PUSH NET PAY NEGATIVE -- THE LOW-PRIORITY PLANS
      *    WAIT FOR A FATTER CHECK. WITH NO DETAIL LINES ON FILE THE
      *    OLD LUMP-SUM EMP-DEDUCTIONS / 26 APPLIES UNCHANGED.
      *    COURT ORDERS COME OFF FIRST (0282) -- THE LAW RANKS THEM
      *    AHEAD OF ANY PLAN THE EMPLOYEE VOLUNTEERED FOR. LOAN
      *    REPAYMENTS (0286) COME NEXT -- THE MONEY WAS ADVANCED ON
      *    THE UNDERSTANDING IT COMES BACK OUT OF PAY.
       0280-TAKE-DEDUCTIONS.
           PERFORM 0282-TAKE-GARNISHMENTS
           PERFORM 0286-TAKE-LOAN-REPAYMENTS
           MOVE "N" TO WS-DETAIL-FOUND
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = EMP-ID
           END-PERFORM
           IF WS-DETAIL-FOUND = "N"
               COMPUTE WS-DEDUCTIONS ROUNDED = EMP-DEDUCTIONS / 26
      *        A GARNISHED CHECK KEEPS THE OLD LUMP TO WHAT THE
      *        ORDERS AND LOAN REPAYMENTS LEFT OF IT.
               IF WS-GARNISH-TOTAL > 0 OR WS-LOAN-TOTAL > 0
                   IF WS-NET-SO-FAR < 0
                       MOVE 0 TO WS-DEDUCTIONS
                   ELSE
                   IF WS-DEDUCTIONS > WS-NET-SO-FAR
                       MOVE WS-NET-SO-FAR TO WS-DEDUCTIONS
                   END-IF
                   END-IF
               END-IF
               IF WS-DEDUCTIONS > 0
                   MOVE "LUMP" TO DH-CODE
                   MOVE WS-DEDUCTIONS TO DH-AMOUNT
           ELSE
               MOVE 0 TO WS-DEDUCTIONS
               MOVE 0 TO WS-BEST-D
               PERFORM 0285-TAKE-NEXT-DEDUCTION
                   UNTIL WS-BEST-D = 999
           END-IF
           ADD WS-GARNISH-TOTAL TO WS-DEDUCTIONS
           ADD WS-LOAN-TOTAL TO WS-DEDUCTIONS.

      *    DISPOSABLE EARNINGS ARE GROSS LESS TAX. EACH ACTIVE ORDER
      *    IN PRIORITY ORDER TAKES ITS PERCENT OR FIXED AMOUNT, BUT
      *    NEVER MORE THAN ITS CAP LEAVES ROOM FOR AFTER THE ORDERS
      *    AHEAD OF IT, NEVER MORE THAN THE BALANCE STILL OWED AND
      *    NEVER MORE THAN IS LEFT ON THE CHECK. WS-NET-SO-FAR
      *    COMES OUT NET OF THE ORDERS FOR THE VOLUNTARY PLANS.
       0282-TAKE-GARNISHMENTS.
           MOVE 0 TO WS-GARNISH-TOTAL
           MOVE "N" TO WS-GARNISH-FOUND
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-TAX
           MOVE WS-DISPOSABLE TO WS-NET-SO-FAR
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               MOVE 0 TO GOE-CYCLE-AMOUNT(G)
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
               MOVE WS-GARNISH-AMOUNT TO GOE-CYCLE-AMOUNT(G)
               ADD WS-GARNISH-AMOUNT TO GOE-PAID-TO-DATE(G)
               MOVE GOE-PAYEE-CODE(G) TO DH-CODE
               MOVE WS-GARNISH-AMOUNT TO DH-AMOUNT
               PERFORM 0290-JOURNAL-DEDUCTION
               IF GOE-TOTAL-OWED(G) > 0
                       AND GOE-PAID-TO-DATE(G) >= GOE-TOTAL-OWED(G)
                   MOVE "C" TO GOE-STATUS(G)
                   MOVE WS-PAY-DATE TO GOE-CLOSED-DATE(G)
                   DISPLAY "GARNISHMENT " GOE-CASE-NO(G) " FOR "
                       EMP-ID " PAID IN FULL -- CLOSED."
               END-IF
           END-IF.

      *    EVERY ACTIVE LOAN OF THE EMPLOYEE IS CHARGED ITS INTEREST
      *    FOR THE CYCLE (ONE 26TH OF THE ANNUAL RATE, ON THE
      *    BALANCE) AND THEN GIVES BACK ITS AGREED REPAYMENT -- OR
      *    ITS WHOLE BALANCE WHEN IT WAS FLAGGED ("F") AT
      *    TERMINATION -- NEVER MORE THAN IS LEFT ON THE CHECK.
       0286-TAKE-LOAN-REPAYMENTS.
           MOVE 0 TO WS-LOAN-TOTAL
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               MOVE 0 TO LNE-CYCLE-AMOUNT(LO)
               IF LNE-EMP-ID(LO) = EMP-ID AND LNE-BALANCE(LO) > 0
                       AND (LNE-STATUS(LO) = "A"
                           OR LNE-STATUS(LO) = "F")
                   PERFORM 0287-APPLY-LOAN-REPAYMENT
               END-IF
           END-PERFORM.

       0287-APPLY-LOAN-REPAYMENT.
           COMPUTE WS-LOAN-INTEREST ROUNDED =
               LNE-BALANCE(LO) * LNE-INT-RATE(LO) / 100 / 26
           ADD WS-LOAN-INTEREST TO LNE-BALANCE(LO)
           IF LNE-STATUS(LO) = "F"
               MOVE LNE-BALANCE(LO) TO WS-LOAN-AMOUNT
           ELSE
               MOVE LNE-REPAYMENT(LO) TO WS-LOAN-AMOUNT
           END-IF
           IF WS-LOAN-AMOUNT > LNE-BALANCE(LO)
               MOVE LNE-BALANCE(LO) TO WS-LOAN-AMOUNT
           END-IF
           IF WS-NET-SO-FAR < 0
               MOVE 0 TO WS-LOAN-AMOUNT
           ELSE
           IF WS-LOAN-AMOUNT > WS-NET-SO-FAR
               MOVE WS-NET-SO-FAR TO WS-LOAN-AMOUNT
           END-IF
           END-IF
           SUBTRACT WS-LOAN-AMOUNT FROM LNE-BALANCE(LO)
           ADD WS-LOAN-AMOUNT TO WS-LOAN-TOTAL
           SUBTRACT WS-LOAN-AMOUNT FROM WS-NET-SO-FAR
           MOVE WS-LOAN-AMOUNT TO LNE-CYCLE-AMOUNT(LO)
           MOVE WS-PAY-DATE TO LNE-LAST-DATE(LO)
           MOVE WS-LOAN-AMOUNT TO LNE-LAST-REPAID(LO)
           MOVE WS-LOAN-INTEREST TO LNE-LAST-INTEREST(LO)
           IF LNE-BALANCE(LO) = 0
               MOVE "C" TO LNE-STATUS(LO)
               MOVE WS-PAY-DATE TO LNE-CLOSED-DATE(LO)
               DISPLAY "LOAN " LNE-LOAN-NO(LO) " FOR " EMP-ID
                   " REPAID IN FULL -- CLOSED."
           ELSE
               IF LNE-STATUS(LO) = "F"
                   MOVE LNE-BALANCE(LO) TO ED-LOAN-BALANCE
                   DISPLAY "*** LOAN " LNE-LOAN-NO(LO) " FOR " EMP-ID
                       " STILL OWES " ED-LOAN-BALANCE
                       " AFTER THIS CHECK -- RECOVER OUTSIDE PAYROLL."
                       " ***"
               END-IF
           END-IF.

      *    ONE PASS PICKS THE LOWEST-PRIORITY UNTAKEN DETAIL LINE;
           MOVE "N"         TO SD-REMITTED
           WRITE STAGE-DED-RECORD.

      *    APPROVED CLAIMS ARE THE EMPLOYEE'S OWN MONEY COMING
      *    BACK, NOT PAY: THEY GO ON TOP OF NET AFTER TAX, ORDERS
      *    AND DEDUCTIONS HAVE ALL BEEN WORKED OUT ON GROSS.
      *    PENDING ("P") AND DISPUTED ("D") CLAIMS WAIT FOR
      *    expapprove.
       0295-ADD-REIMBURSEMENTS.
           MOVE 0 TO WS-REIMBURSE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               IF EXE-EMP-ID(X) = EMP-ID AND EXE-PAID(X) = "N"
                       AND EXE-APPROVAL(X) = "A"
                   ADD EXE-AMOUNT(X) TO WS-REIMBURSE
                   MOVE "Y" TO EXE-PAID(X)
                   MOVE WS-PAY-DATE TO EXE-PAID-DATE(X)
               END-IF
           END-PERFORM.

      *    READS EVERY TIMESHEET WEEK ON FILE INTO TIMESHEET-TABLE SO
      *    EACH EMPLOYEE'S UNPAID WEEKS CAN BE PRICED DURING THE MAIN
      *    PASS AND FLAGGED PAID AFTERWARD. A MISSING timesheet.dat
                               TO TSE-APPROVAL(WS-TS-COUNT)
                           MOVE TS-ENTERED-BY
                               TO TSE-ENTERED-BY(WS-TS-COUNT)
                           MOVE TS-SHIFT-CODE
                               TO TSE-SHIFT-CODE(WS-TS-COUNT)
                           MOVE TS-JOB-CODE TO TSE-JOB-CODE(WS-TS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
      *    ONLY APPROVED WEEKS ARE PAYABLE -- PENDING ("P") AND
      *    DISPUTED ("D") WEEKS WAIT FOR tsapprove. WEEKS KEYED
      *    BEFORE APPROVALS EXISTED CARRY A SPACE AND ARE
      *    GRANDFATHERED THROUGH. EACH LINE IS PRICED BY ITS JOB
      *    AND SHIFT CODES, AND MARKED PAID IN THE TABLE AS IT IS
      *    PRICED.
       0250-SUM-HOURLY-GROSS.
           MOVE "N" TO WS-HOURLY-FOUND
           MOVE 0 TO WS-GROSS
           MOVE 0 TO WS-RL-COUNT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TS-COUNT
               IF TSE-EMP-ID(T) = EMP-ID AND TSE-PAID(T) = "N"
                       AND TSE-APPROVAL(T) NOT = "P"
                       AND TSE-APPROVAL(T) NOT = "D"
                   MOVE "Y" TO WS-HOURLY-FOUND
                   PERFORM 0252-PRICE-ONE-LINE
                   MOVE "Y" TO TSE-PAID(T)
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
               DISPLAY "*** " EMP-ID " WEEK " TSE-WEEK-ENDING(T)
                   " JOB " TSE-JOB-CODE(T) " IS NOT ON jobrates.dat"
                   " -- PAID AT EMP-HOURLY-RATE. ***"
           END-IF
           IF WS-PR-RESULT = "S"
               DISPLAY "*** " EMP-ID " WEEK " TSE-WEEK-ENDING(T)
                   " SHIFT " TSE-SHIFT-CODE(T) " IS NOT ON "
                   "shiftdiff.dat -- PAID WITH NO PREMIUM. ***"
           END-IF
           ADD WS-PR-REG-AMOUNT TO WS-GROSS
           ADD WS-PR-OT-AMOUNT TO WS-GROSS
           IF WS-PR-REG-HOURS > 0
               MOVE "REG" TO WS-RL-KIND
               MOVE WS-PR-RATE TO WS-RL-RATE
               MOVE WS-PR-REG-HOURS TO WS-RL-HOURS
               MOVE WS-PR-REG-AMOUNT TO WS-RL-AMOUNT
               PERFORM 0256-ADD-RATE-LINE
           END-IF
           IF WS-PR-OT-HOURS > 0
               MOVE "OT " TO WS-RL-KIND
               MOVE WS-PR-OT-RATE TO WS-RL-RATE
               MOVE WS-PR-OT-HOURS TO WS-RL-HOURS
               MOVE WS-PR-OT-AMOUNT TO WS-RL-AMOUNT
               PERFORM 0256-ADD-RATE-LINE
           END-IF.

      *    THE 40-HOUR LINE IS PER WEEK, NOT PER TIMESHEET LINE: THE
      *    HOURS ALREADY PAID FOR THE SAME WEEK (EARLIER CYCLES, OR
      *    LINES PRICED AHEAD OF THIS ONE) COUNT TOWARD IT FIRST.
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

       0256-ADD-RATE-LINE.
           MOVE 0 TO WS-RL-INDEX
           PERFORM VARYING RL FROM 1 BY 1 UNTIL RL > WS-RL-COUNT
               IF RLE-KIND(RL) = WS-RL-KIND
                       AND RLE-JOB-CODE(RL) = TSE-JOB-CODE(T)
                       AND RLE-SHIFT-CODE(RL) = TSE-SHIFT-CODE(T)
                       AND RLE-RATE(RL) = WS-RL-RATE
                   MOVE RL TO WS-RL-INDEX
               END-IF
           END-PERFORM
           IF WS-RL-INDEX = 0
               IF WS-RL-COUNT = 20
      *            NO ROOM FOR ANOTHER STUB LINE -- THE HOURS ARE
      *            STILL IN GROSS, THEY JUST RIDE ON THE LAST LINE.
                   MOVE 20 TO WS-RL-INDEX
               ELSE
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-COUNT TO WS-RL-INDEX
                   MOVE WS-RL-KIND TO RLE-KIND(WS-RL-INDEX)
                   MOVE TSE-JOB-CODE(T) TO RLE-JOB-CODE(WS-RL-INDEX)
                   MOVE TSE-SHIFT-CODE(T)
                       TO RLE-SHIFT-CODE(WS-RL-INDEX)
                   MOVE WS-RL-RATE TO RLE-RATE(WS-RL-INDEX)
                   MOVE 0 TO RLE-HOURS(WS-RL-INDEX)
                   MOVE 0 TO RLE-AMOUNT(WS-RL-INDEX)
               END-IF
           END-IF
           ADD WS-RL-HOURS TO RLE-HOURS(WS-RL-INDEX)
           ADD WS-RL-AMOUNT TO RLE-AMOUNT(WS-RL-INDEX).

       0300-WRITE-PAY-STUB.
           MOVE WS-GROSS      TO ED-GROSS
           MOVE WS-TAX        TO ED-TAX
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE SPACES TO WS-STUB-LINE
               STRING "  EMPLOYER: " WS-RUN-COMPANY " "
                   WS-RUN-COMPANY-NAME
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           STRING "  POSITION: " EMP-POSITION "  PAID: " WS-PAY-BASIS
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           IF WS-HOURLY-FOUND = "Y"
               PERFORM VARYING RL FROM 1 BY 1 UNTIL RL > WS-RL-COUNT
                   MOVE RLE-HOURS(RL)  TO ED-RL-HOURS
                   MOVE RLE-RATE(RL)   TO ED-RL-RATE
                   MOVE RLE-AMOUNT(RL) TO ED-RL-AMOUNT
                   MOVE SPACES TO WS-STUB-LINE
                   STRING "  " RLE-KIND(RL) " " ED-RL-HOURS " HRS @ "
                       ED-RL-RATE "  SHIFT " RLE-SHIFT-CODE(RL)
                       "  JOB " RLE-JOB-CODE(RL) "  " ED-RL-AMOUNT
                       DELIMITED BY SIZE INTO WS-STUB-LINE
                   MOVE WS-STUB-LINE TO PAY-STUB-RECORD
                   WRITE PAY-STUB-RECORD
               END-PERFORM
           END-IF
           IF WS-RETRO-AMOUNT > 0
               MOVE WS-RETRO-AMOUNT TO ED-RETRO
               MOVE SPACES TO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
           END-IF
           IF WS-STIPEND > 0
               MOVE WS-STIPEND TO ED-STIPEND
               MOVE SPACES TO WS-STUB-LINE
               STRING "  SECTION STIPEND (" WS-STIPEND-LINES
                   " INSTALLMENTS): " ED-STIPEND
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           STRING "  GROSS PAY:      " ED-GROSS
               DELIMITED BY SIZE INTO WS-STUB-LINE
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           IF WS-JURIS-TOTAL > 0
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   IF WS-PJ-CODE(J) NOT = SPACES
                       MOVE WS-PJ-TAX(J) TO ED-JURIS-TAX
                       MOVE SPACES TO WS-STUB-LINE
                       STRING "    " WS-PJ-CODE(J) "          "
                           ED-JURIS-TAX
                           DELIMITED BY SIZE INTO WS-STUB-LINE
                       MOVE WS-STUB-LINE TO PAY-STUB-RECORD
                       WRITE PAY-STUB-RECORD
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-CYCLE-AMOUNT(G) > 0
                   MOVE GOE-CYCLE-AMOUNT(G) TO ED-GARNISH
                   MOVE SPACES TO WS-STUB-LINE
                   STRING "  GARNISHMENT " GOE-CASE-NO(G) ": "
                       ED-GARNISH
                       DELIMITED BY SIZE INTO WS-STUB-LINE
                   MOVE WS-STUB-LINE TO PAY-STUB-RECORD
                   WRITE PAY-STUB-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-CYCLE-AMOUNT(LO) > 0
                   MOVE LNE-CYCLE-AMOUNT(LO) TO ED-LOAN
                   MOVE LNE-BALANCE(LO) TO ED-LOAN-BALANCE
                   MOVE SPACES TO WS-STUB-LINE
                   STRING "  LOAN " LNE-LOAN-NO(LO) " REPAYMENT: "
                       ED-LOAN "  BALANCE: " ED-LOAN-BALANCE
                       DELIMITED BY SIZE INTO WS-STUB-LINE
                   MOVE WS-STUB-LINE TO PAY-STUB-RECORD
                   WRITE PAY-STUB-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STUB-LINE
           STRING "  DEDUCTIONS:     " ED-DEDUCTIONS
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           IF WS-REIMBURSE > 0
               MOVE WS-REIMBURSE TO ED-REIMBURSE
               MOVE SPACES TO WS-STUB-LINE
               STRING "  REIMBURSEMENT:  " ED-REIMBURSE
                   "  (EXPENSES - NOT TAXED)"
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               MOVE WS-STUB-LINE TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           STRING "  NET PAY:       " ED-NET
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-TAX        TO SH-TAX
           MOVE WS-DEDUCTIONS TO SH-DEDUCTIONS
           MOVE WS-NET        TO SH-NET
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE WS-PJ-ENTRY(J) TO SH-JURIS-SPLIT(J)
           END-PERFORM
           MOVE WS-RUN-COMPANY TO SH-COMPANY
           WRITE STAGE-HISTORY-RECORD.

      *    ROLLS ONE COMMITTED PAYMENT INTO THE EMPLOYEE'S
                   MOVE WS-TAX        TO YTD-TAX
                   MOVE WS-DEDUCTIONS TO YTD-DEDUCTIONS
                   MOVE WS-NET        TO YTD-NET
                   PERFORM 0454-CLEAR-YTD-JURIS
                   PERFORM 0455-ADD-JURIS-TO-YTD
                   MOVE SH-COMPANY TO YTD-COMPANY
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-PAY-DATE(1:4)
                       MOVE 0 TO YTD-TAX
                       MOVE 0 TO YTD-DEDUCTIONS
                       MOVE 0 TO YTD-NET
                       PERFORM 0454-CLEAR-YTD-JURIS
                   END-IF
                   ADD WS-GROSS      TO YTD-GROSS
                   ADD WS-TAX        TO YTD-TAX
                   ADD WS-DEDUCTIONS TO YTD-DEDUCTIONS
                   ADD WS-NET        TO YTD-NET
                   PERFORM 0455-ADD-JURIS-TO-YTD
                   MOVE SH-COMPANY TO YTD-COMPANY
                   REWRITE YTD-RECORD
           END-READ.

       0454-CLEAR-YTD-JURIS.
           PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
               MOVE SPACES TO YTD-JURIS-CODE(YJ)
               MOVE 0 TO YTD-JURIS-TAX(YJ)
           END-PERFORM.

      *    EACH JURISDICTION ACCUMULATES IN ITS OWN SLOT ON THE YTD
      *    RECORD, FOUND BY CODE -- AN EMPLOYEE WHO TRANSFERS
      *    MID-YEAR OWES BOTH STATES FOR THEIR OWN MONTHS.
       0455-ADD-JURIS-TO-YTD.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF WS-PJ-CODE(J) NOT = SPACES AND WS-PJ-TAX(J) NOT = 0
                   MOVE 0 TO WS-YJ-INDEX
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = WS-PJ-CODE(J)
                           MOVE YJ TO WS-YJ-INDEX
                       END-IF
                   END-PERFORM
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = SPACES
                           MOVE YJ TO WS-YJ-INDEX
                           MOVE WS-PJ-CODE(J) TO YTD-JURIS-CODE(YJ)
                       END-IF
                   END-PERFORM
                   IF WS-YJ-INDEX = 0
                       DISPLAY "*** " YTD-EMP-ID " OWES MORE THAN 6 "
                           "JURISDICTIONS THIS YEAR -- "
                           WS-PJ-CODE(J) " NOT ROLLED INTO ytd.dat."
                           " ***"
                   ELSE
                       ADD WS-PJ-TAX(J) TO YTD-JURIS-TAX(WS-YJ-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *    RETRO PAY QUEUED BY retropay.cob RIDES ON THIS CHECK --
      *    TAXED AND DEDUCTED LIKE ANY OTHER GROSS, WITH ITS OWN
      *    STUB LINE SO THE EMPLOYEE SEES WHERE IT CAME FROM.
           END-PERFORM
           ADD WS-RETRO-AMOUNT TO WS-GROSS.

      *    SECTION STIPEND INSTALLMENTS DUE BY THIS CHECK DATE --
      *    ONE MISSED ON AN EARLIER CYCLE CATCHES UP HERE. TAXED AS
      *    GROSS, WITH ITS OWN STUB LINE.
       0266-ADD-STIPEND-PAY.
           MOVE 0 TO WS-STIPEND
           MOVE 0 TO WS-STIPEND-LINES
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > WS-ST-COUNT
               IF STE-EMP-ID(SI) = EMP-ID AND STE-PAID(SI) = "N"
                       AND STE-CHECK-DATE(SI) <= WS-PAY-DATE
                   ADD STE-AMOUNT(SI) TO WS-STIPEND
                   ADD 1 TO WS-STIPEND-LINES
                   MOVE "Y" TO STE-PAID(SI)
                   MOVE WS-PAY-DATE TO STE-PAID-DATE(SI)
               END-IF
           END-PERFORM
           ADD WS-STIPEND TO WS-GROSS.

      *    EVERY CYCLE CREDITS THE POSITION'S ACCRUAL RATE AND
      *    DEBITS THE LEAVE TAKEN THIS CYCLE -- BUT THE BALANCE
      *    FILE IS ONLY TOUCHED AT COMMIT, SO THE CHANGE IS STAGED
                   MOVE TSE-PAID(T)        TO TS-PAID
                   MOVE TSE-APPROVAL(T)    TO TS-APPROVAL
                   MOVE TSE-ENTERED-BY(T)  TO TS-ENTERED-BY
                   MOVE TSE-SHIFT-CODE(T)  TO TS-SHIFT-CODE
                   MOVE TSE-JOB-CODE(T)    TO TS-JOB-CODE
                   WRITE TIMESHEET-RECORD
               END-PERFORM
               CLOSE TIMESHEET-FILE
           PERFORM 0600-FLAG-PAID-TIMESHEETS
           PERFORM 0650-FLAG-PAID-LEAVE
           PERFORM 0660-FLAG-PAID-RETROS
           PERFORM 0665-UPDATE-GARNISHMENTS
           PERFORM 0670-FLAG-PAID-CLAIMS
           PERFORM 0672-FLAG-PAID-STIPENDS
           PERFORM 0675-UPDATE-LOANS
           PERFORM 0720-APPLY-LEAVE-ACCRUALS
           PERFORM 0730-WRITE-CONTROL-ENTRY
      *    EMPTY THE STAGE -- IT HAS BEEN APPLIED.
                       MOVE SH-TAX        TO PH-TAX
                       MOVE SH-DEDUCTIONS TO PH-DEDUCTIONS
                       MOVE SH-NET        TO PH-NET
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                           MOVE SH-JURIS-SPLIT(J)
                               TO PH-JURIS-SPLIT(J)
                           MOVE SH-JURIS-SPLIT(J) TO WS-PJ-ENTRY(J)
                       END-PERFORM
                       MOVE SH-COMPANY    TO PH-COMPANY
                       PERFORM 0712-WRITE-WITH-SEQUENCE
                       MOVE SH-EMP-ID     TO WS-COMMIT-EMP-ID
                       MOVE SH-GROSS      TO WS-GROSS
           MOVE "PAYRUN"          TO CC-STEP-NAME
           MOVE WS-EMPLOYEE-COUNT TO CC-RECORD-COUNT
           MOVE WS-TOTAL-NET      TO CC-TOTAL-NET
           MOVE WS-RUN-COMPANY    TO CC-COMPANY
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL-FILE.

               CLOSE RETRO-FILE
           END-IF.

      *    PAID-TO-DATE AND ANY ORDER CLOSED THIS CYCLE GO BACK TO
      *    garnishments.dat THE SAME WHOLE-FILE WAY.
       0665-UPDATE-GARNISHMENTS.
           IF WS-GO-COUNT > 0
               OPEN OUTPUT GARNISHMENT-FILE
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
                   MOVE GOE-ORDER(G) TO GARNISHMENT-RECORD
                   WRITE GARNISHMENT-RECORD
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.

      *    SAME WHOLE-FILE REWRITE AS THE TIMESHEET FLAGS, SO A
      *    CLAIM IS NEVER REIMBURSED ON TWO CYCLES.
       0670-FLAG-PAID-CLAIMS.
           IF WS-EX-COUNT > 0
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
                   MOVE EX-ENTRY(X) TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

      *    SAME WHOLE-FILE REWRITE AS THE CLAIMS, SO AN INSTALLMENT
      *    IS NEVER PAID ON TWO CYCLES.
       0672-FLAG-PAID-STIPENDS.
           IF WS-ST-COUNT > 0
               OPEN OUTPUT STIPEND-FILE
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > WS-ST-COUNT
                   MOVE ST-ENTRY(SI) TO STIPEND-RECORD
                   WRITE STIPEND-RECORD
               END-PERFORM
               CLOSE STIPEND-FILE
           END-IF.

      *    BALANCES, LAST-RECOVERY FIELDS AND ANY LOAN CLOSED THIS
      *    CYCLE GO BACK TO loans.dat THE SAME WHOLE-FILE WAY.
       0675-UPDATE-LOANS.
           IF WS-LN-COUNT > 0
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
                   MOVE LNE-LOAN(LO) TO LOAN-RECORD
                   WRITE LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       0500-WRITE-RUN-SUMMARY.
           MOVE WS-TOTAL-GROSS  TO ED-TOTAL-GROSS
           MOVE WS-TOTAL-TAX    TO ED-TOTAL-TAX
           MOVE WS-TOTAL-DEDUCT TO ED-TOTAL-DEDUCT
           MOVE WS-TOTAL-NET    TO ED-TOTAL-NET
           MOVE WS-TOTAL-REIMBURSE TO ED-TOTAL-REIMBURSE
           MOVE ALL "=" TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           MOVE SPACES TO WS-STUB-LINE
           STRING "PAY CYCLE " WS-PAY-DATE " " WS-RUN-COMPANY
               " TOTALS FOR " WS-EMPLOYEE-COUNT " EMPLOYEES"
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           MOVE SPACES TO WS-STUB-LINE
           STRING "  TOTAL REIMBURSED: " ED-TOTAL-REIMBURSE
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
           WRITE PAY-STUB-RECORD
           MOVE SPACES TO WS-STUB-LINE
           STRING "  TOTAL NET:       " ED-TOTAL-NET
               DELIMITED BY SIZE INTO WS-STUB-LINE
           MOVE WS-STUB-LINE TO PAY-STUB-RECORD
