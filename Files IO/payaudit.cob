       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    PAYROLL AUDIT SAMPLE WITH INDEPENDENT
      *            RECOMPUTATION. EVERY YEAR THE EXTERNAL AUDITORS
      *            PICK PAYMENTS OFF payhist.dat AND WE REWORKED EACH
      *            ONE BY HAND. FOR A KEYED RANGE OF PAY DATES THIS
      *            PROGRAM DRAWS THE SAMPLE ITSELF -- EITHER A PLAIN
      *            RANDOM SAMPLE OF THE WHOLE RANGE OR A FIXED COUNT
      *            FROM EVERY STRATUM OF DEPARTMENT (empdept.dat) AND
      *            PAY TYPE (POS-PAY-TYPE) -- FROM A SEED THAT IS
      *            PRINTED, SO THE AUDITOR CAN DRAW THE SAME SAMPLE
      *            AGAIN. VOID OFFSETS ARE NOT SAMPLED; A VOIDED
      *            PAYMENT IS, AND SAYS SO.
      *            EACH SAMPLED PAYMENT IS RECOMPUTED FROM SCRATCH
      *            WITHOUT LOOKING AT WHAT PAYRUN WROTE:
      *              THE EMPLOYEE MASTER AS IT STOOD ON THE PAY DATE
      *                IS REBUILT BY REPLAYING empjournal.dat THE
      *                WAY EMPASOF DOES (AN EMPLOYEE WITH NO JOURNAL
      *                ENTRY BY THEN FALLS BACK TO THE MASTER AS ON
      *                FILE TODAY, AND THE REPORT SAYS WHICH);
      *              GROSS IS EMP-SALARY / 26 FOR SALARIED STAFF, OR
      *                FOR HOURLY STAFF THE PAID, APPROVED TIMESHEET
      *                LINES AND PAID LEAVE FALLING IN THE paycal.dat
      *                PERIOD CHECKED ON THAT DATE (THE 14 DAYS TO
      *                THE PAY DATE WITHOUT A CALENDAR), PRICED
      *                THROUGH Shared/payrate.cob AT THE REBUILT
      *                EMP-HOURLY-RATE; PLUS ANY SECTION STIPEND
      *                INSTALLMENTS stipends.dat SHOWS PAID THAT DAY;
      *              TAX IS taxbrackets.dat (OR THE REBUILT FLAT
      *                EMP-TAX-RATE) PLUS THE WORK LOCATION'S STATE
      *                AND LOCAL TAX THROUGH Shared/jurtax.cob;
      *              DEDUCTIONS ARE THE COURT ORDERS AS JOURNALED ON
      *                dedhistory.dat UNDER THE ORDER'S PAYEE CODE
      *                AND ANY LOAN RECOVERY loans.dat DATES TO THE
      *                CHECK (BOTH DEPEND ON BALANCES THAT HAVE MOVED
      *                SINCE), THEN THE deductions.dat PLANS IN
      *                PRIORITY ORDER OR THE REBUILT EMP-DEDUCTIONS /
      *                26 LUMP;
      *              NET IS GROSS LESS TAX AND DEDUCTIONS PLUS THE
      *                EXPENSE CLAIMS expclaims.dat SHOWS PAID THAT
      *                DAY.
      *            A PAYMENT ON A DATE THAT IS NOT A CALENDAR CHECK
      *            DATE IS AN OFF-CYCLE PAYMENT: ITS GROSS WAS KEYED,
      *            SO ONLY ITS TAX AND NET ARE RECOMPUTED. RETRO PAY
      *            CARRIES NO DATE AND SHOWS AS A GROSS DIFFERENCE TO
      *            BE VOUCHED TO retropend.dat.
      *            payaudit.rpt PRINTS THE RECORDED AND RECOMPUTED
      *            FIGURES SIDE BY SIDE FOR EVERY SAMPLED PAYMENT AND
      *            THEN LISTS EVERY DIFFERENCE OVER ONE CENT;
      *            payaudsum.rpt IS THE AUDITOR'S SUMMARY PAGE --
      *            SAMPLE SIZE, EXCEPTIONS AND TOTAL DOLLAR VARIANCE.
      *            UPDATES NOTHING.
      *    compile with ->  cobc -x -o payaudit payaudit.cob
      *    then run ./payaudit

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO "posmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT TAX-BRACKET-FILE ASSIGN TO "taxbrackets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-FILE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT DEDUCTION-HISTORY-FILE ASSIGN TO "dedhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT STIPEND-FILE ASSIGN TO "stipends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    SAME LAYOUT PAYRUN WRITES. A VOID OFFSET CARRIES
      *    NEGATIVE MONEY AT THE NEXT SEQUENCE (SEE payvoid.cob).
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-PAY-DATE  PIC X(8).
               10 PH-EMP-ID    PIC X(5).
               10 PH-SEQ       PIC 9(2).
           05 PH-GROSS         PIC S9(7)V99.
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

      *    SAME LAYOUT EmployeeMaint AND EMPAPPROVE WRITE. THE
      *    AFTER-IMAGE IS AN EMPLOYEE RECORD, BYTE FOR BYTE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
           05 JR-ACTION        PIC X(6).
           05 JR-EMP-ID        PIC X(5).
           05 JR-BEFORE-IMAGE  PIC X(82).
           05 JR-AFTER-IMAGE   PIC X(82).
           05 JR-OPERATOR-ID   PIC X(10).

      *    SAME LAYOUT POSMAINT WRITES.
       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 POS-CODE         PIC X(15).
           05 POS-TITLE        PIC X(30).
           05 POS-MIN-SALARY   PIC 9(7)V99.
           05 POS-MAX-SALARY   PIC 9(7)V99.
           05 POS-PAY-TYPE     PIC X.
           05 POS-LEAVE-RATE   PIC 9(2)V99.

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

      *    THE PAY-CALENDAR MASTER MAINTAINED BY calmaint.cob.
       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-RECORD.
           05 TB-INCOME-FROM   PIC 9(7)V99.
           05 TB-INCOME-TO     PIC 9(7)V99.
           05 TB-RATE          PIC 9(2)V99.

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           05 TS-EMP-ID        PIC X(5).
           05 TS-WEEK-ENDING   PIC X(8).
           05 TS-HOURS         PIC 9(2)V9.
           05 TS-PAID          PIC X.
           05 TS-APPROVAL      PIC X.
           05 TS-ENTERED-BY    PIC X(10).
           05 TS-SHIFT-CODE    PIC X(2).
           05 TS-JOB-CODE      PIC X(4).

       FD  LEAVE-TAKEN-FILE.
       01  LEAVE-TAKEN-RECORD.
           05 LT-EMP-ID        PIC X(5).
           05 LT-LEAVE-DATE    PIC X(8).
           05 LT-HOURS         PIC 9(2)V9.
           05 LT-PAID          PIC X.

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID        PIC X(5).
           05 DD-CODE          PIC X(4).
           05 DD-DESC          PIC X(20).
           05 DD-AMOUNT        PIC 9(5)V99.
           05 DD-PRIORITY      PIC 9(2).

       FD  DEDUCTION-HISTORY-FILE.
       01  DEDUCTION-HISTORY-RECORD.
           05 DH-PAY-DATE      PIC X(8).
           05 DH-EMP-ID        PIC X(5).
           05 DH-CODE          PIC X(4).
           05 DH-AMOUNT        PIC 9(5)V99.
           05 DH-REMITTED      PIC X.

      *    SAME LAYOUT garnmaint.cob MAINTAINS -- ONLY WHO OWES
      *    AND THE PAYEE CODE MATTER HERE.
       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           05 GO-EMP-ID        PIC X(5).
           05 GO-CASE-NO       PIC X(15).
           05 GO-AGENCY        PIC X(30).
           05 GO-PAYEE-CODE    PIC X(4).
           05 GO-REST          PIC X(52).

      *    SAME LAYOUT offcycle.cob WRITES.
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

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-POS-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ST-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).

      *    THE KEYED RUN PARAMETERS.
       01  WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01  WS-TO-DATE          PIC X(8) VALUE SPACES.
       01  WS-METHOD           PIC X VALUE "R".
       01  WS-SIZE-INPUT       PIC X(4) VALUE SPACES.
       01  WS-SAMPLE-SIZE      PIC 9(3) VALUE 0.
       01  WS-SEED-INPUT       PIC X(8) VALUE SPACES.
       01  WS-SEED             PIC 9(8) VALUE 0.
       01  WS-RANDOM           PIC V9(9) VALUE 0.

      *    THE EMPLOYEE MASTER AS IT STOOD ON ONE PAY DATE, REBUILT
      *    BY 0400-REBUILD-MASTER. WS-ASOF-SOURCE "J" = FROM THE
      *    JOURNAL, "M" = THE MASTER AS ON FILE TODAY, "N" = THE
      *    EMPLOYEE CANNOT BE FOUND AT ALL.
       01  WS-ASOF-WANT-ID     PIC X(5).
       01  WS-ASOF-WANT-DATE   PIC X(8).
       01  WS-ASOF-SOURCE      PIC X.
       01  ASOF-RECORD.
           05 AO-EMP-ID        PIC X(5).
           05 AO-NAME          PIC X(30).
           05 AO-POSITION      PIC X(15).
           05 AO-HOURLY-RATE   PIC 9(5)V99.
           05 AO-SALARY        PIC 9(7)V99.
           05 AO-TAX-RATE      PIC 9(5)V99.
           05 AO-DEDUCTIONS    PIC 9(7)V99.
       01  WS-EMP-PAY-TYPE     PIC X VALUE "S".
       01  WS-EMP-DEPT         PIC X(4).

       01  JOURNAL-TABLE.
           05 WS-JR-COUNT      PIC 9(4) VALUE 0.
           05 JR-ENTRY OCCURS 2000 TIMES.
               10 JRE-DATE         PIC X(8).
               10 JRE-ACTION       PIC X(6).
               10 JRE-EMP-ID       PIC X(5).
               10 JRE-AFTER-IMAGE  PIC X(82).
       01  J                   PIC 9(4) VALUE 1.

       01  EMPLOYEE-TABLE.
           05 WS-EM-COUNT      PIC 9(3) VALUE 0.
           05 EM-ENTRY OCCURS 500 TIMES.
               10 EME-RECORD       PIC X(82).
               10 EME-R REDEFINES EME-RECORD.
                   15 EME-EMP-ID   PIC X(5).
                   15 FILLER       PIC X(77).
       01  E                   PIC 9(3) VALUE 1.

       01  POSITION-TABLE.
           05 WS-PM-COUNT      PIC 9(2) VALUE 0.
           05 PM-ENTRY OCCURS 50 TIMES.
               10 PME-CODE         PIC X(15).
               10 PME-PAY-TYPE     PIC X.
       01  PO                  PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-ED-COUNT      PIC 9(3) VALUE 0.
           05 ED-ENTRY OCCURS 500 TIMES.
               10 EDE-EMP-ID       PIC X(5).
               10 EDE-DEPT-CODE    PIC X(4).
       01  N                   PIC 9(3) VALUE 1.

       01  CALENDAR-TABLE.
           05 WS-PC-COUNT      PIC 9(3) VALUE 0.
           05 PC-ENTRY OCCURS 200 TIMES.
               10 PCE-START        PIC X(8).
               10 PCE-END          PIC X(8).
               10 PCE-CHECK-DATE   PIC X(8).
       01  CL                  PIC 9(3) VALUE 1.

       01  TAX-BRACKET-TABLE.
           05 WS-TB-COUNT      PIC 9(2) VALUE 0.
           05 TB-ENTRY OCCURS 10 TIMES.
               10 TBE-INCOME-FROM  PIC 9(7)V99.
               10 TBE-INCOME-TO    PIC 9(7)V99.
               10 TBE-RATE         PIC 9(2)V99.
       01  B                   PIC 9(2) VALUE 1.
       01  WS-BRACKET-TOP      PIC 9(7)V99 VALUE 0.
       01  WS-TAXABLE-SLICE    PIC 9(7)V99 VALUE 0.

       01  TIMESHEET-TABLE.
           05 WS-TS-COUNT      PIC 9(4) VALUE 0.
           05 TS-ENTRY OCCURS 2000 TIMES.
               10 TSE-EMP-ID       PIC X(5).
               10 TSE-WEEK-ENDING  PIC X(8).
               10 TSE-HOURS        PIC 9(2)V9.
               10 TSE-PAID         PIC X.
               10 TSE-APPROVAL     PIC X.
               10 TSE-SHIFT-CODE   PIC X(2).
               10 TSE-JOB-CODE     PIC X(4).
       01  T                   PIC 9(4) VALUE 1.
       01  U                   PIC 9(4) VALUE 1.

       01  LEAVE-TAKEN-TABLE.
           05 WS-LT-COUNT      PIC 9(3) VALUE 0.
           05 LT-ENTRY OCCURS 500 TIMES.
               10 LTE-EMP-ID       PIC X(5).
               10 LTE-LEAVE-DATE   PIC X(8).
               10 LTE-HOURS        PIC 9(2)V9.
               10 LTE-PAID         PIC X.
       01  L                   PIC 9(3) VALUE 1.

       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
           05 DD-ENTRY OCCURS 200 TIMES.
               10 DDE-EMP-ID       PIC X(5).
               10 DDE-AMOUNT       PIC 9(5)V99.
               10 DDE-PRIORITY     PIC 9(2).
               10 DDE-TAKEN        PIC X.
       01  D                   PIC 9(3) VALUE 1.
       01  WS-BEST-D           PIC 9(3) VALUE 0.

       01  GARNISHMENT-TABLE.
           05 WS-GO-COUNT      PIC 9(3) VALUE 0.
           05 GO-ENTRY OCCURS 100 TIMES.
               10 GOE-EMP-ID       PIC X(5).
               10 GOE-PAYEE-CODE   PIC X(4).
       01  G                   PIC 9(3) VALUE 1.
       01  WS-ORDER-CODE       PIC X VALUE "N".

       01  LOAN-TABLE.
           05 WS-LN-COUNT      PIC 9(3) VALUE 0.
           05 LN-ENTRY OCCURS 100 TIMES.
               10 LNE-EMP-ID       PIC X(5).
               10 LNE-LAST-DATE    PIC X(8).
               10 LNE-LAST-REPAID  PIC 9(7)V99.
       01  LO                  PIC 9(3) VALUE 1.

      *    EVERY NON-OFFSET PAYMENT IN THE RANGE. PPE-STRATUM IS
      *    THE DEPARTMENT AND PAY TYPE (OR "ALL" FOR A PLAIN RANDOM
      *    SAMPLE); PPE-VOIDED "Y" WHEN AN OFFSET BACKED IT OUT.
       01  POPULATION-TABLE.
           05 WS-PP-COUNT      PIC 9(4) VALUE 0.
           05 PP-ENTRY OCCURS 3000 TIMES.
               10 PPE-PAY-DATE     PIC X(8).
               10 PPE-EMP-ID       PIC X(5).
               10 PPE-SEQ          PIC 9(2).
               10 PPE-GROSS        PIC S9(7)V99.
               10 PPE-TAX          PIC S9(7)V99.
               10 PPE-DEDUCTIONS   PIC S9(7)V99.
               10 PPE-NET          PIC S9(7)V99.
               10 PPE-VOIDED       PIC X.
               10 PPE-STRATUM      PIC X(5).
       01  PP                  PIC 9(4) VALUE 1.
       01  WS-PP-FULL          PIC X VALUE "N".

       01  STRATUM-TABLE.
           05 WS-SS-COUNT      PIC 9(2) VALUE 0.
           05 SS-ENTRY OCCURS 60 TIMES.
               10 SSE-KEY          PIC X(5).
               10 SSE-POPULATION   PIC 9(4).
               10 SSE-TARGET       PIC 9(4).
               10 SSE-SEEN         PIC 9(4).
               10 SSE-CHOSEN       PIC 9(4).
       01  SS                  PIC 9(2) VALUE 1.
       01  WS-SS-INDEX         PIC 9(2) VALUE 0.
       01  WS-STRATUM-KEY      PIC X(5).

      *    THE SAMPLE AND WHAT EACH PAYMENT RECOMPUTES TO.
      *    SPE-BASIS: "SALARIED", "HOURLY", "OFFCYCLE", OR SPACES
      *    WHEN THE MASTER COULD NOT BE REBUILT.
       01  SAMPLE-TABLE.
           05 WS-SP-COUNT      PIC 9(3) VALUE 0.
           05 SP-ENTRY OCCURS 300 TIMES.
               10 SPE-POP          PIC 9(4).
               10 SPE-NAME         PIC X(30).
               10 SPE-SOURCE       PIC X.
               10 SPE-BASIS        PIC X(8).
               10 SPE-ORDERS       PIC 9(7)V99.
               10 SPE-REIMBURSE    PIC 9(7)V99.
               10 SPE-STIPEND      PIC 9(7)V99.
               10 SPE-R-GROSS      PIC S9(7)V99.
               10 SPE-R-TAX        PIC S9(7)V99.
               10 SPE-R-DEDUCTIONS PIC S9(7)V99.
               10 SPE-R-NET        PIC S9(7)V99.
               10 SPE-EXCEPTIONS   PIC 9.
       01  SP                  PIC 9(3) VALUE 1.
       01  WS-SP-FULL          PIC X VALUE "N".

      *    ONE PAYMENT'S RECOMPUTATION.
       01  WS-WINDOW-FOUND     PIC X VALUE "N".
       01  WS-WINDOW-START     PIC X(8).
       01  WS-WINDOW-END       PIC X(8).
       01  WS-TEST-DATE        PIC X(8).
       01  WS-IN-WINDOW        PIC X VALUE "N".
       01  WS-GROSS            PIC 9(7)V99 VALUE 0.
       01  WS-TAX              PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-TOTAL       PIC 9(7)V99 VALUE 0.
       01  WS-VOLUNTARY        PIC 9(7)V99 VALUE 0.
       01  WS-NET-SO-FAR       PIC S9(7)V99 VALUE 0.
       01  WS-DETAIL-FOUND     PIC X VALUE "N".

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

       01  JURTAX-RESULT.
           05 WS-JURIS-TOTAL   PIC 9(7)V99.
           05 WS-JURIS-ENTRY OCCURS 2 TIMES.
               10 WS-JURIS-CODE    PIC X(4).
               10 WS-JURIS-AMOUNT  PIC 9(7)V99.

      *    ONE FIGURE COMPARED: RECORDED, RECOMPUTED, DIFFERENCE.
       01  WS-FIELD-LABEL      PIC X(10).
       01  WS-RECORDED         PIC S9(7)V99 VALUE 0.
       01  WS-RECOMPUTED       PIC S9(7)V99 VALUE 0.
       01  WS-DIFFERENCE       PIC S9(7)V99 VALUE 0.
       01  WS-OVER-A-PENNY     PIC X VALUE "N".

       01  AUDIT-TOTALS.
           05 WS-POP-NET       PIC S9(11)V99 VALUE 0.
           05 WS-SAMPLE-NET    PIC S9(11)V99 VALUE 0.
           05 WS-VOIDED-COUNT  PIC 9(4) VALUE 0.
           05 WS-JOURNAL-BUILT PIC 9(3) VALUE 0.
           05 WS-MASTER-BUILT  PIC 9(3) VALUE 0.
           05 WS-NOT-BUILT     PIC 9(3) VALUE 0.
           05 WS-OFFCYCLE-COUNT PIC 9(3) VALUE 0.
           05 WS-EXCEPT-PAYMENTS PIC 9(3) VALUE 0.
           05 WS-EXCEPT-FIELDS PIC 9(4) VALUE 0.
           05 WS-VARIANCE-ABS  PIC S9(11)V99 VALUE 0.
           05 WS-VARIANCE-NET  PIC S9(11)V99 VALUE 0.
           05 WS-GROSS-VARIANCE PIC S9(11)V99 VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-RECORDED      PIC -Z,ZZZ,ZZ9.99.
           05 ED-RECOMPUTED    PIC -Z,ZZZ,ZZ9.99.
           05 ED-DIFFERENCE    PIC -Z,ZZZ,ZZ9.99.
           05 ED-MONEY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-COUNT         PIC ZZZ9.
           05 ED-COUNT-2       PIC ZZZ9.
           05 ED-SEQ           PIC 99.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYAUDIT".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER FIRST PAY DATE TO SAMPLE (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-DV-DATE-1
           PERFORM 0060-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-FROM-DATE " IS NOT A REAL DATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER LAST PAY DATE TO SAMPLE (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE WS-TO-DATE TO WS-DV-DATE-1
           PERFORM 0060-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-TO-DATE " IS NOT A REAL DATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "THE LAST PAY DATE IS BEFORE THE FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "SAMPLE METHOD -- R = RANDOM, S = STRATIFIED BY "
               "DEPARTMENT AND PAY TYPE: "
           MOVE SPACES TO WS-METHOD
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
           IF WS-METHOD NOT = "R" AND WS-METHOD NOT = "S"
               DISPLAY "METHOD MUST BE R OR S."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-METHOD = "R"
               DISPLAY "ENTER SAMPLE SIZE (1-300): "
           ELSE
               DISPLAY "ENTER PAYMENTS TO DRAW FROM EACH STRATUM: "
           END-IF
           MOVE SPACES TO WS-SIZE-INPUT
           ACCEPT WS-SIZE-INPUT
           IF WS-SIZE-INPUT = SPACES
                   OR FUNCTION TRIM(WS-SIZE-INPUT) IS NOT NUMERIC
               DISPLAY "SAMPLE SIZE MUST BE A NUMBER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-SIZE-INPUT) TO WS-SAMPLE-SIZE
           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > 300
               DISPLAY "SAMPLE SIZE MUST BE 1 TO 300."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER RANDOM SEED (BLANK = FROM THE CLOCK): "
           MOVE SPACES TO WS-SEED-INPUT
           ACCEPT WS-SEED-INPUT
           IF WS-SEED-INPUT = SPACES
               ACCEPT WS-SEED FROM TIME
           ELSE
               IF FUNCTION TRIM(WS-SEED-INPUT) IS NOT NUMERIC
                   DISPLAY "SEED MUST BE A NUMBER."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-SEED-INPUT) TO WS-SEED
           END-IF
           PERFORM 0100-LOAD-JOURNAL
           PERFORM 0110-LOAD-EMPLOYEES
           PERFORM 0120-LOAD-POSITIONS
           PERFORM 0130-LOAD-ASSIGNMENTS
           PERFORM 0200-LOAD-POPULATION
           IF WS-PH-FILE-STATUS = "35"
               DISPLAY "NO PAY HISTORY ON FILE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PP-COUNT = 0
               DISPLAY "NO PAYMENTS ON payhist.dat BETWEEN "
                   WS-FROM-DATE " AND " WS-TO-DATE "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0300-DRAW-SAMPLE
           PERFORM 0140-LOAD-CALENDAR
           PERFORM 0150-LOAD-TAX-BRACKETS
           PERFORM 0160-LOAD-TIMESHEETS
           PERFORM 0165-LOAD-LEAVE-TAKEN
           PERFORM 0170-LOAD-DEDUCTIONS
           PERFORM 0175-LOAD-GARNISHMENTS
           PERFORM 0180-LOAD-LOANS
           PERFORM 0350-GATHER-ORDERS
           PERFORM 0360-GATHER-REIMBURSEMENTS
           PERFORM 0370-GATHER-STIPENDS
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               PERFORM 0500-RECOMPUTE-ONE-PAYMENT
           END-PERFORM
           PERFORM 0600-PRINT-WORKPAPER
           PERFORM 0700-PRINT-SUMMARY
           MOVE WS-VARIANCE-ABS TO ED-MONEY
           DISPLAY WS-SP-COUNT " OF " WS-PP-COUNT " PAYMENTS SAMPLED, "
               WS-EXCEPT-PAYMENTS " WITH DIFFERENCES. VARIANCE "
               FUNCTION TRIM(ED-MONEY) "."
           DISPLAY "WORKPAPER ON payaudit.rpt, SUMMARY ON "
               "payaudsum.rpt. SEED " WS-SEED "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUDIT SAMPLE " WS-FROM-DATE "-" WS-TO-DATE " N="
               WS-SP-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0060-CHECK-DATE.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY.

      *    THE WHOLE CHANGE JOURNAL, OLDEST FIRST, AS EMPASOF
      *    REPLAYS IT.
       0100-LOAD-JOURNAL.
           MOVE 0 TO WS-JR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-JR-COUNT = 2000
                               DISPLAY "*** JOURNAL TABLE FULL AT "
                                   "2000 ENTRIES -- LATER CHANGES "
                                   "ARE NOT REPLAYED. ***"
                               MOVE "Y" TO WS-EOF
                           ELSE
                               ADD 1 TO WS-JR-COUNT
                               MOVE JR-TIMESTAMP(1:8)
                                   TO JRE-DATE(WS-JR-COUNT)
                               MOVE JR-ACTION
                                   TO JRE-ACTION(WS-JR-COUNT)
                               MOVE JR-EMP-ID
                                   TO JRE-EMP-ID(WS-JR-COUNT)
                               MOVE JR-AFTER-IMAGE
                                   TO JRE-AFTER-IMAGE(WS-JR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "NO CHANGE JOURNAL ON FILE -- EVERY PAYMENT "
                   "IS CHECKED AGAINST TODAY'S MASTER."
           END-IF.

       0110-LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-EM-COUNT = 500
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMPLOYEE-RECORD
                               TO EME-RECORD(WS-EM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       0120-LOAD-POSITIONS.
           MOVE 0 TO WS-PM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-PM-COUNT = 50
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PM-COUNT
                           MOVE POS-CODE TO PME-CODE(WS-PM-COUNT)
                           MOVE POS-PAY-TYPE
                               TO PME-PAY-TYPE(WS-PM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.

       0130-LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-ED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-ED-COUNT = 500
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ED-COUNT
                           MOVE ED-EMP-ID
                               TO EDE-EMP-ID(WS-ED-COUNT)
                           MOVE ED-DEPT-CODE
                               TO EDE-DEPT-CODE(WS-ED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

       0140-LOAD-CALENDAR.
           MOVE 0 TO WS-PC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-PC-COUNT = 200
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PC-COUNT
                           MOVE PC-START TO PCE-START(WS-PC-COUNT)
                           MOVE PC-END TO PCE-END(WS-PC-COUNT)
                           MOVE PC-CHECK-DATE
                               TO PCE-CHECK-DATE(WS-PC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       0150-LOAD-TAX-BRACKETS.
           MOVE 0 TO WS-TB-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TAX-BRACKET-FILE
           IF WS-TB-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-TB-COUNT = 10
                   READ TAX-BRACKET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TB-COUNT
                           MOVE TB-INCOME-FROM
                               TO TBE-INCOME-FROM(WS-TB-COUNT)
                           MOVE TB-INCOME-TO
                               TO TBE-INCOME-TO(WS-TB-COUNT)
                           MOVE TB-RATE TO TBE-RATE(WS-TB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-BRACKET-FILE
           END-IF.

       0160-LOAD-TIMESHEETS.
           MOVE 0 TO WS-TS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-TS-COUNT = 2000
                   READ TIMESHEET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TS-COUNT
                           MOVE TS-EMP-ID TO TSE-EMP-ID(WS-TS-COUNT)
                           MOVE TS-WEEK-ENDING
                               TO TSE-WEEK-ENDING(WS-TS-COUNT)
                           MOVE TS-HOURS TO TSE-HOURS(WS-TS-COUNT)
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
           END-IF.

       0165-LOAD-LEAVE-TAKEN.
           MOVE 0 TO WS-LT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LEAVE-TAKEN-FILE
           IF WS-LT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-LT-COUNT = 500
                   READ LEAVE-TAKEN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LT-COUNT
                           MOVE LT-EMP-ID TO LTE-EMP-ID(WS-LT-COUNT)
                           MOVE LT-LEAVE-DATE
                               TO LTE-LEAVE-DATE(WS-LT-COUNT)
                           MOVE LT-HOURS TO LTE-HOURS(WS-LT-COUNT)
                           MOVE LT-PAID TO LTE-PAID(WS-LT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TAKEN-FILE
           END-IF.

       0170-LOAD-DEDUCTIONS.
           MOVE 0 TO WS-DD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DD-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-DD-COUNT = 200
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DD-COUNT
                           MOVE DD-EMP-ID TO DDE-EMP-ID(WS-DD-COUNT)
                           MOVE DD-AMOUNT TO DDE-AMOUNT(WS-DD-COUNT)
                           MOVE DD-PRIORITY
                               TO DDE-PRIORITY(WS-DD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

       0175-LOAD-GARNISHMENTS.
           MOVE 0 TO WS-GO-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GO-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-GO-COUNT = 100
                   READ GARNISHMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-GO-COUNT
                           MOVE GO-EMP-ID TO GOE-EMP-ID(WS-GO-COUNT)
                           MOVE GO-PAYEE-CODE
                               TO GOE-PAYEE-CODE(WS-GO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.

       0180-LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LN-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-LN-COUNT = 100
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LN-COUNT
                           MOVE LN-EMP-ID TO LNE-EMP-ID(WS-LN-COUNT)
                           MOVE LN-LAST-DATE
                               TO LNE-LAST-DATE(WS-LN-COUNT)
                           MOVE LN-LAST-REPAID
                               TO LNE-LAST-REPAID(WS-LN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

      *    EVERY PAYMENT DATED IN THE RANGE. AN OFFSET (NEGATIVE
      *    GROSS) IS NOT A PAYMENT OF ITS OWN -- IT MARKS THE
      *    PAYMENT IT BACKED OUT AS VOIDED.
       0200-LOAD-POPULATION.
           MOVE 0 TO WS-PP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PH-PAY-DATE NOT < WS-FROM-DATE
                               AND PH-PAY-DATE NOT > WS-TO-DATE
                           IF PH-GROSS < 0
                               PERFORM 0220-MARK-VOIDED
                           ELSE
                               PERFORM 0210-ADD-TO-POPULATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE "00" TO WS-PH-FILE-STATUS.

       0210-ADD-TO-POPULATION.
           IF WS-PP-COUNT = 3000
               IF WS-PP-FULL = "N"
                   DISPLAY "*** MORE THAN 3000 PAYMENTS IN THE RANGE "
                       "-- SAMPLING THE FIRST 3000. NARROW THE "
                       "DATES. ***"
                   MOVE "Y" TO WS-PP-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PP-COUNT
           MOVE PH-PAY-DATE TO PPE-PAY-DATE(WS-PP-COUNT)
           MOVE PH-EMP-ID TO PPE-EMP-ID(WS-PP-COUNT)
           MOVE PH-SEQ TO PPE-SEQ(WS-PP-COUNT)
           MOVE PH-GROSS TO PPE-GROSS(WS-PP-COUNT)
           MOVE PH-TAX TO PPE-TAX(WS-PP-COUNT)
           MOVE PH-DEDUCTIONS TO PPE-DEDUCTIONS(WS-PP-COUNT)
           MOVE PH-NET TO PPE-NET(WS-PP-COUNT)
           MOVE "N" TO PPE-VOIDED(WS-PP-COUNT)
           ADD PH-NET TO WS-POP-NET
           IF WS-METHOD = "R"
               MOVE "ALL" TO PPE-STRATUM(WS-PP-COUNT)
           ELSE
               MOVE PH-EMP-ID TO WS-ASOF-WANT-ID
               MOVE PH-PAY-DATE TO WS-ASOF-WANT-DATE
               PERFORM 0400-REBUILD-MASTER
               PERFORM 0410-FIND-PAY-TYPE
               PERFORM 0420-FIND-DEPARTMENT
               MOVE SPACES TO WS-STRATUM-KEY
               STRING WS-EMP-DEPT WS-EMP-PAY-TYPE
                   DELIMITED BY SIZE INTO WS-STRATUM-KEY
               MOVE WS-STRATUM-KEY TO PPE-STRATUM(WS-PP-COUNT)
           END-IF.

      *    THE OFFSET FOLLOWS ITS PAYMENT IN KEY ORDER, SO THE
      *    LATEST MATCHING PAYMENT NOT ALREADY VOIDED IS THE ONE.
       0220-MARK-VOIDED.
           PERFORM VARYING PP FROM WS-PP-COUNT BY -1 UNTIL PP < 1
               IF PPE-PAY-DATE(PP) = PH-PAY-DATE
                       AND PPE-EMP-ID(PP) = PH-EMP-ID
                       AND PPE-VOIDED(PP) = "N"
                   MOVE "Y" TO PPE-VOIDED(PP)
                   ADD 1 TO WS-VOIDED-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    SELECTION SAMPLING IN ONE PASS: EACH PAYMENT IS TAKEN
      *    WITH CHANCE (STILL WANTED) / (STILL UNSEEN) WITHIN ITS
      *    STRATUM, WHICH DRAWS EXACTLY THE TARGET FROM EVERY
      *    STRATUM WITH EVERY PAYMENT EQUALLY LIKELY. THE SEED
      *    MAKES THE DRAW REPEATABLE.
       0300-DRAW-SAMPLE.
           MOVE 0 TO WS-SS-COUNT
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > WS-PP-COUNT
               PERFORM 0310-FIND-STRATUM
               IF WS-SS-INDEX > 0
                   ADD 1 TO SSE-POPULATION(WS-SS-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING SS FROM 1 BY 1 UNTIL SS > WS-SS-COUNT
               IF SSE-POPULATION(SS) < WS-SAMPLE-SIZE
                   MOVE SSE-POPULATION(SS) TO SSE-TARGET(SS)
               ELSE
                   MOVE WS-SAMPLE-SIZE TO SSE-TARGET(SS)
               END-IF
           END-PERFORM
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           MOVE 0 TO WS-SP-COUNT
           PERFORM VARYING PP FROM 1 BY 1 UNTIL PP > WS-PP-COUNT
               PERFORM 0310-FIND-STRATUM
               IF WS-SS-INDEX > 0
                   PERFORM 0320-CONSIDER-PAYMENT
               END-IF
           END-PERFORM.

       0310-FIND-STRATUM.
           MOVE 0 TO WS-SS-INDEX
           PERFORM VARYING SS FROM 1 BY 1 UNTIL SS > WS-SS-COUNT
               IF SSE-KEY(SS) = PPE-STRATUM(PP)
                   MOVE SS TO WS-SS-INDEX
               END-IF
           END-PERFORM
           IF WS-SS-INDEX = 0
               IF WS-SS-COUNT = 60
                   DISPLAY "*** MORE THAN 60 STRATA -- PAYMENT "
                       PPE-EMP-ID(PP) " " PPE-PAY-DATE(PP)
                       " LEFT OUT OF THE DRAW. ***"
               ELSE
                   ADD 1 TO WS-SS-COUNT
                   MOVE WS-SS-COUNT TO WS-SS-INDEX
                   MOVE PPE-STRATUM(PP) TO SSE-KEY(WS-SS-INDEX)
                   MOVE 0 TO SSE-POPULATION(WS-SS-INDEX)
                   MOVE 0 TO SSE-TARGET(WS-SS-INDEX)
                   MOVE 0 TO SSE-SEEN(WS-SS-INDEX)
                   MOVE 0 TO SSE-CHOSEN(WS-SS-INDEX)
               END-IF
           END-IF.

       0320-CONSIDER-PAYMENT.
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           IF WS-RANDOM * (SSE-POPULATION(WS-SS-INDEX)
                   - SSE-SEEN(WS-SS-INDEX))
                   < SSE-TARGET(WS-SS-INDEX) - SSE-CHOSEN(WS-SS-INDEX)
               IF WS-SP-COUNT = 300
                   IF WS-SP-FULL = "N"
                       DISPLAY "*** SAMPLE TABLE FULL AT 300 -- "
                           "DRAW FEWER PER STRATUM. ***"
                       MOVE "Y" TO WS-SP-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-SP-COUNT
                   MOVE PP TO SPE-POP(WS-SP-COUNT)
                   ADD 1 TO SSE-CHOSEN(WS-SS-INDEX)
                   ADD PPE-NET(PP) TO WS-SAMPLE-NET
               END-IF
           END-IF
           ADD 1 TO SSE-SEEN(WS-SS-INDEX).

      *    COURT-ORDER AMOUNTS ON dedhistory.dat FOR THE SAMPLED
      *    CHECKS: A LINE COUNTS WHEN ITS CODE IS THE PAYEE CODE OF
      *    ONE OF THE EMPLOYEE'S ORDERS ON garnishments.dat.
       0350-GATHER-ORDERS.
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               MOVE 0 TO SPE-ORDERS(SP)
               MOVE 0 TO SPE-REIMBURSE(SP)
               MOVE 0 TO SPE-STIPEND(SP)
           END-PERFORM
           IF WS-GO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT DEDUCTION-HISTORY-FILE
           IF WS-DH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEDUCTION-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DH-PAY-DATE NOT < WS-FROM-DATE
                               AND DH-PAY-DATE NOT > WS-TO-DATE
                           PERFORM 0355-MATCH-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-HISTORY-FILE.

       0355-MATCH-ORDER-LINE.
           MOVE "N" TO WS-ORDER-CODE
      *    A VOID'S REVERSING LINE IS NOT PART OF THE CHECK.
           IF DH-REMITTED = "R" OR DH-REMITTED = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-EMP-ID(G) = DH-EMP-ID
                       AND GOE-PAYEE-CODE(G) = DH-CODE
                   MOVE "Y" TO WS-ORDER-CODE
               END-IF
           END-PERFORM
           IF WS-ORDER-CODE = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               MOVE SPE-POP(SP) TO PP
               IF PPE-PAY-DATE(PP) = DH-PAY-DATE
                       AND PPE-EMP-ID(PP) = DH-EMP-ID
                       AND PPE-SEQ(PP) = 1
                   ADD DH-AMOUNT TO SPE-ORDERS(SP)
               END-IF
           END-PERFORM.

      *    APPROVED CLAIMS PAID ON A SAMPLED CHECK'S DATE RODE ON
      *    THAT CHECK'S NET.
       0360-GATHER-REIMBURSEMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EX-PAID = "Y"
                           PERFORM 0365-MATCH-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.

       0365-MATCH-CLAIM.
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               MOVE SPE-POP(SP) TO PP
               IF PPE-PAY-DATE(PP) = EX-PAID-DATE
                       AND PPE-EMP-ID(PP) = EX-EMP-ID
                       AND PPE-SEQ(PP) = 1
                   ADD EX-AMOUNT TO SPE-REIMBURSE(SP)
               END-IF
           END-PERFORM.

      *    STIPEND INSTALLMENTS PAID ON A SAMPLED CHECK'S DATE RODE
      *    ON THAT CHECK'S GROSS.
       0370-GATHER-STIPENDS.
           MOVE "N" TO WS-EOF
           OPEN INPUT STIPEND-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STIPEND-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ST-PAID = "Y"
                           PERFORM 0375-MATCH-STIPEND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STIPEND-FILE.

       0375-MATCH-STIPEND.
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               MOVE SPE-POP(SP) TO PP
               IF PPE-PAY-DATE(PP) = ST-PAID-DATE
                       AND PPE-EMP-ID(PP) = ST-EMP-ID
                       AND PPE-SEQ(PP) = 1
                   ADD ST-AMOUNT TO SPE-STIPEND(SP)
               END-IF
           END-PERFORM.

      *    REPLAYS THE JOURNAL FOR WS-ASOF-WANT-ID THROUGH
      *    WS-ASOF-WANT-DATE: ADD, REHIRE AND CHANGE LEAVE THEIR
      *    AFTER-IMAGE; A TERM LEAVES THE LAST IMAGE STANDING, SINCE
      *    THE FINAL CHECK IS PAID ON IT.
       0400-REBUILD-MASTER.
           MOVE "N" TO WS-ASOF-SOURCE
           MOVE SPACES TO ASOF-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JR-COUNT
               IF JRE-EMP-ID(J) = WS-ASOF-WANT-ID
                       AND JRE-DATE(J) NOT > WS-ASOF-WANT-DATE
                   IF JRE-ACTION(J) = "ADD"
                           OR JRE-ACTION(J) = "REHIRE"
                           OR JRE-ACTION(J) = "CHANGE"
                       MOVE JRE-AFTER-IMAGE(J) TO ASOF-RECORD
                       MOVE "J" TO WS-ASOF-SOURCE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ASOF-SOURCE = "N"
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EM-COUNT
                   IF EME-EMP-ID(E) = WS-ASOF-WANT-ID
                       MOVE EME-RECORD(E) TO ASOF-RECORD
                       MOVE "M" TO WS-ASOF-SOURCE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ASOF-SOURCE NOT = "N"
               IF AO-HOURLY-RATE IS NOT NUMERIC
                   MOVE 0 TO AO-HOURLY-RATE
               END-IF
               IF AO-SALARY IS NOT NUMERIC
                   MOVE 0 TO AO-SALARY
               END-IF
               IF AO-TAX-RATE IS NOT NUMERIC
                   MOVE 0 TO AO-TAX-RATE
               END-IF
               IF AO-DEDUCTIONS IS NOT NUMERIC
                   MOVE 0 TO AO-DEDUCTIONS
               END-IF
           END-IF.

      *    SAME RULE PAYRUN USES: HOURLY ONLY WHEN THE POSITION
      *    SAYS SO; A POSITION NOT ON THE MASTER IS SALARIED.
       0410-FIND-PAY-TYPE.
           MOVE "S" TO WS-EMP-PAY-TYPE
           IF WS-ASOF-SOURCE = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PO FROM 1 BY 1 UNTIL PO > WS-PM-COUNT
               IF PME-CODE(PO) = AO-POSITION
                       AND PME-PAY-TYPE(PO) = "H"
                   MOVE "H" TO WS-EMP-PAY-TYPE
               END-IF
           END-PERFORM.

       0420-FIND-DEPARTMENT.
           MOVE "NONE" TO WS-EMP-DEPT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = WS-ASOF-WANT-ID
                   MOVE EDE-DEPT-CODE(N) TO WS-EMP-DEPT
               END-IF
           END-PERFORM.

      *    THE DATES A CYCLE CHECK ON WS-TEST-DATE'S PAY DATE
      *    COVERED: THE CALENDAR PERIOD CHECKED THAT DAY, OR THE
      *    14 DAYS TO THE PAY DATE WHEN NO CALENDAR IS ON FILE.
       0430-TEST-WINDOW.
           MOVE "N" TO WS-IN-WINDOW
           IF WS-PC-COUNT > 0
               IF WS-TEST-DATE NOT < WS-WINDOW-START
                       AND WS-TEST-DATE NOT > WS-WINDOW-END
                   MOVE "Y" TO WS-IN-WINDOW
               END-IF
           ELSE
               MOVE "D" TO WS-DV-FUNCTION
               MOVE WS-TEST-DATE TO WS-DV-DATE-1
               MOVE WS-WINDOW-END TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
               IF WS-DV-VALID = "Y" AND WS-DV-RESULT NOT < 0
                       AND WS-DV-RESULT < 14
                   MOVE "Y" TO WS-IN-WINDOW
               END-IF
           END-IF.

       0500-RECOMPUTE-ONE-PAYMENT.
           MOVE SPE-POP(SP) TO PP
           MOVE PPE-EMP-ID(PP) TO WS-ASOF-WANT-ID
           MOVE PPE-PAY-DATE(PP) TO WS-ASOF-WANT-DATE
           PERFORM 0400-REBUILD-MASTER
           MOVE WS-ASOF-SOURCE TO SPE-SOURCE(SP)
           MOVE AO-NAME TO SPE-NAME(SP)
           MOVE 0 TO SPE-R-GROSS(SP)
           MOVE 0 TO SPE-R-TAX(SP)
           MOVE 0 TO SPE-R-DEDUCTIONS(SP)
           MOVE 0 TO SPE-R-NET(SP)
           MOVE 0 TO SPE-EXCEPTIONS(SP)
           MOVE SPACES TO SPE-BASIS(SP)
           EVALUATE WS-ASOF-SOURCE
               WHEN "N"
                   ADD 1 TO WS-NOT-BUILT
                   EXIT PARAGRAPH
               WHEN "J"
                   ADD 1 TO WS-JOURNAL-BUILT
               WHEN OTHER
                   ADD 1 TO WS-MASTER-BUILT
           END-EVALUATE
           PERFORM 0410-FIND-PAY-TYPE
           PERFORM 0510-FIND-PERIOD
           EVALUATE TRUE
               WHEN WS-WINDOW-FOUND = "N"
      *            NOT A CHECK DATE: THE GROSS WAS KEYED ON
      *            offcycle.cob AND NO CYCLE DEDUCTIONS WERE TAKEN.
                   MOVE "OFFCYCLE" TO SPE-BASIS(SP)
                   ADD 1 TO WS-OFFCYCLE-COUNT
                   MOVE PPE-GROSS(PP) TO WS-GROSS
               WHEN WS-EMP-PAY-TYPE = "H"
                   MOVE "HOURLY" TO SPE-BASIS(SP)
                   PERFORM 0520-HOURLY-GROSS
               WHEN OTHER
                   MOVE "SALARIED" TO SPE-BASIS(SP)
                   COMPUTE WS-GROSS ROUNDED = AO-SALARY / 26
           END-EVALUATE
           IF SPE-BASIS(SP) NOT = "OFFCYCLE"
               ADD SPE-STIPEND(SP) TO WS-GROSS
           END-IF
           PERFORM 0530-COMPUTE-TAX
           MOVE WS-GROSS TO SPE-R-GROSS(SP)
           MOVE WS-TAX TO SPE-R-TAX(SP)
           IF SPE-BASIS(SP) = "OFFCYCLE"
               COMPUTE SPE-R-NET(SP) = WS-GROSS - WS-TAX
           ELSE
               PERFORM 0540-COMPUTE-DEDUCTIONS
               COMPUTE SPE-R-DEDUCTIONS(SP) = SPE-ORDERS(SP)
                   + WS-LOAN-TOTAL + WS-VOLUNTARY
               COMPUTE SPE-R-NET(SP) = WS-GROSS - WS-TAX
                   - SPE-R-DEDUCTIONS(SP) + SPE-REIMBURSE(SP)
           END-IF.

       0510-FIND-PERIOD.
           MOVE "N" TO WS-WINDOW-FOUND
           IF WS-PC-COUNT = 0
               MOVE "Y" TO WS-WINDOW-FOUND
               MOVE PPE-PAY-DATE(PP) TO WS-WINDOW-START
               MOVE PPE-PAY-DATE(PP) TO WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CL FROM 1 BY 1 UNTIL CL > WS-PC-COUNT
               IF PCE-CHECK-DATE(CL) = PPE-PAY-DATE(PP)
                   MOVE "Y" TO WS-WINDOW-FOUND
                   MOVE PCE-START(CL) TO WS-WINDOW-START
                   MOVE PCE-END(CL) TO WS-WINDOW-END
               END-IF
           END-PERFORM.

      *    PAID, APPROVED TIMESHEET LINES IN THE PERIOD, PRICED THE
      *    WAY PAYRUN PRICES THEM, PLUS PAID LEAVE IN THE PERIOD AT
      *    STRAIGHT TIME.
       0520-HOURLY-GROSS.
           MOVE 0 TO WS-GROSS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TS-COUNT
               IF TSE-EMP-ID(T) = WS-ASOF-WANT-ID
                       AND TSE-PAID(T) = "Y"
                       AND TSE-APPROVAL(T) NOT = "P"
                       AND TSE-APPROVAL(T) NOT = "D"
                   MOVE TSE-WEEK-ENDING(T) TO WS-TEST-DATE
                   PERFORM 0430-TEST-WINDOW
                   IF WS-IN-WINDOW = "Y"
                       PERFORM 0525-PRICE-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LT-COUNT
               IF LTE-EMP-ID(L) = WS-ASOF-WANT-ID
                       AND LTE-PAID(L) = "Y"
                   MOVE LTE-LEAVE-DATE(L) TO WS-TEST-DATE
                   PERFORM 0430-TEST-WINDOW
                   IF WS-IN-WINDOW = "Y"
                       COMPUTE WS-GROSS ROUNDED = WS-GROSS
                           + (LTE-HOURS(L) * AO-HOURLY-RATE)
                   END-IF
               END-IF
           END-PERFORM.

      *    THE 40-HOUR LINE IS DRAWN PER WEEK: THE SAME WEEK'S
      *    LINES AHEAD OF THIS ONE COUNT TOWARD IT FIRST.
       0525-PRICE-ONE-LINE.
           MOVE 0 TO WS-PR-WEEK-BEFORE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U >= T
               IF TSE-EMP-ID(U) = TSE-EMP-ID(T)
                       AND TSE-WEEK-ENDING(U) = TSE-WEEK-ENDING(T)
                       AND TSE-PAID(U) = "Y"
                   ADD TSE-HOURS(U) TO WS-PR-WEEK-BEFORE
               END-IF
           END-PERFORM
           MOVE TSE-JOB-CODE(T) TO WS-PR-JOB-CODE
           MOVE TSE-SHIFT-CODE(T) TO WS-PR-SHIFT-CODE
           MOVE AO-HOURLY-RATE TO WS-PR-BASE-RATE
           MOVE TSE-HOURS(T) TO WS-PR-HOURS
           CALL "PAYRATE" USING PAYRATE-FIELDS
           ADD WS-PR-REG-AMOUNT TO WS-GROSS
           ADD WS-PR-OT-AMOUNT TO WS-GROSS.

       0530-COMPUTE-TAX.
           MOVE 0 TO WS-TAX
           IF WS-TB-COUNT > 0
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-TB-COUNT
                   IF WS-GROSS > TBE-INCOME-FROM(B)
                       IF TBE-INCOME-TO(B) = 0
                               OR WS-GROSS <= TBE-INCOME-TO(B)
                           MOVE WS-GROSS TO WS-BRACKET-TOP
                       ELSE
                           MOVE TBE-INCOME-TO(B) TO WS-BRACKET-TOP
                       END-IF
                       COMPUTE WS-TAXABLE-SLICE =
                           WS-BRACKET-TOP - TBE-INCOME-FROM(B)
                       COMPUTE WS-TAX ROUNDED = WS-TAX +
                           (WS-TAXABLE-SLICE * TBE-RATE(B) / 100)
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-TAX ROUNDED = WS-GROSS * AO-TAX-RATE / 100
           END-IF
           CALL "JURTAX" USING WS-ASOF-WANT-ID WS-GROSS JURTAX-RESULT
           ADD WS-JURIS-TOTAL TO WS-TAX.

      *    ORDERS AS JOURNALED, THE LOAN RECOVERY DATED TO THIS
      *    CHECK, THEN THE VOLUNTARY PLANS IN PRIORITY ORDER WHILE
      *    THEY STILL FIT ON THE CHECK -- OR, WITH NO PLANS ON FILE,
      *    THE LUMP EMP-DEDUCTIONS / 26 KEPT TO WHAT IS LEFT.
       0540-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-LOAN-TOTAL
           PERFORM VARYING LO FROM 1 BY 1 UNTIL LO > WS-LN-COUNT
               IF LNE-EMP-ID(LO) = WS-ASOF-WANT-ID
                       AND LNE-LAST-DATE(LO) = PPE-PAY-DATE(PP)
                   ADD LNE-LAST-REPAID(LO) TO WS-LOAN-TOTAL
               END-IF
           END-PERFORM
           COMPUTE WS-NET-SO-FAR = WS-GROSS - WS-TAX
               - SPE-ORDERS(SP) - WS-LOAN-TOTAL
           MOVE 0 TO WS-VOLUNTARY
           MOVE "N" TO WS-DETAIL-FOUND
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = WS-ASOF-WANT-ID
                   MOVE "Y" TO WS-DETAIL-FOUND
                   MOVE "N" TO DDE-TAKEN(D)
               END-IF
           END-PERFORM
           IF WS-DETAIL-FOUND = "N"
               COMPUTE WS-VOLUNTARY ROUNDED = AO-DEDUCTIONS / 26
               IF SPE-ORDERS(SP) > 0 OR WS-LOAN-TOTAL > 0
                   IF WS-NET-SO-FAR < 0
                       MOVE 0 TO WS-VOLUNTARY
                   ELSE
                   IF WS-VOLUNTARY > WS-NET-SO-FAR
                       MOVE WS-NET-SO-FAR TO WS-VOLUNTARY
                   END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-BEST-D
               PERFORM 0545-TAKE-NEXT-PLAN
                   UNTIL WS-BEST-D = 999
           END-IF.

       0545-TAKE-NEXT-PLAN.
           MOVE 999 TO WS-BEST-D
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = WS-ASOF-WANT-ID
                       AND DDE-TAKEN(D) = "N"
                   IF WS-BEST-D = 999
                       MOVE D TO WS-BEST-D
                   ELSE
                       IF DDE-PRIORITY(D) < DDE-PRIORITY(WS-BEST-D)
                           MOVE D TO WS-BEST-D
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-D NOT = 999
               IF DDE-AMOUNT(WS-BEST-D) <= WS-NET-SO-FAR
                   ADD DDE-AMOUNT(WS-BEST-D) TO WS-VOLUNTARY
                   SUBTRACT DDE-AMOUNT(WS-BEST-D) FROM WS-NET-SO-FAR
                   MOVE "Y" TO DDE-TAKEN(WS-BEST-D)
               ELSE
                   MOVE 999 TO WS-BEST-D
               END-IF
           END-IF.

      *    THE WORKPAPER: EVERY SAMPLED PAYMENT, RECORDED BESIDE
      *    RECOMPUTED, THEN EVERY DIFFERENCE OVER ONE CENT.
       0600-PRINT-WORKPAPER.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "payaudit.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "PAYROLL AUDIT SAMPLE, PAY DATES " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE "              RECORDED    RECOMPUTED    DIFFERENCE"
               TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
               PERFORM 0610-PRINT-ONE-PAYMENT
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "DIFFERENCES OVER ONE CENT" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-EXCEPT-FIELDS = 0
               MOVE "  NONE -- EVERY SAMPLED PAYMENT RECOMPUTES."
                   TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           ELSE
               PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
                   IF SPE-EXCEPTIONS(SP) > 0
                       PERFORM 0650-LIST-EXCEPTIONS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NOT-BUILT > 0
               MOVE SPACES TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "PAYMENTS THAT COULD NOT BE RECOMPUTED (NO "
                   "EMPLOYEE ON THE JOURNAL OR MASTER)"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               PERFORM VARYING SP FROM 1 BY 1 UNTIL SP > WS-SP-COUNT
                   IF SPE-SOURCE(SP) = "N"
                       MOVE SPE-POP(SP) TO PP
                       MOVE PPE-SEQ(PP) TO ED-SEQ
                       MOVE SPACES TO WS-PS-TEXT-1
                       STRING "  EMP " PPE-EMP-ID(PP) "  PAID "
                           PPE-PAY-DATE(PP) "/" ED-SEQ
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                       CALL "PRINTSVC" USING WS-PS-FUNCTION
                           WS-PS-TEXT-1 WS-PS-TEXT-2
                   END-IF
               END-PERFORM
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0610-PRINT-ONE-PAYMENT.
           MOVE SPE-POP(SP) TO PP
           MOVE PPE-SEQ(PP) TO ED-SEQ
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING "EMP " PPE-EMP-ID(PP) " " SPE-NAME(SP)(1:24)
               " PAID " PPE-PAY-DATE(PP) "/" ED-SEQ " "
               SPE-BASIS(SP)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           EVALUATE SPE-SOURCE(SP)
               WHEN "J"
                   MOVE "JOURNAL" TO WS-PS-TEXT-1(70:7)
               WHEN "M"
                   MOVE "MASTER" TO WS-PS-TEXT-1(70:6)
               WHEN OTHER
                   MOVE "NO MASTER" TO WS-PS-TEXT-1(70:9)
           END-EVALUATE
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF PPE-VOIDED(PP) = "Y"
               MOVE "  (VOIDED -- BACKED OUT BY A LATER OFFSET)"
                   TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           IF SPE-SOURCE(SP) = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "  GROSS" TO WS-FIELD-LABEL
           MOVE PPE-GROSS(PP) TO WS-RECORDED
           MOVE SPE-R-GROSS(SP) TO WS-RECOMPUTED
           PERFORM 0620-COMPARE-ONE-FIGURE
           ADD WS-DIFFERENCE TO WS-GROSS-VARIANCE
           MOVE "  TAX" TO WS-FIELD-LABEL
           MOVE PPE-TAX(PP) TO WS-RECORDED
           MOVE SPE-R-TAX(SP) TO WS-RECOMPUTED
           PERFORM 0620-COMPARE-ONE-FIGURE
           MOVE "  DEDUCT" TO WS-FIELD-LABEL
           MOVE PPE-DEDUCTIONS(PP) TO WS-RECORDED
           MOVE SPE-R-DEDUCTIONS(SP) TO WS-RECOMPUTED
           PERFORM 0620-COMPARE-ONE-FIGURE
           MOVE "  NET" TO WS-FIELD-LABEL
           MOVE PPE-NET(PP) TO WS-RECORDED
           MOVE SPE-R-NET(SP) TO WS-RECOMPUTED
           PERFORM 0620-COMPARE-ONE-FIGURE
           ADD WS-DIFFERENCE TO WS-VARIANCE-NET
           IF WS-DIFFERENCE < 0
               SUBTRACT WS-DIFFERENCE FROM WS-VARIANCE-ABS
           ELSE
               ADD WS-DIFFERENCE TO WS-VARIANCE-ABS
           END-IF
           IF SPE-EXCEPTIONS(SP) > 0
               ADD 1 TO WS-EXCEPT-PAYMENTS
           END-IF.

       0620-COMPARE-ONE-FIGURE.
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-RECOMPUTED
           MOVE "N" TO WS-OVER-A-PENNY
           IF WS-DIFFERENCE > 0.01 OR WS-DIFFERENCE < -0.01
               MOVE "Y" TO WS-OVER-A-PENNY
               ADD 1 TO SPE-EXCEPTIONS(SP)
               ADD 1 TO WS-EXCEPT-FIELDS
           END-IF
           PERFORM 0630-FORMAT-FIGURE
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0630-FORMAT-FIGURE.
           MOVE WS-RECORDED TO ED-RECORDED
           MOVE WS-RECOMPUTED TO ED-RECOMPUTED
           MOVE WS-DIFFERENCE TO ED-DIFFERENCE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-FIELD-LABEL ED-RECORDED " " ED-RECOMPUTED " "
               ED-DIFFERENCE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           IF WS-OVER-A-PENNY = "Y"
               MOVE "***" TO WS-PS-TEXT-1(55:3)
           END-IF.

       0650-LIST-EXCEPTIONS.
           MOVE SPE-POP(SP) TO PP
           MOVE PPE-SEQ(PP) TO ED-SEQ
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  EMP " PPE-EMP-ID(PP) "  PAID " PPE-PAY-DATE(PP)
               "/" ED-SEQ "  " SPE-BASIS(SP)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "    GROSS" TO WS-FIELD-LABEL
           MOVE PPE-GROSS(PP) TO WS-RECORDED
           MOVE SPE-R-GROSS(SP) TO WS-RECOMPUTED
           PERFORM 0660-LIST-IF-OVER
           MOVE "    TAX" TO WS-FIELD-LABEL
           MOVE PPE-TAX(PP) TO WS-RECORDED
           MOVE SPE-R-TAX(SP) TO WS-RECOMPUTED
           PERFORM 0660-LIST-IF-OVER
           MOVE "    DEDUCT" TO WS-FIELD-LABEL
           MOVE PPE-DEDUCTIONS(PP) TO WS-RECORDED
           MOVE SPE-R-DEDUCTIONS(SP) TO WS-RECOMPUTED
           PERFORM 0660-LIST-IF-OVER
           MOVE "    NET" TO WS-FIELD-LABEL
           MOVE PPE-NET(PP) TO WS-RECORDED
           MOVE SPE-R-NET(SP) TO WS-RECOMPUTED
           PERFORM 0660-LIST-IF-OVER.

       0660-LIST-IF-OVER.
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-RECOMPUTED
           IF WS-DIFFERENCE > 0.01 OR WS-DIFFERENCE < -0.01
               MOVE "N" TO WS-OVER-A-PENNY
               PERFORM 0630-FORMAT-FIGURE
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.

      *    THE AUDITOR'S SUMMARY PAGE, A REPORT OF ITS OWN SO IT
      *    CAN BE HANDED OVER WITHOUT THE WORKPAPER.
       0700-PRINT-SUMMARY.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "payaudsum.rpt" TO WS-PS-TEXT-1
           MOVE "PAYROLL AUDIT SAMPLE -- AUDITOR'S SUMMARY"
               TO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PAY DATES SAMPLED          " WS-FROM-DATE " TO "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           MOVE WS-SAMPLE-SIZE TO ED-COUNT
           IF WS-METHOD = "R"
               STRING "SAMPLE METHOD              RANDOM, "
                   FUNCTION TRIM(ED-COUNT) " PAYMENTS"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           ELSE
               STRING "SAMPLE METHOD              STRATIFIED, "
                   FUNCTION TRIM(ED-COUNT) " PER DEPARTMENT AND "
                   "PAY TYPE"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-IF
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "RANDOM SEED                " WS-SEED
               "  (KEY IT AGAIN TO REDRAW THIS SAMPLE)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-PP-COUNT TO ED-COUNT
           MOVE WS-POP-NET TO ED-MONEY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PAYMENTS IN THE RANGE      " ED-COUNT
               "   NET " ED-MONEY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-VOIDED-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  OF WHICH VOIDED          " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-SP-COUNT TO ED-COUNT
           MOVE WS-SAMPLE-NET TO ED-MONEY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "SAMPLE SIZE                " ED-COUNT
               "   NET " ED-MONEY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-METHOD = "S"
               PERFORM VARYING SS FROM 1 BY 1 UNTIL SS > WS-SS-COUNT
                   MOVE SSE-CHOSEN(SS) TO ED-COUNT
                   MOVE SSE-POPULATION(SS) TO ED-COUNT-2
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "  DEPT " SSE-KEY(SS)(1:4) " PAY TYPE "
                       SSE-KEY(SS)(5:1) "    " ED-COUNT " OF "
                       ED-COUNT-2
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION
                       WS-PS-TEXT-1 WS-PS-TEXT-2
               END-PERFORM
           END-IF
           MOVE WS-JOURNAL-BUILT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  MASTER FROM THE JOURNAL  " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-MASTER-BUILT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  MASTER AS ON FILE TODAY  " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-NOT-BUILT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  NOT RECOMPUTABLE         " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-OFFCYCLE-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  OFF-CYCLE PAYMENTS       " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-EXCEPT-PAYMENTS TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PAYMENTS WITH EXCEPTIONS   " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-EXCEPT-FIELDS TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "FIGURES OFF BY OVER 0.01   " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-GROSS-VARIANCE TO ED-MONEY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "GROSS VARIANCE (RECORDED LESS RECOMPUTED)  "
               ED-MONEY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-VARIANCE-NET TO ED-MONEY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "NET PAY VARIANCE (RECORDED LESS RECOMPUTED)"
               ED-MONEY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-VARIANCE-ABS TO ED-MONEY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "TOTAL DOLLAR VARIANCE (NET PAY, ABSOLUTE)  "
               ED-MONEY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
