       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESPOST.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    POSTS STAFF DUES TAKEN THROUGH PAYROLL. RUN AFTER
      *            EACH PAY CYCLE (LIKE remitrun.cob). EVERY "DUES"
      *            LINE PAYRUN JOURNALED TO dedhistory.dat THAT IS
      *            NOT YET POSTED IS APPLIED TO THE EMPLOYEE'S PLAN
      *            ON duesplans.dat (SEE duesplan.cob) AND WRITTEN TO
      *            THE duespayments.dat LEDGER AGAINST THE PLAN'S
      *            INVOICE, TAKEN BY "PAYROLL". THE DETAIL LINE IS
      *            THEN FLAGGED DH-REMITTED "Y" -- THE MONEY HAS GONE
      *            WHERE IT BELONGS -- SO IT IS NEVER POSTED TWICE AND
      *            REMITRUN DOES NOT LOOK FOR A PAYEE FOR IT.
      *            A PLAN PAID OFF CLOSES: THE INVOICE IS MARKED
      *            PAID, THE MEMBERSHIP EXPIRY RENEWS (THE SAME
      *            ARITHMETIC AS A PAYMENT AT DUESMAINT) AND THE DUES
      *            LINE COMES OFF deductions.dat. A PLAN WITH LESS
      *            LEFT THAN ONE CYCLE'S DEDUCTION HAS ITS LINE
      *            TRIMMED TO THE BALANCE. A PLAN TURNED BACK INTO AN
      *            OPEN INVOICE AT TERMINATION STILL TAKES ANY DUES
      *            FROM THE LAST PAY, WHICH COMES OFF THAT INVOICE.
      *            PAYROLL DEDUCTING MORE THAN IS OWED, OR DEDUCTING
      *            DUES FROM SOMEONE WITH NO PLAN, IS LISTED AS A
      *            REFUND DUE AND ENDS WITH RETURN-CODE 4.
      *    compile with (from the repo root) ->
      *        cobc -x -o duespost AgePrograms/duespost.cob
      *    then run ./duespost

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-HISTORY-FILE ASSIGN TO "dedhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "duesplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "duesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "duespayments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-FILE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT PAYRUN WRITES.
       FD  DEDUCTION-HISTORY-FILE.
       01  DEDUCTION-HISTORY-RECORD.
           05 DH-PAY-DATE      PIC X(8).
           05 DH-EMP-ID        PIC X(5).
           05 DH-CODE          PIC X(4).
           05 DH-AMOUNT        PIC 9(5)V99.
           05 DH-REMITTED      PIC X.

      *    SAME LAYOUT duesplan.cob MAINTAINS.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05 DP-INVOICE-NO    PIC 9(5).
           05 DP-EMP-ID        PIC X(5).
           05 DP-MEMBER-ID     PIC X(6).
           05 DP-START-DATE    PIC X(8).
           05 DP-CYCLES        PIC 9(2).
           05 DP-PER-CYCLE     PIC 9(5)V99.
           05 DP-BALANCE       PIC 9(5)V99.
           05 DP-STATUS        PIC X.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 DI-INVOICE-NO    PIC 9(5).
           05 DI-MEMBER-ID     PIC X(6).
           05 DI-TYPE          PIC X(4).
           05 DI-AMOUNT        PIC 9(5)V99.
           05 DI-ISSUE-DATE    PIC X(8).
           05 DI-STATUS        PIC X.

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PY-PAY-DATE      PIC X(8).
           05 PY-INVOICE-NO    PIC 9(5).
           05 PY-MEMBER-ID     PIC X(6).
           05 PY-AMOUNT        PIC 9(5)V99.
           05 PY-TAKEN-BY      PIC X(10).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID        PIC X(5).
           05 DD-CODE          PIC X(4).
           05 DD-DESC          PIC X(20).
           05 DD-AMOUNT        PIC 9(5)V99.
           05 DD-PRIORITY      PIC 9(2).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MEM-ID              PIC X(6).
           05 MEM-NAME            PIC X(20).
           05 MEM-DOB             PIC X(8).
           05 MEM-JOIN-DATE       PIC X(8).
           05 MEM-EXPIRY-DATE     PIC X(8).
           05 MEM-STATUS          PIC X.
           05 MEM-TYPE            PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-DH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IV-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PY-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MEM-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-DH-EOF           PIC X VALUE "N".
       01  WS-DP-EOF           PIC X VALUE "N".
       01  WS-IV-EOF           PIC X VALUE "N".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  WS-MEM-EOF          PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-DUES-CODE        PIC X(4) VALUE "DUES".
       01  WS-PLAN-INDEX       PIC 9(3) VALUE 0.
       01  WS-INVOICE-INDEX    PIC 9(3) VALUE 0.
       01  WS-MEMBER-INDEX     PIC 9(3) VALUE 0.
       01  WS-APPLY-AMOUNT     PIC 9(5)V99 VALUE 0.
       01  WS-EXCESS-AMOUNT    PIC 9(5)V99 VALUE 0.
       01  WS-NEW-EXPIRY-YEAR  PIC 9(4) VALUE 0.
       01  WS-POSTED-COUNT     PIC 9(4) VALUE 0.
       01  WS-CLOSED-COUNT     PIC 9(3) VALUE 0.
       01  WS-REFUND-COUNT     PIC 9(3) VALUE 0.
       01  WS-REFUND-TOTAL     PIC 9(7)V99 VALUE 0.
       01  WS-POSTED-TOTAL     PIC 9(7)V99 VALUE 0.
       01  WS-MEMBERS-CHANGED  PIC X VALUE "N".

       01  DETAIL-TABLE.
           05 WS-DT-COUNT      PIC 9(4) VALUE 0.
           05 DT-ENTRY OCCURS 1000 TIMES.
               10 DTE-PAY-DATE     PIC X(8).
               10 DTE-EMP-ID       PIC X(5).
               10 DTE-CODE         PIC X(4).
               10 DTE-AMOUNT       PIC 9(5)V99.
               10 DTE-REMITTED     PIC X.
       01  H                   PIC 9(4) VALUE 1.

       01  PLAN-TABLE.
           05 WS-DP-COUNT      PIC 9(3) VALUE 0.
           05 DP-ENTRY OCCURS 300 TIMES.
               10 DPE-INVOICE-NO   PIC 9(5).
               10 DPE-EMP-ID       PIC X(5).
               10 DPE-MEMBER-ID    PIC X(6).
               10 DPE-START-DATE   PIC X(8).
               10 DPE-CYCLES       PIC 9(2).
               10 DPE-PER-CYCLE    PIC 9(5)V99.
               10 DPE-BALANCE      PIC 9(5)V99.
               10 DPE-STATUS       PIC X.
       01  P                   PIC 9(3) VALUE 1.

       01  INVOICE-TABLE.
           05 WS-IV-COUNT      PIC 9(3) VALUE 0.
           05 IV-ENTRY OCCURS 300 TIMES.
               10 IVE-INVOICE-NO  PIC 9(5).
               10 IVE-MEMBER-ID   PIC X(6).
               10 IVE-TYPE        PIC X(4).
               10 IVE-AMOUNT      PIC 9(5)V99.
               10 IVE-ISSUE-DATE  PIC X(8).
               10 IVE-STATUS      PIC X.
       01  V                   PIC 9(3) VALUE 1.

       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
           05 DD-ENTRY OCCURS 200 TIMES.
               10 DDE-EMP-ID    PIC X(5).
               10 DDE-CODE      PIC X(4).
               10 DDE-DESC      PIC X(20).
               10 DDE-AMOUNT    PIC 9(5)V99.
               10 DDE-PRIORITY  PIC 9(2).
       01  D                   PIC 9(3) VALUE 1.

       01  MEMBER-TABLE.
           05 WS-MT-COUNT      PIC 9(3) VALUE 0.
           05 MT-ENTRY OCCURS 200 TIMES.
               10 MTE-ID          PIC X(6).
               10 MTE-NAME        PIC X(20).
               10 MTE-DOB         PIC X(8).
               10 MTE-JOIN-DATE   PIC X(8).
               10 MTE-EXPIRY-DATE PIC X(8).
               10 MTE-STATUS      PIC X.
               10 MTE-TYPE        PIC X(4).
       01  M                   PIC 9(3) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.
           05 ED-TOTAL         PIC Z,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "DUESPOST".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-MEMBERSHIP-LOGICAL PIC X(20) VALUE "membership.dat".
       01  WS-MEMBERSHIP-PATH  PIC X(50) VALUE "membership.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-MEMBERSHIP-LOGICAL
               WS-MEMBERSHIP-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-DETAIL-TABLE
           IF WS-DT-COUNT = 0
               DISPLAY "NO WITHHOLDING DETAIL ON dedhistory.dat. "
                   "RUN A PAY CYCLE FIRST."
               GOBACK
           END-IF
           PERFORM 0120-LOAD-PLAN-TABLE
           PERFORM 0140-LOAD-INVOICE-TABLE
           PERFORM 0160-LOAD-DEDUCTION-TABLE
           PERFORM 0180-LOAD-MEMBER-TABLE
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF (WS-DT-COUNT = 1000 AND WS-DH-EOF NOT = "Y")
                   OR (WS-DP-COUNT = 300 AND WS-DP-EOF NOT = "Y")
                   OR (WS-IV-COUNT = 300 AND WS-IV-EOF NOT = "Y")
                   OR (WS-DD-COUNT = 200 AND WS-DD-EOF NOT = "Y")
                   OR (WS-MT-COUNT = 200 AND WS-MEM-EOF NOT = "Y")
               DISPLAY "*** dedhistory.dat, duesplans.dat, "
                   "duesinvoices.dat, deductions.dat OR "
                   "membership.dat IS TOO BIG TO POST AGAINST. "
                   "ARCHIVE OLD LINES FIRST. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY " "
           DISPLAY "----- DUES POSTED FROM PAYROLL, " WS-TODAY " -----"
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-DT-COUNT
               IF DTE-CODE(H) = WS-DUES-CODE
                       AND DTE-REMITTED(H) NOT = "Y"
                   PERFORM 0300-POST-ONE-DEDUCTION THRU 0300-EXIT
               END-IF
           END-PERFORM
           IF WS-POSTED-COUNT > 0 OR WS-REFUND-COUNT > 0
               PERFORM 0800-REWRITE-DETAIL-FILE
               PERFORM 0820-REWRITE-PLAN-FILE
               PERFORM 0840-REWRITE-INVOICE-FILE
               PERFORM 0860-REWRITE-DEDUCTION-FILE
           END-IF
           IF WS-MEMBERS-CHANGED = "Y"
               PERFORM 0880-REWRITE-MEMBER-FILE
           END-IF
           MOVE WS-POSTED-TOTAL TO ED-TOTAL
           DISPLAY " "
           DISPLAY WS-POSTED-COUNT " DEDUCTIONS POSTED, " ED-TOTAL
               "; " WS-CLOSED-COUNT " PLANS PAID OFF."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "POSTED " WS-POSTED-COUNT " DUES DEDUCTIONS, "
               WS-CLOSED-COUNT " PAID OFF"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-REFUND-COUNT > 0
               MOVE WS-REFUND-TOTAL TO ED-TOTAL
               DISPLAY "*** " WS-REFUND-COUNT " DEDUCTIONS LEFT "
                   ED-TOTAL " NOT OWED -- REFUND THROUGH offcycle. ***"
      *        SET AFTER THE LOG - THE AUDITLOG CALL RESETS
      *        RETURN-CODE.
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-DETAIL-TABLE.
           MOVE 0 TO WS-DT-COUNT
           MOVE "N" TO WS-DH-EOF
           OPEN INPUT DEDUCTION-HISTORY-FILE
           IF WS-DH-FILE-STATUS = "00"
               PERFORM UNTIL WS-DH-EOF = "Y" OR WS-DT-COUNT = 1000
                   READ DEDUCTION-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DH-EOF
                       NOT AT END
                           ADD 1 TO WS-DT-COUNT
                           MOVE DEDUCTION-HISTORY-RECORD
                               TO DT-ENTRY(WS-DT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-HISTORY-FILE
           END-IF.

       0120-LOAD-PLAN-TABLE.
           MOVE 0 TO WS-DP-COUNT
           MOVE "N" TO WS-DP-EOF
           OPEN INPUT PLAN-FILE
           IF WS-DP-FILE-STATUS = "00"
               PERFORM UNTIL WS-DP-EOF = "Y" OR WS-DP-COUNT = 300
                   READ PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-DP-EOF
                       NOT AT END
                           ADD 1 TO WS-DP-COUNT
                           MOVE PLAN-RECORD TO DP-ENTRY(WS-DP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0140-LOAD-INVOICE-TABLE.
           MOVE 0 TO WS-IV-COUNT
           MOVE "N" TO WS-IV-EOF
           OPEN INPUT INVOICE-FILE
           IF WS-IV-FILE-STATUS = "00"
               PERFORM UNTIL WS-IV-EOF = "Y" OR WS-IV-COUNT = 300
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-IV-EOF
                       NOT AT END
                           ADD 1 TO WS-IV-COUNT
                           MOVE INVOICE-RECORD TO IV-ENTRY(WS-IV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       0160-LOAD-DEDUCTION-TABLE.
           MOVE 0 TO WS-DD-COUNT
           MOVE "N" TO WS-DD-EOF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DD-FILE-STATUS = "00"
               PERFORM UNTIL WS-DD-EOF = "Y" OR WS-DD-COUNT = 200
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-DD-EOF
                       NOT AT END
                           ADD 1 TO WS-DD-COUNT
                           MOVE DEDUCTION-RECORD
                               TO DD-ENTRY(WS-DD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

       0180-LOAD-MEMBER-TABLE.
           MOVE 0 TO WS-MT-COUNT
           MOVE "N" TO WS-MEM-EOF
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-MEM-EOF = "Y" OR WS-MT-COUNT = 200
                   READ MEMBERSHIP-FILE
                       AT END
                           MOVE "Y" TO WS-MEM-EOF
                       NOT AT END
                           ADD 1 TO WS-MT-COUNT
                           MOVE MEMBERSHIP-RECORD
                               TO MT-ENTRY(WS-MT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MEMBERSHIP-FILE
           END-IF.

      *    AN ACTIVE PLAN IS PREFERRED; FAILING THAT THE PLAN TURNED
      *    BACK AT TERMINATION, WHOSE INVOICE IS STILL OPEN.
       0300-POST-ONE-DEDUCTION.
           MOVE 0 TO WS-PLAN-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DP-COUNT
               IF DPE-EMP-ID(P) = DTE-EMP-ID(H)
                   IF DPE-STATUS(P) = "A"
                       MOVE P TO WS-PLAN-INDEX
                   END-IF
                   IF DPE-STATUS(P) = "T" AND DPE-BALANCE(P) > 0
                           AND WS-PLAN-INDEX = 0
                       MOVE P TO WS-PLAN-INDEX
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO DTE-REMITTED(H)
           MOVE 0 TO WS-INVOICE-INDEX
           IF WS-PLAN-INDEX > 0
               MOVE WS-PLAN-INDEX TO P
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-IV-COUNT
                   IF IVE-INVOICE-NO(V) = DPE-INVOICE-NO(P)
                       MOVE V TO WS-INVOICE-INDEX
                   END-IF
               END-PERFORM
      *        A TURNED-BACK INVOICE SETTLED AT THE CASH SCREEN
      *        MEANS THE REMAINDER IS NO LONGER OWED.
               IF DPE-STATUS(P) = "T" AND WS-INVOICE-INDEX > 0
                   IF IVE-STATUS(WS-INVOICE-INDEX) = "P"
                       MOVE 0 TO DPE-BALANCE(P)
                       MOVE "P" TO DPE-STATUS(P)
                       MOVE 0 TO WS-PLAN-INDEX
                   END-IF
               END-IF
           END-IF
           IF WS-PLAN-INDEX = 0
               ADD 1 TO WS-REFUND-COUNT
               ADD DTE-AMOUNT(H) TO WS-REFUND-TOTAL
               MOVE DTE-AMOUNT(H) TO ED-AMOUNT
               DISPLAY DTE-EMP-ID(H) "  " DTE-PAY-DATE(H) "  "
                   ED-AMOUNT "  NO DUES OWED -- REFUND DUE"
               GO TO 0300-EXIT
           END-IF
           MOVE DTE-AMOUNT(H) TO WS-APPLY-AMOUNT
           MOVE 0 TO WS-EXCESS-AMOUNT
           IF WS-APPLY-AMOUNT > DPE-BALANCE(P)
               COMPUTE WS-EXCESS-AMOUNT =
                   WS-APPLY-AMOUNT - DPE-BALANCE(P)
               MOVE DPE-BALANCE(P) TO WS-APPLY-AMOUNT
           END-IF
           IF WS-APPLY-AMOUNT > 0
               PERFORM 0350-APPEND-PAYMENT
               SUBTRACT WS-APPLY-AMOUNT FROM DPE-BALANCE(P)
      *        AFTER TERMINATION THE OPEN INVOICE CARRIES THE
      *        REMAINDER, SO IT SHRINKS WITH THE PLAN.
               IF DPE-STATUS(P) = "T" AND WS-INVOICE-INDEX > 0
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM IVE-AMOUNT(WS-INVOICE-INDEX)
               END-IF
           END-IF
           IF WS-EXCESS-AMOUNT > 0
               ADD 1 TO WS-REFUND-COUNT
               ADD WS-EXCESS-AMOUNT TO WS-REFUND-TOTAL
               MOVE WS-EXCESS-AMOUNT TO ED-AMOUNT
               DISPLAY DTE-EMP-ID(H) "  " DTE-PAY-DATE(H) "  "
                   ED-AMOUNT "  OVER THE BALANCE -- REFUND DUE"
           END-IF
           IF DPE-BALANCE(P) = 0
               PERFORM 0400-CLOSE-PLAN
           ELSE
               IF DPE-STATUS(P) = "A"
                       AND DPE-BALANCE(P) < DPE-PER-CYCLE(P)
                   PERFORM 0450-TRIM-DEDUCTION
               END-IF
           END-IF.
       0300-EXIT.
           EXIT.

       0350-APPEND-PAYMENT.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PY-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST PAYMENT IS WRITTEN.
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF
           MOVE DTE-PAY-DATE(H) TO PY-PAY-DATE
           MOVE DPE-INVOICE-NO(P) TO PY-INVOICE-NO
           MOVE DPE-MEMBER-ID(P) TO PY-MEMBER-ID
           MOVE WS-APPLY-AMOUNT TO PY-AMOUNT
           MOVE "PAYROLL" TO PY-TAKEN-BY
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-APPLY-AMOUNT TO WS-POSTED-TOTAL
           MOVE WS-APPLY-AMOUNT TO ED-AMOUNT
           DISPLAY DTE-EMP-ID(H) "  " DTE-PAY-DATE(H) "  " ED-AMOUNT
               "  INVOICE " DPE-INVOICE-NO(P) " MEMBER "
               DPE-MEMBER-ID(P).

      *    PAID OFF: THE INVOICE IS PAID, THE DEDUCTION STOPS AND
      *    THE MEMBERSHIP RENEWS.
       0400-CLOSE-PLAN.
           MOVE "P" TO DPE-STATUS(P)
           ADD 1 TO WS-CLOSED-COUNT
           IF WS-INVOICE-INDEX > 0
               MOVE "P" TO IVE-STATUS(WS-INVOICE-INDEX)
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = DPE-EMP-ID(P)
                       AND DDE-CODE(D) = WS-DUES-CODE
                   PERFORM 0420-REMOVE-DEDUCTION-LINE
               END-IF
           END-PERFORM
           DISPLAY "    INVOICE " DPE-INVOICE-NO(P) " PAID OFF."
           PERFORM 0500-RENEW-THE-EXPIRY THRU 0500-EXIT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PAID INVOICE " DPE-INVOICE-NO(P) " FOR "
               DPE-MEMBER-ID(P) " BY PAYROLL"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

       0420-REMOVE-DEDUCTION-LINE.
           PERFORM VARYING M FROM D BY 1 UNTIL M >= WS-DD-COUNT
               MOVE DD-ENTRY(M + 1) TO DD-ENTRY(M)
           END-PERFORM
           SUBTRACT 1 FROM WS-DD-COUNT
           SUBTRACT 1 FROM D.

       0450-TRIM-DEDUCTION.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               IF DDE-EMP-ID(D) = DPE-EMP-ID(P)
                       AND DDE-CODE(D) = WS-DUES-CODE
                   MOVE DPE-BALANCE(P) TO DDE-AMOUNT(D)
               END-IF
           END-PERFORM.

      *    SAME ARITHMETIC AS DUESMAINT'S PAYMENT: A YEAR PAST THE
      *    CURRENT EXPIRY, OR PAST TODAY IF ALREADY LAPSED.
       0500-RENEW-THE-EXPIRY.
           MOVE 0 TO WS-MEMBER-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               IF MTE-ID(M) = DPE-MEMBER-ID(P)
                   MOVE M TO WS-MEMBER-INDEX
               END-IF
           END-PERFORM
           IF WS-MEMBER-INDEX = 0
               DISPLAY "*** MEMBER " DPE-MEMBER-ID(P) " IS NO "
                   "LONGER ON membership.dat -- EXPIRY NOT "
                   "EXTENDED. ***"
               GO TO 0500-EXIT
           END-IF
           MOVE WS-MEMBER-INDEX TO M
           IF MTE-EXPIRY-DATE(M) < WS-TODAY
               MOVE WS-TODAY TO MTE-EXPIRY-DATE(M)
           END-IF
           MOVE MTE-EXPIRY-DATE(M)(1:4) TO WS-NEW-EXPIRY-YEAR
           ADD 1 TO WS-NEW-EXPIRY-YEAR
           MOVE WS-NEW-EXPIRY-YEAR TO MTE-EXPIRY-DATE(M)(1:4)
      *    ADDING A YEAR TO FEBRUARY 29 LANDS ON A DATE THAT DOES
      *    NOT EXIST -- FALL BACK TO THE 28TH, AS MEMMAINT DOES.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE MTE-EXPIRY-DATE(M) TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
           IF WS-DV-FLAG NOT = "Y"
               AND MTE-EXPIRY-DATE(M)(5:4) = "0229"
               MOVE "0228" TO MTE-EXPIRY-DATE(M)(5:4)
           END-IF
           MOVE "A" TO MTE-STATUS(M)
           MOVE "Y" TO WS-MEMBERS-CHANGED
           DISPLAY "    MEMBERSHIP " MTE-ID(M) " RENEWED TO "
               MTE-EXPIRY-DATE(M) ".".
       0500-EXIT.
           EXIT.

      *    A LINE SEQUENTIAL FILE HAS NO IN-PLACE REWRITE-BY-KEY,
      *    SO EACH FILE IS REWRITTEN WHOLE FROM ITS TABLE.
       0800-REWRITE-DETAIL-FILE.
           OPEN OUTPUT DEDUCTION-HISTORY-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-DT-COUNT
               MOVE DT-ENTRY(H) TO DEDUCTION-HISTORY-RECORD
               WRITE DEDUCTION-HISTORY-RECORD
           END-PERFORM
           CLOSE DEDUCTION-HISTORY-FILE.

       0820-REWRITE-PLAN-FILE.
           OPEN OUTPUT PLAN-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DP-COUNT
               MOVE DP-ENTRY(P) TO PLAN-RECORD
               WRITE PLAN-RECORD
           END-PERFORM
           CLOSE PLAN-FILE.

       0840-REWRITE-INVOICE-FILE.
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-IV-COUNT
               MOVE IV-ENTRY(V) TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.

       0860-REWRITE-DEDUCTION-FILE.
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               MOVE DD-ENTRY(D) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTION-FILE.

       0880-REWRITE-MEMBER-FILE.
           OPEN OUTPUT MEMBERSHIP-FILE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               MOVE MT-ENTRY(M) TO MEMBERSHIP-RECORD
               WRITE MEMBERSHIP-RECORD
           END-PERFORM
           CLOSE MEMBERSHIP-FILE.
