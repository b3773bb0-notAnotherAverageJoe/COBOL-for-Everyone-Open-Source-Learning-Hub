       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBILL.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    TERM FEE BILLING AND AGED BALANCES. TWO JOBS IN
      *            ONE RUN:
      *            1. BILLING -- GIVEN A TERM CODE, RAISES ONE
      *               INVOICE PER STUDENT ON feeinvoice.dat FROM
      *               THEIR SEATED ("E") LINES ON enrollment.dat:
      *               THE "S" FEE OF EVERY SECTION THEY HOLD A SEAT
      *               IN PLUS ONE "Y" FEE FOR THEIR YEAR LEVEL
      *               (SD-YEAR ON studentdir.dat), PRICED FROM
      *               feesched.dat (SEE feemaint.cob). WAITLISTED
      *               LINES ARE NOT BILLED. A STUDENT ALREADY
      *               INVOICED FOR THE TERM IS SKIPPED, SO A RE-RUN
      *               ONLY PICKS UP LATE ENROLLMENTS. A BLANK TERM
      *               SKIPS BILLING.
      *            2. AGING -- EVERY INVOICE WITH A BALANCE LEFT
      *               AFTER THE PAYMENTS AND WAIVERS ON feeledger.dat
      *               (SEE feepay.cob) IS AGED BY DUE DATE AGAINST A
      *               CUT-OFF DATE INTO CURRENT, 1-30, 31-60, 61-90
      *               AND OVER 90 DAYS, AND PRINTED TO feeaging.rpt
      *               GROUPED BY FAMILY CONTACT (SD-CONTACT), SO
      *               BROTHERS AND SISTERS LAND ON ONE PAGE. EVERY
      *               STUDENT WITH MONEY PAST DUE AT THE CUT-OFF IS
      *               WRITTEN TO feeoverdue.dat, WHICH THE OUTREACH
      *               RUN (outreach.cob) TURNS INTO A LETTER HOME.
      *               feeoverdue.dat IS REBUILT EVERY RUN.
      *    compile with ->  cobc -x -o feebill feebill.cob
      *    then run ./feebill

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHED-FILE ASSIGN TO "feesched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "feeinvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "feeledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FILE-STATUS.
           SELECT AGING-WORK-FILE ASSIGN TO "feeaging.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AW-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "feesort.tmp".
           SELECT SORTED-FILE ASSIGN TO "feeaging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-FILE-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO "feeoverdue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-RECORD.
           05 FS-TYPE          PIC X.
           05 FS-CODE          PIC X(4).
           05 FS-AMOUNT        PIC 9(5)V99.
           05 FS-DESC          PIC X(20).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-KEY.
               10 EN-SECTION   PIC X(3).
               10 EN-STUDENT-ID PIC X(5).
           05 EN-STATUS        PIC X.
           05 EN-WAIT-SEQ      PIC 9(3).

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 FI-INVOICE-NO    PIC 9(6).
           05 FI-TERM          PIC X(5).
           05 FI-STUDENT-ID    PIC X(5).
           05 FI-DATE          PIC X(8).
           05 FI-DUE-DATE      PIC X(8).
           05 FI-AMOUNT        PIC 9(7)V99.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 FP-INVOICE-NO    PIC 9(6).
           05 FP-DATE          PIC X(8).
           05 FP-TYPE          PIC X.
           05 FP-AMOUNT        PIC 9(7)V99.
           05 FP-REFERENCE     PIC X(30).

      *    ONE LINE PER OPEN INVOICE, SORTED INTO FAMILY ORDER
      *    BEFORE IT IS PRINTED.
       FD  AGING-WORK-FILE.
       01  AGING-WORK-RECORD.
           05 AW-CONTACT       PIC X(20).
           05 AW-STUDENT-ID    PIC X(5).
           05 AW-INVOICE-NO    PIC 9(6).
           05 AW-NAME          PIC X(25).
           05 AW-DUE-DATE      PIC X(8).
           05 AW-DAYS-OVER     PIC 9(5).
           05 AW-BUCKET        PIC 9.
           05 AW-BALANCE       PIC 9(7)V99.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CONTACT       PIC X(20).
           05 SR-STUDENT-ID    PIC X(5).
           05 SR-INVOICE-NO    PIC 9(6).
           05 SR-NAME          PIC X(25).
           05 SR-DUE-DATE      PIC X(8).
           05 SR-DAYS-OVER     PIC 9(5).
           05 SR-BUCKET        PIC 9.
           05 SR-BALANCE       PIC 9(7)V99.

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05 OUT-CONTACT      PIC X(20).
           05 OUT-STUDENT-ID   PIC X(5).
           05 OUT-INVOICE-NO   PIC 9(6).
           05 OUT-NAME         PIC X(25).
           05 OUT-DUE-DATE     PIC X(8).
           05 OUT-DAYS-OVER    PIC 9(5).
           05 OUT-BUCKET       PIC 9.
           05 OUT-BALANCE      PIC 9(7)V99.

      *    ONE LINE PER STUDENT WITH MONEY PAST DUE AT THE CUT-OFF.
       FD  OVERDUE-FILE.
       01  OVERDUE-RECORD.
           05 FO-STUDENT-ID    PIC X(5).
           05 FO-CUTOFF-DATE   PIC X(8).
           05 FO-OLDEST-DUE    PIC X(8).
           05 FO-INVOICES      PIC 9(3).
           05 FO-BALANCE       PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-FS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AW-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SRT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-FO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FS-EOF           PIC X VALUE "N".
       01  WS-EN-EOF           PIC X VALUE "N".
       01  WS-FI-EOF           PIC X VALUE "N".
       01  WS-FI-OVERFLOW      PIC X VALUE "N".
       01  WS-FP-EOF           PIC X VALUE "N".
       01  WS-SRT-EOF          PIC X VALUE "N".
       01  WS-FIRST-RECORD     PIC X VALUE "Y".

       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01  WS-TERM             PIC X(5).
       01  WS-DUE-DATE         PIC X(8).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-WORK-TYPE        PIC X.
       01  WS-WORK-CODE        PIC X(4).
       01  WS-FEE-AMOUNT       PIC 9(5)V99.
       01  WS-BALANCE          PIC S9(7)V99.
       01  WS-NEXT-INVOICE     PIC 9(6) VALUE 1.
       01  WS-BILLED-COUNT     PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(4) VALUE 0.
       01  WS-NOYEAR-COUNT     PIC 9(4) VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(4) VALUE 0.
       01  WS-BILLED-TOTAL     PIC 9(9)V99 VALUE 0.

       01  FEE-TABLE.
           05 WS-FS-COUNT      PIC 9(3) VALUE 0.
           05 FS-ENTRY OCCURS 100 TIMES.
               10 FSE-TYPE         PIC X.
               10 FSE-CODE         PIC X(4).
               10 FSE-AMOUNT       PIC 9(5)V99.
               10 FSE-DESC         PIC X(20).
       01  F                   PIC 9(3) VALUE 1.

       01  INVOICE-TABLE.
           05 WS-FI-COUNT      PIC 9(4) VALUE 0.
           05 FI-ENTRY OCCURS 2000 TIMES.
               10 FIE-INVOICE-NO   PIC 9(6).
               10 FIE-TERM         PIC X(5).
               10 FIE-STUDENT-ID   PIC X(5).
               10 FIE-DUE-DATE     PIC X(8).
               10 FIE-AMOUNT       PIC 9(7)V99.
               10 FIE-SETTLED      PIC 9(7)V99.
       01  I                   PIC 9(4) VALUE 1.
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.

      *    ONE ENTRY PER STUDENT WITH A SEAT THIS TERM, BUILT FROM
      *    enrollment.dat BEFORE ANY INVOICE IS WRITTEN.
       01  BILL-TABLE.
           05 WS-BL-COUNT      PIC 9(4) VALUE 0.
           05 BL-ENTRY OCCURS 1000 TIMES.
               10 BLE-STUDENT-ID   PIC X(5).
               10 BLE-AMOUNT       PIC 9(7)V99.
       01  B                   PIC 9(4) VALUE 1.
       01  WS-BILL-INDEX       PIC 9(4) VALUE 0.

      *    CONTROL-BREAK ACCUMULATORS FOR THE AGING REPORT.
       01  WS-PREV-CONTACT     PIC X(20).
       01  WS-PREV-STUDENT     PIC X(5).
       01  WS-FAMILY-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-FAMILY-OVERDUE   PIC 9(9)V99 VALUE 0.
       01  WS-STUDENT-OVERDUE  PIC 9(7)V99 VALUE 0.
       01  WS-STUDENT-INVOICES PIC 9(3) VALUE 0.
       01  WS-STUDENT-OLDEST   PIC X(8) VALUE SPACES.
       01  WS-GRAND-TOTAL      PIC 9(9)V99 VALUE 0.
       01  BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL OCCURS 5 TIMES PIC 9(9)V99.
       01  BUCKET-NAMES.
           05 FILLER           PIC X(7) VALUE "CURRENT".
           05 FILLER           PIC X(7) VALUE "1-30".
           05 FILLER           PIC X(7) VALUE "31-60".
           05 FILLER           PIC X(7) VALUE "61-90".
           05 FILLER           PIC X(7) VALUE "OVER 90".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 5 TIMES PIC X(7).
       01  K                   PIC 9 VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.
           05 ED-DAYS          PIC ZZZZ9.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-OVERDUE       PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-COUNT         PIC ZZZ9.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "FEEBILL".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           INITIALIZE BUCKET-TOTALS
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO STUDENT DIRECTORY ON FILE. BILLING "
                   "NEEDS YEAR LEVELS AND THE REPORT NEEDS FAMILY "
                   "CONTACTS -- BUILD IT WITH studreg."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-FEE-TABLE
           PERFORM 0120-LOAD-INVOICES
           IF WS-FI-OVERFLOW = "Y"
      *        INVOICES PAST THE TABLE WOULD BE LEFT OUT OF THE AGING
      *        AND THEIR NUMBERS ISSUED AGAIN.
               DISPLAY "*** MORE THAN 2000 INVOICES ON feeinvoice.dat"
                   " -- ARCHIVE PAID TERMS AND RERUN. ***"
               CLOSE STUDENT-DIR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0140-LOAD-LEDGER
           DISPLAY "ENTER TERM CODE TO BILL (BLANK = AGING ONLY): "
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM
           IF WS-TERM NOT = SPACES
               PERFORM 0200-BILL-TERM THRU 0200-EXIT
           END-IF
           PERFORM 0500-AGE-BALANCES THRU 0500-EXIT
           CLOSE STUDENT-DIR-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BILLED " WS-BILLED-COUNT " " WS-TERM
               " OVERDUE " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-FEE-TABLE.
           OPEN INPUT FEE-SCHED-FILE
           IF WS-FS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FS-EOF = "Y" OR WS-FS-COUNT = 100
                   READ FEE-SCHED-FILE
                       AT END
                           MOVE "Y" TO WS-FS-EOF
                       NOT AT END
                           ADD 1 TO WS-FS-COUNT
                           MOVE FEE-SCHED-RECORD
                               TO FS-ENTRY(WS-FS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHED-FILE
           END-IF.

      *    THE NEXT INVOICE NUMBER IS ONE PAST THE HIGHEST ON FILE.
       0120-LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-FI-FILE-STATUS = "00"
               PERFORM UNTIL WS-FI-EOF = "Y" OR WS-FI-COUNT = 2000
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-FI-EOF
                       NOT AT END
                           PERFORM 0130-TABLE-INVOICE
                   END-READ
               END-PERFORM
               IF WS-FI-COUNT = 2000 AND WS-FI-EOF NOT = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-FI-EOF
                       NOT AT END
                           MOVE "Y" TO WS-FI-OVERFLOW
                   END-READ
               END-IF
               CLOSE INVOICE-FILE
           END-IF.

       0130-TABLE-INVOICE.
           ADD 1 TO WS-FI-COUNT
           MOVE FI-INVOICE-NO   TO FIE-INVOICE-NO(WS-FI-COUNT)
           MOVE FI-TERM         TO FIE-TERM(WS-FI-COUNT)
           MOVE FI-STUDENT-ID   TO FIE-STUDENT-ID(WS-FI-COUNT)
           MOVE FI-DUE-DATE     TO FIE-DUE-DATE(WS-FI-COUNT)
           MOVE FI-AMOUNT       TO FIE-AMOUNT(WS-FI-COUNT)
           MOVE 0               TO FIE-SETTLED(WS-FI-COUNT)
           IF FI-INVOICE-NO NOT < WS-NEXT-INVOICE
               COMPUTE WS-NEXT-INVOICE = FI-INVOICE-NO + 1
           END-IF.

      *    PAYMENTS AND WAIVERS BOTH SETTLE AN INVOICE; ONLY feepay
      *    NEEDS TO TELL THEM APART.
       0140-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-FP-FILE-STATUS = "00"
               PERFORM UNTIL WS-FP-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-FP-EOF
                       NOT AT END
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-FI-COUNT
                               IF FIE-INVOICE-NO(I) = FP-INVOICE-NO
                                   ADD FP-AMOUNT TO FIE-SETTLED(I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       0200-BILL-TERM.
           IF WS-FS-COUNT = 0
               DISPLAY "NO FEE SCHEDULE ON FILE -- SET FEES WITH "
                   "feemaint. NOTHING BILLED."
               GO TO 0200-EXIT
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-FILE-STATUS NOT = "00"
               DISPLAY "NO ENROLLMENT FILE ON FILE. NOTHING BILLED."
               GO TO 0200-EXIT
           END-IF
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 30)
           DISPLAY "ENTER DUE DATE (YYYYMMDD, BLANK = " WS-DUE-DATE
               "): "
           MOVE SPACES TO WS-DV-DATE-1
           ACCEPT WS-DV-DATE-1
           IF WS-DV-DATE-1 NOT = SPACES
               MOVE "V" TO WS-DV-FUNCTION
               MOVE SPACES TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
               IF WS-DV-VALID NOT = "Y"
                   DISPLAY WS-DV-DATE-1 " IS NOT A REAL DATE. "
                       "NOTHING BILLED."
                   CLOSE ENROLLMENT-FILE
                   GO TO 0200-EXIT
               END-IF
               MOVE WS-DV-DATE-1 TO WS-DUE-DATE
           END-IF
           PERFORM UNTIL WS-EN-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EN-EOF
                   NOT AT END
                       IF EN-STATUS = "E"
                           PERFORM 0300-PRICE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           OPEN EXTEND INVOICE-FILE
           IF WS-FI-FILE-STATUS NOT = "00"
      *        NO INVOICES YET - CREATE THE FILE, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST INVOICE IS WRITTEN.
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BL-COUNT
               PERFORM 0400-RAISE-INVOICE THRU 0400-EXIT
           END-PERFORM
           CLOSE INVOICE-FILE
           MOVE WS-BILLED-TOTAL TO ED-TOTAL
           DISPLAY WS-BILLED-COUNT " INVOICES RAISED FOR TERM "
               WS-TERM " TOTALLING " ED-TOTAL ", DUE " WS-DUE-DATE
               "."
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " STUDENTS ALREADY BILLED "
                   "FOR " WS-TERM " WERE SKIPPED."
           END-IF
           IF WS-NOYEAR-COUNT > 0
               DISPLAY "*** " WS-NOYEAR-COUNT " STUDENTS HAD NO "
                   "YEAR-LEVEL FEE (NOT ON THE DIRECTORY OR NO FEE "
                   "FOR THEIR YEAR) -- CHECK feemaint. ***"
           END-IF.
       0200-EXIT.
           EXIT.

      *    A SECTION WITH NO FEE ON THE SCHEDULE COSTS NOTHING, BUT
      *    THE STUDENT IS STILL LISTED SO THE YEAR FEE IS CHARGED.
       0300-PRICE-ENROLLMENT.
           MOVE "S" TO WS-WORK-TYPE
           MOVE EN-SECTION TO WS-WORK-CODE
           PERFORM 0700-FIND-FEE
           MOVE 0 TO WS-BILL-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BL-COUNT
               IF BLE-STUDENT-ID(B) = EN-STUDENT-ID
                   MOVE B TO WS-BILL-INDEX
               END-IF
           END-PERFORM
           IF WS-BILL-INDEX = 0
               IF WS-BL-COUNT = 1000
                   DISPLAY "BILLING TABLE FULL (1000) -- STUDENT "
                       EN-STUDENT-ID " NOT BILLED."
               ELSE
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-BL-COUNT TO WS-BILL-INDEX
                   MOVE EN-STUDENT-ID
                       TO BLE-STUDENT-ID(WS-BILL-INDEX)
                   MOVE 0 TO BLE-AMOUNT(WS-BILL-INDEX)
               END-IF
           END-IF
           IF WS-BILL-INDEX > 0
               ADD WS-FEE-AMOUNT TO BLE-AMOUNT(WS-BILL-INDEX)
           END-IF.

       0400-RAISE-INVOICE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FI-COUNT
               IF FIE-STUDENT-ID(I) = BLE-STUDENT-ID(B)
                       AND FIE-TERM(I) = WS-TERM
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 0400-EXIT
               END-IF
           END-PERFORM
           MOVE BLE-STUDENT-ID(B) TO SD-STUDENT-ID
           MOVE 0 TO WS-FEE-AMOUNT
           READ STUDENT-DIR-FILE
               INVALID KEY
                   ADD 1 TO WS-NOYEAR-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-WORK-TYPE
                   MOVE SD-YEAR TO WS-WORK-CODE
                   PERFORM 0700-FIND-FEE
                   IF WS-FEE-AMOUNT = 0
                       ADD 1 TO WS-NOYEAR-COUNT
                   END-IF
           END-READ
           ADD WS-FEE-AMOUNT TO BLE-AMOUNT(B)
           IF BLE-AMOUNT(B) = 0
               GO TO 0400-EXIT
           END-IF
           IF WS-FI-COUNT = 2000
               DISPLAY "INVOICE TABLE FULL (2000) -- STUDENT "
                   BLE-STUDENT-ID(B) " NOT BILLED."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-NEXT-INVOICE   TO FI-INVOICE-NO
           MOVE WS-TERM           TO FI-TERM
           MOVE BLE-STUDENT-ID(B) TO FI-STUDENT-ID
           MOVE WS-TODAY          TO FI-DATE
           MOVE WS-DUE-DATE       TO FI-DUE-DATE
           MOVE BLE-AMOUNT(B)     TO FI-AMOUNT
           WRITE INVOICE-RECORD
           PERFORM 0130-TABLE-INVOICE
           ADD 1 TO WS-BILLED-COUNT
           ADD FI-AMOUNT TO WS-BILLED-TOTAL.
       0400-EXIT.
           EXIT.

      *    EVERY OPEN INVOICE GOES TO THE WORK FILE WITH ITS BUCKET,
      *    THE WORK FILE IS SORTED INTO FAMILY ORDER, AND THE
      *    REPORT AND THE OVERDUE FILE COME OFF THE SORTED COPY.
       0500-AGE-BALANCES.
           DISPLAY "ENTER AGING CUT-OFF DATE (YYYYMMDD, BLANK = "
               "TODAY): "
           MOVE SPACES TO WS-CUTOFF-DATE
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE = SPACES
               MOVE WS-TODAY TO WS-CUTOFF-DATE
           END-IF
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-CUTOFF-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-CUTOFF-DATE " IS NOT A REAL DATE. NO "
                   "AGING REPORT PRODUCED."
               MOVE 8 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF
           OPEN OUTPUT AGING-WORK-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FI-COUNT
               COMPUTE WS-BALANCE = FIE-AMOUNT(I) - FIE-SETTLED(I)
               IF WS-BALANCE > 0
                   PERFORM 0550-WRITE-AGING-LINE
               END-IF
           END-PERFORM
           CLOSE AGING-WORK-FILE
           OPEN OUTPUT OVERDUE-FILE
           IF WS-OPEN-COUNT = 0
               CLOSE OVERDUE-FILE
               DISPLAY "NO OUTSTANDING FEE BALANCES."
               GO TO 0500-EXIT
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CONTACT SR-STUDENT-ID
                   SR-INVOICE-NO
               USING AGING-WORK-FILE
               GIVING SORTED-FILE
           OPEN INPUT SORTED-FILE
           IF WS-SRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SORTED-FILE, STATUS = "
                   WS-SRT-FILE-STATUS
               CLOSE OVERDUE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF
           PERFORM 0600-PRINT-HEADING
           PERFORM UNTIL WS-SRT-EOF = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 0610-PRINT-AGING-LINE
               END-READ
           END-PERFORM
           PERFORM 0620-CLOSE-STUDENT
           PERFORM 0630-PRINT-FAMILY-TOTAL
           PERFORM 0640-PRINT-GRAND-TOTAL
           CLOSE SORTED-FILE
           CLOSE OVERDUE-FILE
           DISPLAY WS-OPEN-COUNT " OPEN INVOICES AGED TO "
               "feeaging.rpt AT " WS-CUTOFF-DATE "."
           DISPLAY WS-OVERDUE-COUNT " STUDENTS PAST DUE WRITTEN TO "
               "feeoverdue.dat FOR THE OUTREACH RUN.".
       0500-EXIT.
           EXIT.

       0550-WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE FIE-STUDENT-ID(I) TO SD-STUDENT-ID
           READ STUDENT-DIR-FILE
               INVALID KEY
                   MOVE "(NOT ON DIRECTORY)" TO SD-CONTACT
                   MOVE SPACES TO SD-NAME
           END-READ
           MOVE SD-CONTACT        TO AW-CONTACT
           MOVE FIE-STUDENT-ID(I) TO AW-STUDENT-ID
           MOVE FIE-INVOICE-NO(I) TO AW-INVOICE-NO
           MOVE SD-NAME           TO AW-NAME
           MOVE FIE-DUE-DATE(I)   TO AW-DUE-DATE
           MOVE WS-BALANCE        TO AW-BALANCE
           MOVE "D" TO WS-DV-FUNCTION
           MOVE FIE-DUE-DATE(I) TO WS-DV-DATE-1
           MOVE WS-CUTOFF-DATE TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-RESULT > 0
               MOVE WS-DV-RESULT TO AW-DAYS-OVER
           ELSE
               MOVE 0 TO AW-DAYS-OVER
           END-IF
           EVALUATE TRUE
               WHEN AW-DAYS-OVER = 0
                   MOVE 1 TO AW-BUCKET
               WHEN AW-DAYS-OVER NOT > 30
                   MOVE 2 TO AW-BUCKET
               WHEN AW-DAYS-OVER NOT > 60
                   MOVE 3 TO AW-BUCKET
               WHEN AW-DAYS-OVER NOT > 90
                   MOVE 4 TO AW-BUCKET
               WHEN OTHER
                   MOVE 5 TO AW-BUCKET
           END-EVALUATE
           WRITE AGING-WORK-RECORD.

       0600-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "feeaging.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "AGED FEE BALANCES BY FAMILY AT " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  STUDENT NAME                      INVOICE "
               "DUE DATE  DAYS AGE       BALANCE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0610-PRINT-AGING-LINE.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               MOVE OUT-CONTACT TO WS-PREV-CONTACT
               MOVE OUT-STUDENT-ID TO WS-PREV-STUDENT
               PERFORM 0615-PRINT-FAMILY-HEADING
           END-IF
           IF OUT-CONTACT NOT = WS-PREV-CONTACT
                   OR OUT-STUDENT-ID NOT = WS-PREV-STUDENT
               PERFORM 0620-CLOSE-STUDENT
               MOVE OUT-STUDENT-ID TO WS-PREV-STUDENT
           END-IF
           IF OUT-CONTACT NOT = WS-PREV-CONTACT
               PERFORM 0630-PRINT-FAMILY-TOTAL
               MOVE OUT-CONTACT TO WS-PREV-CONTACT
               PERFORM 0615-PRINT-FAMILY-HEADING
           END-IF
           MOVE OUT-DAYS-OVER TO ED-DAYS
           MOVE OUT-BALANCE TO ED-AMOUNT
           MOVE OUT-BUCKET TO K
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  " OUT-STUDENT-ID "   " OUT-NAME " "
               OUT-INVOICE-NO "  " OUT-DUE-DATE " " ED-DAYS " "
               WS-BUCKET-NAME(K) " " ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           ADD OUT-BALANCE TO WS-FAMILY-TOTAL
           ADD OUT-BALANCE TO WS-GRAND-TOTAL
           ADD OUT-BALANCE TO WS-BUCKET-TOTAL(K)
           IF OUT-DAYS-OVER > 0
               ADD OUT-BALANCE TO WS-FAMILY-OVERDUE
               ADD OUT-BALANCE TO WS-STUDENT-OVERDUE
               ADD 1 TO WS-STUDENT-INVOICES
               IF WS-STUDENT-OLDEST = SPACES
                       OR OUT-DUE-DATE < WS-STUDENT-OLDEST
                   MOVE OUT-DUE-DATE TO WS-STUDENT-OLDEST
               END-IF
           END-IF.

       0615-PRINT-FAMILY-HEADING.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "FAMILY CONTACT: " WS-PREV-CONTACT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    A STUDENT WITH ANYTHING PAST DUE GOES ON THE OVERDUE FILE
      *    ONCE, WITH THE TOTAL PAST DUE AND THE OLDEST DUE DATE.
       0620-CLOSE-STUDENT.
           IF WS-STUDENT-OVERDUE > 0
               MOVE WS-PREV-STUDENT     TO FO-STUDENT-ID
               MOVE WS-CUTOFF-DATE      TO FO-CUTOFF-DATE
               MOVE WS-STUDENT-OLDEST   TO FO-OLDEST-DUE
               MOVE WS-STUDENT-INVOICES TO FO-INVOICES
               MOVE WS-STUDENT-OVERDUE  TO FO-BALANCE
               WRITE OVERDUE-RECORD
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE 0 TO WS-STUDENT-OVERDUE
           MOVE 0 TO WS-STUDENT-INVOICES
           MOVE SPACES TO WS-STUDENT-OLDEST.

       0630-PRINT-FAMILY-TOTAL.
           MOVE WS-FAMILY-TOTAL TO ED-TOTAL
           MOVE WS-FAMILY-OVERDUE TO ED-OVERDUE
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "        --- FAMILY OWES " ED-TOTAL
               "   PAST DUE " ED-OVERDUE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE 0 TO WS-FAMILY-TOTAL
           MOVE 0 TO WS-FAMILY-OVERDUE.

       0640-PRINT-GRAND-TOTAL.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE "AGING SUMMARY" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE WS-BUCKET-TOTAL(K) TO ED-TOTAL
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " WS-BUCKET-NAME(K) "      " ED-TOTAL
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO ED-TOTAL
           MOVE WS-OVERDUE-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  TOTAL        " ED-TOTAL "   STUDENTS PAST DUE "
               ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0700-FIND-FEE.
           MOVE 0 TO WS-FEE-AMOUNT
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FS-COUNT
               IF FSE-TYPE(F) = WS-WORK-TYPE
                       AND FSE-CODE(F) = WS-WORK-CODE
                   MOVE FSE-AMOUNT(F) TO WS-FEE-AMOUNT
               END-IF
           END-PERFORM.
