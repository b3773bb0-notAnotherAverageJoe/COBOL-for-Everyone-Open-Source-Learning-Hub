       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAPPROVE.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SUPERVISOR APPROVAL OF EXPENSE CLAIMS, ON THE SAME
      *            LINES AS tsapprove.cob FOR TIMESHEETS. CLAIMS KEYED
      *            THROUGH expclaim.cob SIT PENDING (EX-APPROVAL "P");
      *            A SUPERVISOR REVIEWS EACH UNPAID PENDING OR
      *            DISPUTED CLAIM HERE AND APPROVES ("A") OR DISPUTES
      *            ("D") IT, AND PAYRUN REIMBURSES ONLY APPROVED
      *            CLAIMS. THE APPROVING OPERATOR MUST NOT BE THE ONE
      *            WHO KEYED THE CLAIM (EX-ENTERED-BY). A CLAIM WITH
      *            NO RECEIPT REFERENCE IS FLAGGED FOR A SECOND LOOK.
      *    compile with ->  cobc -x -o expapprove expapprove.cob
      *    then run ./expapprove

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT expclaim.cob WRITES.
       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05 EX-EMP-ID        PIC X(5).
           05 EX-CLAIM-DATE    PIC X(8).
           05 EX-CATEGORY      PIC X(4).
           05 EX-AMOUNT        PIC 9(5)V99.
           05 EX-RECEIPT-REF   PIC X(12).
           05 EX-APPROVAL      PIC X.
           05 EX-ENTERED-BY    PIC X(10).
           05 EX-PAID          PIC X.
           05 EX-PAID-DATE     PIC X(8).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EX-EOF           PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-DECISION         PIC X VALUE " ".
       01  WS-EMP-NAME         PIC X(30).
       01  WS-PENDING-COUNT    PIC 9(3) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(3) VALUE 0.
       01  WS-DISPUTED-COUNT   PIC 9(3) VALUE 0.
       01  WS-ANY-DECIDED      PIC X VALUE "N".
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "EXPAPPROVE".
       01  WS-AUDIT-ACTION     PIC X(40).

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

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.

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
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    APPROVING A CLAIM IS A SUPERVISOR'S CALL -- THE INQUIRY
      *    ROLE HAS NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW APPROVALS."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CLAIM-TABLE
           IF WS-EX-COUNT = 500 AND WS-EX-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 CLAIM LINES ON FILE. "
                   "ARCHIVE THE PAID CLAIMS BEFORE APPROVING. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           DISPLAY "----- EXPENSE CLAIM APPROVAL -----"
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               IF EXE-PAID(X) = "N"
                       AND (EXE-APPROVAL(X) = "P"
                           OR EXE-APPROVAL(X) = "D")
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 0200-REVIEW-ONE-CLAIM
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-PENDING-COUNT = 0
               DISPLAY "NOTHING AWAITING APPROVAL."
           END-IF
           IF WS-ANY-DECIDED = "Y"
               PERFORM 0300-REWRITE-CLAIM-FILE
           END-IF
           DISPLAY WS-APPROVED-COUNT " CLAIMS APPROVED, "
               WS-DISPUTED-COUNT " DISPUTED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "APPROVED " WS-APPROVED-COUNT ", DISPUTED "
               WS-DISPUTED-COUNT " CLAIMS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-CLAIM-TABLE.
           MOVE 0 TO WS-EX-COUNT
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT CLAIM-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "NO EXPENSE CLAIM FILE ON FILE YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EX-EOF = "Y" OR WS-EX-COUNT = 500
               READ CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EX-EOF
                   NOT AT END
                       ADD 1 TO WS-EX-COUNT
                       MOVE CLAIM-RECORD TO EX-ENTRY(WS-EX-COUNT)
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

      *    THE KEYING OPERATOR MAY NOT APPROVE THEIR OWN CLAIM --
      *    THE SAME SEPARATION TSAPPROVE ENFORCES FOR TIMESHEETS.
       0200-REVIEW-ONE-CLAIM.
           MOVE EXE-EMP-ID(X) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(NOT ON EMPLOYEE-FILE)" TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME
           END-READ
           MOVE EXE-AMOUNT(X) TO ED-AMOUNT
           DISPLAY " "
           DISPLAY EXE-EMP-ID(X) " " WS-EMP-NAME "  DATED "
               EXE-CLAIM-DATE(X) "  " EXE-CATEGORY(X) "  " ED-AMOUNT
           DISPLAY "    RECEIPT " EXE-RECEIPT-REF(X)
               "  KEYED BY " EXE-ENTERED-BY(X)
               "  STATUS " EXE-APPROVAL(X)
           IF EXE-RECEIPT-REF(X) = SPACES
               DISPLAY "  *** NO RECEIPT REFERENCE -- VERIFY BEFORE "
                   "APPROVING. ***"
           END-IF
           DISPLAY "A = APPROVE, D = DISPUTE, ANYTHING ELSE = SKIP: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   IF EXE-ENTERED-BY(X) = WS-OPERATOR-ID
                           AND EXE-ENTERED-BY(X) NOT = SPACES
                       DISPLAY "  YOU KEYED THIS CLAIM -- A "
                           "DIFFERENT OPERATOR MUST APPROVE IT."
                   ELSE
                       MOVE "A" TO EXE-APPROVAL(X)
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "Y" TO WS-ANY-DECIDED
                       DISPLAY "  APPROVED."
                   END-IF
               WHEN "D"
                   MOVE "D" TO EXE-APPROVAL(X)
                   ADD 1 TO WS-DISPUTED-COUNT
                   MOVE "Y" TO WS-ANY-DECIDED
                   DISPLAY "  DISPUTED -- IT WILL NOT BE PAID "
                       "UNTIL RE-REVIEWED HERE."
               WHEN OTHER
                   DISPLAY "  SKIPPED."
           END-EVALUATE.

      *    A LINE SEQUENTIAL FILE HAS NO IN-PLACE REWRITE-BY-KEY,
      *    SO THE WHOLE FILE IS REWRITTEN FROM THE TABLE.
       0300-REWRITE-CLAIM-FILE.
           OPEN OUTPUT CLAIM-FILE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               MOVE EX-ENTRY(X) TO CLAIM-RECORD
               WRITE CLAIM-RECORD
           END-PERFORM
           CLOSE CLAIM-FILE.
