       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    EXPENSE REIMBURSEMENT CLAIM ENTRY. MILEAGE AND
      *            OUT-OF-POCKET EXPENSES USED TO GO THROUGH OFFCYCLE
      *            AS A KEYED GROSS -- TAXED, AND COUNTED IN
      *            YTD-GROSS AS IF THEY WERE WAGES. A CLAIM IS NOW
      *            KEYED HERE ONTO expclaims.dat: EMP-ID, DATE THE
      *            EXPENSE WAS INCURRED, EXPENSE CATEGORY, AMOUNT AND
      *            RECEIPT REFERENCE. IT SITS PENDING UNTIL A
      *            SUPERVISOR APPROVES IT THROUGH expapprove.cob
      *            (NEVER THE OPERATOR WHO KEYED IT), AND THE NEXT
      *            PAYRUN ADDS APPROVED CLAIMS TO NET PAY AS A
      *            NON-TAXABLE REIMBURSEMENT LINE. THE CATEGORIES
      *            LIVE ON expcats.dat, EACH WITH THE GL EXPENSE
      *            ACCOUNT DEPTALLOC POSTS ITS REIMBURSEMENTS TO;
      *            OPTION K MAINTAINS THEM (MAINTENANCE AND ADMIN
      *            ROLES ONLY).
      *    compile with ->  cobc -x -o expclaim expclaim.cob
      *    then run ./expclaim

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO "expcats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.

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

      *    ONE LINE PER CLAIM. EX-APPROVAL IS "P" (PENDING) WHEN
      *    KEYED; A SUPERVISOR FLIPS IT TO "A" (APPROVED) OR "D"
      *    (DISPUTED) THROUGH expapprove.cob. EX-PAID IS "N" UNTIL
      *    PAYRUN REIMBURSES THE CLAIM, THEN "Y" WITH THE CHECK
      *    DATE IN EX-PAID-DATE -- THE DATE DEPTALLOC POSTS IT
      *    UNDER. EX-ENTERED-BY IS THE KEYING OPERATOR.
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

      *    ONE LINE PER EXPENSE CATEGORY (MILEAGE, TRAVEL, MEALS,
      *    ...) WITH THE GL EXPENSE ACCOUNT ITS REIMBURSEMENTS
      *    POST TO.
       FD  CATEGORY-FILE.
       01  CATEGORY-RECORD.
           05 EC-CODE          PIC X(4).
           05 EC-DESC          PIC X(20).
           05 EC-GL-ACCOUNT    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-ENTRY-DONE       PIC X VALUE "N".
       01  WS-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01  WS-TODAY            PIC X(8).
       01  WS-EX-PROMPT        PIC X(60).
       01  WS-EX-NUM-BUFFER    PIC X(18).
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-CODE        PIC X(4).
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-CATS-CHANGED     PIC X VALUE "N".

       01  CATEGORY-TABLE.
           05 WS-EC-COUNT      PIC 9(2) VALUE 0.
           05 EC-ENTRY OCCURS 30 TIMES.
               10 ECE-CODE          PIC X(4).
               10 ECE-DESC          PIC X(20).
               10 ECE-GL-ACCOUNT    PIC X(8).
       01  C                   PIC 9(2) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "EXPCLAIM".
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
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-CATEGORY-TABLE
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "E"
                       PERFORM 0300-ENTER-CLAIMS
                   WHEN "K"
                       PERFORM 0600-MAINTAIN-CATEGORIES THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-CATS-CHANGED = "Y"
               PERFORM 0650-REWRITE-CATEGORY-FILE
           END-IF
           DISPLAY WS-ENTRY-COUNT " EXPENSE CLAIMS RECORDED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECORDED " WS-ENTRY-COUNT " EXPENSE CLAIMS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-OPEN-CLAIM-FILE.
           OPEN EXTEND CLAIM-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
      *        CLAIM FILE DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST CLAIM IS WRITTEN.
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN EXTEND CLAIM-FILE
           END-IF.

       0150-LOAD-CATEGORY-TABLE.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EC-EOF
           OPEN INPUT CATEGORY-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EC-EOF = "Y" OR WS-EC-COUNT = 30
                   READ CATEGORY-FILE
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                           ADD 1 TO WS-EC-COUNT
                           MOVE CATEGORY-RECORD
                               TO EC-ENTRY(WS-EC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- EXPENSE CLAIMS -----"
           DISPLAY "E - ENTER EXPENSE CLAIMS"
           DISPLAY "K - MAINTAIN EXPENSE CATEGORIES"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-ENTER-CLAIMS.
           IF WS-EC-COUNT = 0
               DISPLAY "NO EXPENSE CATEGORIES ON FILE. SET THEM UP "
                   "WITH OPTION K FIRST."
           ELSE
               PERFORM 0100-OPEN-CLAIM-FILE
               MOVE "N" TO WS-ENTRY-DONE
               PERFORM UNTIL WS-ENTRY-DONE = "Y"
                   PERFORM 0350-TAKE-ONE-CLAIM
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.

       0350-TAKE-ONE-CLAIM.
           DISPLAY "ENTER EMP-ID (BLANK TO STOP): "
           MOVE SPACES TO EMP-ID
           ACCEPT EMP-ID
           IF EMP-ID = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "EMP-ID " EMP-ID " NOT ON "
                           "EMPLOYEE-FILE. CLAIM NOT RECORDED."
                   NOT INVALID KEY
                       PERFORM 0400-RECORD-CLAIM THRU 0400-EXIT
               END-READ
           END-IF.

       0400-RECORD-CLAIM.
           DISPLAY "EMPLOYEE: " EMP-NAME
           MOVE SPACES TO CLAIM-RECORD
           MOVE EMP-ID TO EX-EMP-ID
           DISPLAY "ENTER DATE OF THE EXPENSE (YYYYMMDD): "
           ACCEPT EX-CLAIM-DATE
           MOVE "V" TO WS-DV-FUNCTION
           MOVE EX-CLAIM-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY EX-CLAIM-DATE " IS NOT A REAL DATE. CLAIM "
                   "NOT RECORDED."
               GO TO 0400-EXIT
           END-IF
           IF EX-CLAIM-DATE > WS-TODAY
               DISPLAY "AN EXPENSE CANNOT BE CLAIMED BEFORE IT IS "
                   "INCURRED. CLAIM NOT RECORDED."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER EXPENSE CATEGORY: "
           ACCEPT EX-CATEGORY
           MOVE FUNCTION UPPER-CASE(EX-CATEGORY) TO EX-CATEGORY
           MOVE EX-CATEGORY TO WS-WORK-CODE
           PERFORM 0550-FIND-CATEGORY
           IF WS-FOUND-INDEX = 0
               DISPLAY EX-CATEGORY " IS NOT ON expcats.dat. CLAIM "
                   "NOT RECORDED."
               GO TO 0400-EXIT
           END-IF
           MOVE "ENTER AMOUNT CLAIMED (E.G. 42.50): " TO WS-EX-PROMPT
           CALL "NUMVALID" USING WS-EX-PROMPT WS-EX-NUM-BUFFER
           MOVE WS-EX-NUM-BUFFER TO EX-AMOUNT
           IF EX-AMOUNT = 0
               DISPLAY "NOTHING TO REIMBURSE. CLAIM NOT RECORDED."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER RECEIPT REFERENCE (BLANK IF NONE): "
           ACCEPT EX-RECEIPT-REF
           MOVE "P" TO EX-APPROVAL
           MOVE WS-OPERATOR-ID TO EX-ENTERED-BY
           MOVE "N" TO EX-PAID
           MOVE SPACES TO EX-PAID-DATE
           WRITE CLAIM-RECORD
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CLAIM, STATUS = "
                   WS-EX-FILE-STATUS
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE EX-AMOUNT TO ED-AMOUNT
               DISPLAY "RECORDED " ED-AMOUNT " "
                   ECE-DESC(WS-FOUND-INDEX) " FOR " EX-EMP-ID
                   " -- AWAITING SUPERVISOR APPROVAL (expapprove)."
           END-IF.
       0400-EXIT.
           EXIT.

       0550-FIND-CATEGORY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-EC-COUNT
               IF ECE-CODE(C) = WS-WORK-CODE
                   MOVE C TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    A CATEGORY IS NEVER DELETED -- PAID CLAIMS ON FILE STILL
      *    NEED ITS ACCOUNT. CHANGING THE ACCOUNT REDIRECTS ONLY
      *    WHAT DEPTALLOC POSTS FROM NOW ON.
       0600-MAINTAIN-CATEGORIES.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "CODE  DESCRIPTION           GL ACCOUNT"
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-EC-COUNT
               DISPLAY ECE-CODE(C) "  " ECE-DESC(C) "  "
                   ECE-GL-ACCOUNT(C)
           END-PERFORM
           DISPLAY "ENTER CATEGORY CODE TO ADD OR CHANGE "
               "(BLANK TO RETURN): "
           MOVE SPACES TO WS-WORK-CODE
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               GO TO 0600-EXIT
           END-IF
           PERFORM 0550-FIND-CATEGORY
           IF WS-FOUND-INDEX = 0
               IF WS-EC-COUNT = 30
                   DISPLAY "CATEGORY TABLE IS FULL (30)."
                   GO TO 0600-EXIT
               END-IF
               ADD 1 TO WS-EC-COUNT
               MOVE WS-EC-COUNT TO WS-FOUND-INDEX
               MOVE WS-WORK-CODE TO ECE-CODE(WS-FOUND-INDEX)
           END-IF
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT ECE-DESC(WS-FOUND-INDEX)
           DISPLAY "ENTER GL EXPENSE ACCOUNT: "
           ACCEPT ECE-GL-ACCOUNT(WS-FOUND-INDEX)
           MOVE "Y" TO WS-CATS-CHANGED
           DISPLAY "CATEGORY " WS-WORK-CODE " SAVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "EXPENSE CATEGORY " WS-WORK-CODE " SET"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0600-EXIT.
           EXIT.

       0650-REWRITE-CATEGORY-FILE.
           OPEN OUTPUT CATEGORY-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-EC-COUNT
               MOVE EC-ENTRY(C) TO CATEGORY-RECORD
               WRITE CATEGORY-RECORD
           END-PERFORM
           CLOSE CATEGORY-FILE.
