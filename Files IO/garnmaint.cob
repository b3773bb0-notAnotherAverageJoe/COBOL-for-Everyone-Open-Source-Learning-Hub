       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    COURT-ORDERED WAGE GARNISHMENT MAINTENANCE.
      *            CHILD-SUPPORT, TAX-LEVY AND CREDITOR ORDERS USED
      *            TO BE KEYED INTO deductions.dat AS A FLAT
      *            DD-AMOUNT, WHICH IGNORED THE LEGAL CAP ON
      *            DISPOSABLE EARNINGS, THE PRIORITY BETWEEN
      *            COMPETING ORDERS AND THE RUNNING ARREARS. EACH
      *            ORDER NOW LIVES ON garnishments.dat -- CASE
      *            NUMBER, ISSUING AGENCY, THE AGENCY'S PAYEE CODE
      *            ON payeemaster.dat, TYPE, PERCENT OR FIXED
      *            AMOUNT, CAP, TOTAL OWED AND AMOUNT PAID TO DATE
      *            -- MAINTAINED HERE UNDER THE SHARED SIGN-ON.
      *            PAYRUN AND PAYPREVIEW TAKE THE ACTIVE ORDERS
      *            AFTER TAX AND BEFORE THE VOLUNTARY DEDUCTIONS;
      *            PAYRUN JOURNALS EACH CYCLE'S WITHHOLDING TO
      *            dedhistory.dat UNDER THE PAYEE CODE (SO
      *            remitrun.cob PAYS THE AGENCY), ADVANCES
      *            GO-PAID-TO-DATE AND CLOSES THE ORDER ONCE IT IS
      *            PAID IN FULL. PAID-TO-DATE IS NOT KEYED HERE.
      *            SAME LOAD-TO-TABLE / REWRITE-WHOLE APPROACH AS
      *            THE OTHER LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o garnmaint garnmaint.cob
      *    then run ./garnmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISHMENT-FILE ASSIGN TO "garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT PAYEE-MASTER-FILE ASSIGN TO "payeemaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER ORDER. GO-TYPE SETS THE LEGAL PRIORITY:
      *    "S" SUPPORT IS TAKEN FIRST, THEN "T" TAX LEVY, THEN "C"
      *    CREDITOR, OLDEST GO-RECEIVED-DATE FIRST WITHIN A TYPE.
      *    GO-METHOD "P" WITHHOLDS GO-PERCENT OF DISPOSABLE
      *    EARNINGS (GROSS LESS TAX), "F" WITHHOLDS
      *    GO-FIXED-AMOUNT PER CYCLE. GO-CAP-PCT IS THE MOST OF
      *    DISPOSABLE EARNINGS ALL ORDERS UP TO AND INCLUDING THIS
      *    ONE MAY TAKE IN A CYCLE (ZERO = NO CAP OF ITS OWN). A
      *    GO-TOTAL-OWED OF ZERO IS AN ONGOING ORDER WITH NO
      *    BALANCE TO PAY OFF. GO-STATUS "A" ACTIVE, "C" CLOSED
      *    (PAID IN FULL), "W" WITHDRAWN BY THE COURT.
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

       FD  PAYEE-MASTER-FILE.
       01  PAYEE-MASTER-RECORD.
           05 PY-CODE          PIC X(4).
           05 PY-NAME          PIC X(30).
           05 PY-REMIT-TO      PIC X(30).
           05 PY-FREQUENCY     PIC X.
           05 PY-LAST-REMIT    PIC X(8).

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
       01  WS-GO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PY-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-GO-EOF           PIC X VALUE "N".
       01  WS-PY-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-WORK-CASE-NO     PIC X(15).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-FIELDS-OK        PIC X VALUE "N".
       01  WS-GM-PROMPT        PIC X(60).
       01  WS-GM-NUM-BUFFER    PIC X(18).
       01  WS-TODAY            PIC X(8).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "GARNMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

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

       01  PAYEE-TABLE.
           05 WS-PY-COUNT      PIC 9(2) VALUE 0.
           05 PY-ENTRY OCCURS 50 TIMES.
               10 PYE-CODE         PIC X(4).
       01  P                   PIC 9(2) VALUE 1.
       01  WS-PAYEE-FOUND      PIC X VALUE "N".

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.
           05 ED-PERCENT       PIC Z9.99.
           05 ED-OWED          PIC Z,ZZZ,ZZ9.99.
           05 ED-PAID          PIC Z,ZZZ,ZZ9.99.
           05 ED-BALANCE       PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE          PIC 9(7)V99 VALUE 0.

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
               STOP RUN
           END-IF
      *    THIS IS A MAINTENANCE PROGRAM THROUGH AND THROUGH -- THE
      *    INQUIRY ROLE HAS NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-GARNISHMENT-TABLE
           IF WS-GO-COUNT = 100 AND WS-GO-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 100 ORDERS ON garnishments.dat."
                   " ARCHIVE THE CLOSED ORDERS BEFORE MAINTAINING "
                   "IT. ***"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-PAYEE-TABLE
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-FOR-EMPLOYEE
                   WHEN "A"
                       PERFORM 0400-ADD-ORDER THRU 0400-EXIT
                   WHEN "C"
                       PERFORM 0500-CHANGE-ORDER THRU 0500-EXIT
                   WHEN "W"
                       PERFORM 0600-WITHDRAW-ORDER THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-GARNISHMENT-TABLE.
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
                               TO GO-ENTRY(WS-GO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.

      *    THE AGENCY MUST BE A PAYEE BEFORE AN ORDER CAN NAME IT --
      *    OTHERWISE THE WITHHOLDING WOULD SIT UNREMITTED ON
      *    dedhistory.dat WITH NOBODY TO PAY IT TO.
       0150-LOAD-PAYEE-TABLE.
           MOVE 0 TO WS-PY-COUNT
           MOVE "N" TO WS-PY-EOF
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PY-EOF = "Y" OR WS-PY-COUNT = 50
                   READ PAYEE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-PY-EOF
                       NOT AT END
                           ADD 1 TO WS-PY-COUNT
                           MOVE PY-CODE TO PYE-CODE(WS-PY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAYEE-MASTER-FILE
           ELSE
               DISPLAY "WARNING: NO PAYEE MASTER ON FILE. SET UP "
                   "EACH AGENCY WITH payeemaint BEFORE ADDING "
                   "ORDERS."
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- GARNISHMENT ORDER MAINTENANCE -----"
           DISPLAY "L - LIST AN EMPLOYEE'S ORDERS"
           DISPLAY "A - ADD AN ORDER"
           DISPLAY "C - CHANGE AN ORDER"
           DISPLAY "W - WITHDRAW AN ORDER (COURT RELEASE)"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-FOR-EMPLOYEE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-EMP-ID(G) = WS-WORK-EMP-ID
                   MOVE G TO WS-FOUND-INDEX
                   PERFORM 0350-DISPLAY-ORDER
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO GARNISHMENT ORDERS ON FILE FOR "
                   WS-WORK-EMP-ID "."
           END-IF.

       0350-DISPLAY-ORDER.
           MOVE GOE-TOTAL-OWED(G) TO ED-OWED
           MOVE GOE-PAID-TO-DATE(G) TO ED-PAID
           IF GOE-TOTAL-OWED(G) > GOE-PAID-TO-DATE(G)
               COMPUTE WS-BALANCE =
                   GOE-TOTAL-OWED(G) - GOE-PAID-TO-DATE(G)
           ELSE
               MOVE 0 TO WS-BALANCE
           END-IF
           MOVE WS-BALANCE TO ED-BALANCE
           DISPLAY "  CASE " GOE-CASE-NO(G) "  " GOE-AGENCY(G)
           DISPLAY "     TYPE " GOE-TYPE(G) "  PAYEE "
               GOE-PAYEE-CODE(G) "  STATUS " GOE-STATUS(G)
               "  RECEIVED " GOE-RECEIVED-DATE(G)
           IF GOE-METHOD(G) = "P"
               MOVE GOE-PERCENT(G) TO ED-PERCENT
               DISPLAY "     " ED-PERCENT " PERCENT OF DISPOSABLE"
           ELSE
               MOVE GOE-FIXED-AMOUNT(G) TO ED-AMOUNT
               DISPLAY "     FIXED " ED-AMOUNT " PER CYCLE"
           END-IF
           MOVE GOE-CAP-PCT(G) TO ED-PERCENT
           DISPLAY "     CAP " ED-PERCENT "  OWED " ED-OWED
               "  PAID " ED-PAID "  BALANCE " ED-BALANCE.

       0400-ADD-ORDER.
           IF WS-GO-COUNT = 100
               DISPLAY "GARNISHMENT TABLE IS FULL (100)."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMP-ID " EMP-ID " IS NOT ON "
                       "EMPLOYEE-FILE. NOT ADDED."
                   GO TO 0400-EXIT
           END-READ
           DISPLAY "ENTER COURT CASE NUMBER: "
           ACCEPT WS-WORK-CASE-NO
           PERFORM 0700-FIND-ORDER
           IF WS-FOUND-INDEX NOT = 0
               DISPLAY "CASE " WS-WORK-CASE-NO " IS ALREADY ON FILE "
                   "FOR " WS-WORK-EMP-ID ". USE C TO CHANGE IT."
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-GO-COUNT
           MOVE WS-GO-COUNT TO G
           MOVE WS-WORK-EMP-ID TO GOE-EMP-ID(G)
           MOVE WS-WORK-CASE-NO TO GOE-CASE-NO(G)
           MOVE 0 TO GOE-PAID-TO-DATE(G)
           MOVE "A" TO GOE-STATUS(G)
           MOVE SPACES TO GOE-CLOSED-DATE(G)
           DISPLAY "ENTER DATE ORDER RECEIVED (YYYYMMDD): "
           ACCEPT GOE-RECEIVED-DATE(G)
           MOVE "V" TO WS-DV-FUNCTION
           MOVE GOE-RECEIVED-DATE(G) TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "NOT A REAL DATE. ORDER NOT ADDED."
               SUBTRACT 1 FROM WS-GO-COUNT
               GO TO 0400-EXIT
           END-IF
           PERFORM 0450-TAKE-ORDER-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               SUBTRACT 1 FROM WS-GO-COUNT
               DISPLAY "ORDER NOT ADDED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0800-REWRITE-GARNISHMENT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED ORDER " WS-WORK-CASE-NO " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ORDER ADDED.".
       0400-EXIT.
           EXIT.

      *    EVERYTHING THE COURT SETS -- PAID-TO-DATE AND THE STATUS
      *    ARE LEFT TO THE PAY RUN.
       0450-TAKE-ORDER-FIELDS.
           MOVE "N" TO WS-FIELDS-OK
           DISPLAY "ENTER ISSUING AGENCY: "
           ACCEPT GOE-AGENCY(G)
           DISPLAY "ENTER AGENCY PAYEE CODE (ON payeemaster.dat): "
           ACCEPT GOE-PAYEE-CODE(G)
           MOVE "N" TO WS-PAYEE-FOUND
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PY-COUNT
               IF PYE-CODE(P) = GOE-PAYEE-CODE(G)
                   MOVE "Y" TO WS-PAYEE-FOUND
               END-IF
           END-PERFORM
           IF WS-PAYEE-FOUND = "N"
               DISPLAY "PAYEE " GOE-PAYEE-CODE(G) " IS NOT ON THE "
                   "PAYEE MASTER -- SET IT UP WITH payeemaint FIRST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TYPE (S=SUPPORT, T=TAX LEVY, C=CREDITOR): "
           ACCEPT GOE-TYPE(G)
           MOVE FUNCTION UPPER-CASE(GOE-TYPE(G)) TO GOE-TYPE(G)
           IF GOE-TYPE(G) NOT = "S" AND GOE-TYPE(G) NOT = "T"
                   AND GOE-TYPE(G) NOT = "C"
               DISPLAY "TYPE MUST BE S, T OR C."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER METHOD (P=PERCENT OF DISPOSABLE, "
               "F=FIXED AMOUNT): "
           ACCEPT GOE-METHOD(G)
           MOVE FUNCTION UPPER-CASE(GOE-METHOD(G)) TO GOE-METHOD(G)
           MOVE 0 TO GOE-PERCENT(G)
           MOVE 0 TO GOE-FIXED-AMOUNT(G)
           EVALUATE GOE-METHOD(G)
               WHEN "P"
                   MOVE "ENTER PERCENT OF DISPOSABLE EARNINGS: "
                       TO WS-GM-PROMPT
                   CALL "NUMVALID" USING WS-GM-PROMPT
                       WS-GM-NUM-BUFFER
                   MOVE WS-GM-NUM-BUFFER TO GOE-PERCENT(G)
               WHEN "F"
                   MOVE "ENTER FIXED AMOUNT PER CYCLE (XXXXX.XX): "
                       TO WS-GM-PROMPT
                   CALL "NUMVALID" USING WS-GM-PROMPT
                       WS-GM-NUM-BUFFER
                   MOVE WS-GM-NUM-BUFFER TO GOE-FIXED-AMOUNT(G)
               WHEN OTHER
                   DISPLAY "METHOD MUST BE P OR F."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "ENTER CAP PERCENT OF DISPOSABLE (0 = NONE): "
               TO WS-GM-PROMPT
           CALL "NUMVALID" USING WS-GM-PROMPT WS-GM-NUM-BUFFER
           MOVE WS-GM-NUM-BUFFER TO GOE-CAP-PCT(G)
           MOVE "ENTER TOTAL OWED (0 = ONGOING ORDER): "
               TO WS-GM-PROMPT
           CALL "NUMVALID" USING WS-GM-PROMPT WS-GM-NUM-BUFFER
           MOVE WS-GM-NUM-BUFFER TO GOE-TOTAL-OWED(G)
           MOVE "Y" TO WS-FIELDS-OK.

       0500-CHANGE-ORDER.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           DISPLAY "ENTER COURT CASE NUMBER: "
           ACCEPT WS-WORK-CASE-NO
           PERFORM 0700-FIND-ORDER
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO CASE " WS-WORK-CASE-NO " ON FILE FOR "
                   WS-WORK-EMP-ID "."
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO G
           IF GOE-STATUS(G) NOT = "A"
               DISPLAY "THAT ORDER IS NO LONGER ACTIVE (STATUS "
                   GOE-STATUS(G) ")."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0350-DISPLAY-ORDER
      *    AN AMENDED ORDER IS KEYED OVER THE OLD TERMS; A BAD
      *    ANSWER PUTS THE OLD TERMS BACK BY RELOADING THE FILE.
           PERFORM 0450-TAKE-ORDER-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               PERFORM 0100-LOAD-GARNISHMENT-TABLE
               DISPLAY "ORDER NOT CHANGED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0800-REWRITE-GARNISHMENT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED ORDER " WS-WORK-CASE-NO " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ORDER CHANGED.".
       0500-EXIT.
           EXIT.

      *    A RELEASED ORDER STAYS ON FILE AS "W" SO ITS PAYMENT
      *    HISTORY SURVIVES -- ORDERS ARE NEVER DELETED.
       0600-WITHDRAW-ORDER.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           DISPLAY "ENTER COURT CASE NUMBER: "
           ACCEPT WS-WORK-CASE-NO
           PERFORM 0700-FIND-ORDER
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO CASE " WS-WORK-CASE-NO " ON FILE FOR "
                   WS-WORK-EMP-ID "."
               GO TO 0600-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO G
           IF GOE-STATUS(G) NOT = "A"
               DISPLAY "THAT ORDER IS NO LONGER ACTIVE (STATUS "
                   GOE-STATUS(G) ")."
               GO TO 0600-EXIT
           END-IF
           MOVE "W" TO GOE-STATUS(G)
           MOVE WS-TODAY TO GOE-CLOSED-DATE(G)
           PERFORM 0800-REWRITE-GARNISHMENT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WITHDREW ORDER " WS-WORK-CASE-NO " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ORDER WITHDRAWN.".
       0600-EXIT.
           EXIT.

       0700-FIND-ORDER.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               IF GOE-EMP-ID(G) = WS-WORK-EMP-ID
                       AND GOE-CASE-NO(G) = WS-WORK-CASE-NO
                   MOVE G TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-GARNISHMENT-FILE.
           OPEN OUTPUT GARNISHMENT-FILE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GO-COUNT
               MOVE GO-ENTRY(G) TO GARNISHMENT-RECORD
               WRITE GARNISHMENT-RECORD
           END-PERFORM
           CLOSE GARNISHMENT-FILE.
