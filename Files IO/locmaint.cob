       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    WORK-LOCATION MASTER AND ASSIGNMENT MAINTENANCE.
      *            WITHHOLDING USED TO COME FROM ONE taxbrackets.dat
      *            AS IF THE WHOLE STAFF WORKED IN ONE PLACE. THIS
      *            PROGRAM MAINTAINS workloc.dat (LOCATION CODE,
      *            NAME, THE STATE JURISDICTION IT SITS IN AND ITS
      *            LOCAL TAXING JURISDICTION, IF ANY) AND
      *            emplocation.dat (ONE LOCATION PER EMP-ID) UNDER
      *            THE SHARED SIGN-ON. PAYRUN, PAYPREVIEW, OFFCYCLE
      *            AND THE LEAVE PAYOUT WITHHOLD FOR EACH
      *            JURISDICTION THROUGH Shared/jurtax.cob, USING
      *            THE BRACKETS ON jurbrackets.dat; taxbrackets.dat
      *            REMAINS THE BASE TABLE EVERYBODY OWES. AN
      *            EMPLOYEE WITH NO ASSIGNMENT OWES THE BASE TABLE
      *            ONLY. A LOCATION STILL ASSIGNED TO ANYONE CANNOT
      *            BE DELETED.
      *    compile with ->  cobc -x -o locmaint locmaint.cob
      *    then run ./locmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-LOCATION-FILE ASSIGN TO "workloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT EMP-LOCATION-FILE ASSIGN TO "emplocation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WL-STATE-JURIS AND WL-LOCAL-JURIS ARE THE CODES THE
      *    BRACKET LINES ON jurbrackets.dat ARE FILED UNDER. A
      *    BLANK LOCAL CODE MEANS NO LOCAL TAX AT THAT LOCATION.
       FD  WORK-LOCATION-FILE.
       01  WORK-LOCATION-RECORD.
           05 WL-CODE          PIC X(4).
           05 WL-NAME          PIC X(30).
           05 WL-STATE-JURIS   PIC X(4).
           05 WL-LOCAL-JURIS   PIC X(4).

       FD  EMP-LOCATION-FILE.
       01  EMP-LOCATION-RECORD.
           05 EL-EMP-ID        PIC X(5).
           05 EL-LOC-CODE      PIC X(4).

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
       01  WS-WL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-WL-EOF           PIC X VALUE "N".
       01  WS-EL-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-SEARCH-CODE      PIC X(4).
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-IN-USE-COUNT     PIC 9(3) VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "LOCMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  LOCATION-TABLE.
           05 WS-WL-COUNT      PIC 9(2) VALUE 0.
           05 WL-ENTRY OCCURS 50 TIMES.
               10 WLE-CODE         PIC X(4).
               10 WLE-NAME         PIC X(30).
               10 WLE-STATE-JURIS  PIC X(4).
               10 WLE-LOCAL-JURIS  PIC X(4).
       01  W                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-EL-COUNT      PIC 9(3) VALUE 0.
           05 EL-ENTRY OCCURS 500 TIMES.
               10 ELE-EMP-ID       PIC X(5).
               10 ELE-LOC-CODE     PIC X(4).
       01  A                   PIC 9(3) VALUE 1.

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
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-LOCATION-TABLE
           PERFORM 0110-LOAD-ASSIGNMENT-TABLE
           IF WS-EL-COUNT = 500 AND WS-EL-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 ASSIGNMENTS ON "
                   "emplocation.dat. REMOVE LEAVERS BEFORE "
                   "MAINTAINING IT. ***"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-LOCATIONS
                   WHEN "A"
                       PERFORM 0400-ADD-LOCATION THRU 0400-EXIT
                   WHEN "C"
                       PERFORM 0500-CHANGE-LOCATION THRU 0500-EXIT
                   WHEN "D"
                       PERFORM 0600-DELETE-LOCATION THRU 0600-EXIT
                   WHEN "S"
                       PERFORM 0700-ASSIGN-EMPLOYEE THRU 0700-EXIT
                   WHEN "E"
                       PERFORM 0750-SHOW-EMPLOYEE-LOCATION
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-LOCATION-TABLE.
           MOVE 0 TO WS-WL-COUNT
           MOVE "N" TO WS-WL-EOF
           OPEN INPUT WORK-LOCATION-FILE
           IF WS-WL-FILE-STATUS = "00"
               PERFORM UNTIL WS-WL-EOF = "Y" OR WS-WL-COUNT = 50
                   READ WORK-LOCATION-FILE
                       AT END
                           MOVE "Y" TO WS-WL-EOF
                       NOT AT END
                           ADD 1 TO WS-WL-COUNT
                           MOVE WORK-LOCATION-RECORD
                               TO WL-ENTRY(WS-WL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WORK-LOCATION-FILE
           END-IF.

       0110-LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO WS-EL-COUNT
           MOVE "N" TO WS-EL-EOF
           OPEN INPUT EMP-LOCATION-FILE
           IF WS-EL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EL-EOF = "Y" OR WS-EL-COUNT = 500
                   READ EMP-LOCATION-FILE
                       AT END
                           MOVE "Y" TO WS-EL-EOF
                       NOT AT END
                           ADD 1 TO WS-EL-COUNT
                           MOVE EMP-LOCATION-RECORD
                               TO EL-ENTRY(WS-EL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-LOCATION-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- WORK LOCATION MAINTENANCE -----"
           DISPLAY "L - LIST LOCATIONS"
           DISPLAY "A - ADD A LOCATION"
           DISPLAY "C - CHANGE A LOCATION"
           DISPLAY "D - DELETE A LOCATION"
           DISPLAY "S - SET AN EMPLOYEE'S LOCATION"
           DISPLAY "E - SHOW AN EMPLOYEE'S LOCATION"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-LOCATIONS.
           IF WS-WL-COUNT = 0
               DISPLAY "NO LOCATIONS ON FILE."
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WL-COUNT
               DISPLAY WLE-CODE(W) "  " WLE-NAME(W) "  STATE "
                   WLE-STATE-JURIS(W) "  LOCAL " WLE-LOCAL-JURIS(W)
           END-PERFORM.

       0400-ADD-LOCATION.
           IF WS-WL-COUNT = 50
               DISPLAY "LOCATION TABLE IS FULL (50)."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER LOCATION CODE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           IF WS-SEARCH-CODE = SPACES
               DISPLAY "LOCATION CODE IS REQUIRED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0800-FIND-LOCATION
           IF WS-FOUND-INDEX NOT = 0
               DISPLAY "LOCATION " WS-SEARCH-CODE " ALREADY EXISTS."
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-WL-COUNT
           MOVE WS-SEARCH-CODE TO WLE-CODE(WS-WL-COUNT)
           MOVE WS-WL-COUNT TO W
           PERFORM 0450-TAKE-LOCATION-FIELDS
           PERFORM 0900-REWRITE-LOCATION-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED LOCATION " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "LOCATION ADDED.".
       0400-EXIT.
           EXIT.

       0450-TAKE-LOCATION-FIELDS.
           DISPLAY "ENTER LOCATION NAME: "
           ACCEPT WLE-NAME(W)
           DISPLAY "ENTER STATE JURISDICTION CODE: "
           ACCEPT WLE-STATE-JURIS(W)
           MOVE FUNCTION UPPER-CASE(WLE-STATE-JURIS(W))
               TO WLE-STATE-JURIS(W)
           DISPLAY "ENTER LOCAL JURISDICTION CODE (BLANK IF NONE): "
           ACCEPT WLE-LOCAL-JURIS(W)
           MOVE FUNCTION UPPER-CASE(WLE-LOCAL-JURIS(W))
               TO WLE-LOCAL-JURIS(W).

       0500-CHANGE-LOCATION.
           DISPLAY "ENTER LOCATION CODE TO CHANGE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           PERFORM 0800-FIND-LOCATION
           IF WS-FOUND-INDEX = 0
               DISPLAY "LOCATION " WS-SEARCH-CODE " NOT FOUND."
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO W
           DISPLAY "CURRENT: " WLE-NAME(W) "  STATE "
               WLE-STATE-JURIS(W) "  LOCAL " WLE-LOCAL-JURIS(W)
           PERFORM 0450-TAKE-LOCATION-FIELDS
           PERFORM 0900-REWRITE-LOCATION-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED LOCATION " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "LOCATION CHANGED.".
       0500-EXIT.
           EXIT.

      *    AN EMPLOYEE POINTING AT A VANISHED LOCATION WOULD
      *    SILENTLY DROP TO THE BASE TABLE -- REASSIGN THEM FIRST.
       0600-DELETE-LOCATION.
           DISPLAY "ENTER LOCATION CODE TO DELETE: "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           PERFORM 0800-FIND-LOCATION
           IF WS-FOUND-INDEX = 0
               DISPLAY "LOCATION " WS-SEARCH-CODE " NOT FOUND."
               GO TO 0600-EXIT
           END-IF
           MOVE 0 TO WS-IN-USE-COUNT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EL-COUNT
               IF ELE-LOC-CODE(A) = WS-SEARCH-CODE
                   ADD 1 TO WS-IN-USE-COUNT
               END-IF
           END-PERFORM
           IF WS-IN-USE-COUNT > 0
               DISPLAY WS-IN-USE-COUNT " EMPLOYEES ARE STILL AT "
                   WS-SEARCH-CODE " -- REASSIGN THEM FIRST."
               GO TO 0600-EXIT
           END-IF
           PERFORM VARYING W FROM WS-FOUND-INDEX BY 1
                   UNTIL W >= WS-WL-COUNT
               MOVE WL-ENTRY(W + 1) TO WL-ENTRY(W)
           END-PERFORM
           SUBTRACT 1 FROM WS-WL-COUNT
           PERFORM 0900-REWRITE-LOCATION-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED LOCATION " WS-SEARCH-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "LOCATION DELETED.".
       0600-EXIT.
           EXIT.

      *    ONE LOCATION PER EMPLOYEE: A TRANSFER OVERWRITES THE OLD
      *    ASSIGNMENT, AND A BLANK LOCATION REMOVES IT (BASE TABLE
      *    ONLY FROM THE NEXT CYCLE).
       0700-ASSIGN-EMPLOYEE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMP-ID " EMP-ID " IS NOT ON "
                       "EMPLOYEE-FILE."
                   GO TO 0700-EXIT
           END-READ
           DISPLAY "ENTER LOCATION CODE (BLANK TO REMOVE): "
           ACCEPT WS-SEARCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE) TO WS-SEARCH-CODE
           IF WS-SEARCH-CODE NOT = SPACES
               PERFORM 0800-FIND-LOCATION
               IF WS-FOUND-INDEX = 0
                   DISPLAY "LOCATION " WS-SEARCH-CODE " NOT FOUND."
                   GO TO 0700-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EL-COUNT
               IF ELE-EMP-ID(A) = WS-WORK-EMP-ID
                   MOVE A TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SEARCH-CODE = SPACES AND WS-FOUND-INDEX = 0
                   DISPLAY "NO ASSIGNMENT ON FILE -- NOTHING TO "
                       "REMOVE."
                   GO TO 0700-EXIT
               WHEN WS-SEARCH-CODE = SPACES
                   PERFORM VARYING A FROM WS-FOUND-INDEX BY 1
                           UNTIL A >= WS-EL-COUNT
                       MOVE EL-ENTRY(A + 1) TO EL-ENTRY(A)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-EL-COUNT
               WHEN WS-FOUND-INDEX NOT = 0
                   MOVE WS-SEARCH-CODE TO ELE-LOC-CODE(WS-FOUND-INDEX)
               WHEN WS-EL-COUNT = 500
                   DISPLAY "ASSIGNMENT TABLE IS FULL (500)."
                   GO TO 0700-EXIT
               WHEN OTHER
                   ADD 1 TO WS-EL-COUNT
                   MOVE WS-WORK-EMP-ID TO ELE-EMP-ID(WS-EL-COUNT)
                   MOVE WS-SEARCH-CODE TO ELE-LOC-CODE(WS-EL-COUNT)
           END-EVALUATE
           PERFORM 0950-REWRITE-ASSIGNMENT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET LOCATION " WS-SEARCH-CODE " FOR "
               WS-WORK-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ASSIGNMENT SAVED.".
       0700-EXIT.
           EXIT.

       0750-SHOW-EMPLOYEE-LOCATION.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE SPACES TO WS-SEARCH-CODE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EL-COUNT
               IF ELE-EMP-ID(A) = WS-WORK-EMP-ID
                   MOVE ELE-LOC-CODE(A) TO WS-SEARCH-CODE
               END-IF
           END-PERFORM
           IF WS-SEARCH-CODE = SPACES
               DISPLAY WS-WORK-EMP-ID " HAS NO LOCATION -- BASE "
                   "TABLE ONLY."
           ELSE
               PERFORM 0800-FIND-LOCATION
               IF WS-FOUND-INDEX = 0
                   DISPLAY WS-WORK-EMP-ID " IS AT " WS-SEARCH-CODE
                       " WHICH IS NOT ON workloc.dat."
               ELSE
                   MOVE WS-FOUND-INDEX TO W
                   DISPLAY WS-WORK-EMP-ID " IS AT " WLE-CODE(W) " "
                       WLE-NAME(W) "  STATE " WLE-STATE-JURIS(W)
                       "  LOCAL " WLE-LOCAL-JURIS(W)
               END-IF
           END-IF.

       0800-FIND-LOCATION.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WL-COUNT
               IF WLE-CODE(W) = WS-SEARCH-CODE
                   MOVE W TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0900-REWRITE-LOCATION-FILE.
           OPEN OUTPUT WORK-LOCATION-FILE
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WL-COUNT
               MOVE WL-ENTRY(W) TO WORK-LOCATION-RECORD
               WRITE WORK-LOCATION-RECORD
           END-PERFORM
           CLOSE WORK-LOCATION-FILE.

       0950-REWRITE-ASSIGNMENT-FILE.
           OPEN OUTPUT EMP-LOCATION-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EL-COUNT
               MOVE EL-ENTRY(A) TO EMP-LOCATION-RECORD
               WRITE EMP-LOCATION-RECORD
           END-PERFORM
           CLOSE EMP-LOCATION-FILE.
