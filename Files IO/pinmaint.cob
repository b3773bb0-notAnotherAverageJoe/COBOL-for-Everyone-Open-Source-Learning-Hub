       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    EMPLOYEE SELF-SERVICE PIN ADMINISTRATION. STAFF
      *            SIGN ON TO selfserv.cob WITH THEIR EMP-ID AND A
      *            PERSONAL PIN KEPT ON THEIR OWN CREDENTIALS FILE,
      *            empcreds.dat -- NOT authusers.dat, SO NO EMPLOYEE
      *            PIN CAN EVER OPEN A MAINTENANCE PROGRAM. THE
      *            PAYROLL DESK ISSUES OR RESETS A PIN HERE (THE
      *            EMP-ID MUST BE ON THE EMPLOYEE FILE), DISABLES
      *            ONE, AND UNLOCKS A PIN THAT SELF-SERVICE
      *            DISABLED AFTER THREE WRONG ENTRIES. LIKE
      *            useradmin, PINS GO THROUGH THE SHARED PWHASH
      *            MODULE WITH A FRESH SALT -- NOTHING CLEAR-TEXT
      *            EVER LANDS ON THE FILE. SAME LOAD-TO-TABLE /
      *            REWRITE-WHOLE APPROACH AS THE OTHER
      *            LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o pinmaint pinmaint.cob
      *    then run ./pinmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-CRED-FILE ASSIGN TO "empcreds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER EMPLOYEE WITH A PIN. EC-STATUS "A" ACTIVE,
      *    "D" DISABLED (BY THE DESK, OR BY THREE WRONG PINS).
       FD  EMP-CRED-FILE.
       01  EMP-CRED-RECORD.
           05 EC-EMP-ID            PIC X(5).
           05 EC-SALT              PIC X(8).
           05 EC-PIN-HASH          PIC 9(10).
           05 EC-FAILED-COUNT      PIC 9.
           05 EC-STATUS            PIC X.

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
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EC-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-SEARCH-ID        PIC X(5).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-ON-EMPLOYEE-FILE PIC X VALUE "N".
       01  WS-NEW-PIN          PIC X(10).
       01  WS-PIN-LENGTH       PIC 9(2) VALUE 0.
       01  WS-PIN-OK           PIC X VALUE "N".
       01  WS-HASH             PIC 9(10) VALUE 0.
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PINMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  EMP-CRED-TABLE.
           05 WS-EC-COUNT      PIC 9(3) VALUE 0.
           05 EC-ENTRY OCCURS 500 TIMES.
               10 ECT-EMP-ID       PIC X(5).
               10 ECT-SALT         PIC X(8).
               10 ECT-PIN-HASH     PIC 9(10).
               10 ECT-FAILED-COUNT PIC 9.
               10 ECT-STATUS       PIC X.
       01  N                   PIC 9(3) VALUE 1.

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
           PERFORM 0100-LOAD-CRED-TABLE
           IF WS-EC-COUNT = 500 AND WS-EC-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 PINS ON empcreds.dat -- "
                   "CANNOT MAINTAIN IT SAFELY. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-PINS
                   WHEN "I"
                       PERFORM 0400-ISSUE-PIN
                   WHEN "D"
                       PERFORM 0500-DISABLE-PIN
                   WHEN "U"
                       PERFORM 0700-UNLOCK-PIN
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-CRED-TABLE.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EC-EOF
           OPEN INPUT EMP-CRED-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EC-EOF = "Y" OR WS-EC-COUNT = 500
                   READ EMP-CRED-FILE
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                           ADD 1 TO WS-EC-COUNT
                           MOVE EC-EMP-ID TO ECT-EMP-ID(WS-EC-COUNT)
                           MOVE EC-SALT TO ECT-SALT(WS-EC-COUNT)
                           MOVE EC-PIN-HASH
                               TO ECT-PIN-HASH(WS-EC-COUNT)
                           MOVE EC-FAILED-COUNT
                               TO ECT-FAILED-COUNT(WS-EC-COUNT)
                           MOVE EC-STATUS TO ECT-STATUS(WS-EC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-CRED-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- SELF-SERVICE PIN ADMINISTRATION -----"
           DISPLAY "L - LIST PINS ON FILE"
           DISPLAY "I - ISSUE OR RESET AN EMPLOYEE'S PIN"
           DISPLAY "D - DISABLE AN EMPLOYEE'S PIN"
           DISPLAY "U - UNLOCK A DISABLED PIN"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-PINS.
           DISPLAY "EMP-ID  FAILS  STATUS"
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EC-COUNT
               DISPLAY ECT-EMP-ID(N) "   " ECT-FAILED-COUNT(N)
                   "      " ECT-STATUS(N)
           END-PERFORM
           DISPLAY WS-EC-COUNT " PINS ON FILE.".

       0400-ISSUE-PIN.
           DISPLAY "ENTER EMP-ID TO ISSUE A PIN FOR: "
           ACCEPT WS-SEARCH-ID
           PERFORM 0850-CHECK-EMPLOYEE
           IF WS-ON-EMPLOYEE-FILE NOT = "Y"
               DISPLAY "EMPLOYEE " WS-SEARCH-ID " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0800-FIND-PIN
           IF WS-FOUND-INDEX = 0
               IF WS-EC-COUNT = 500
                   DISPLAY "PIN TABLE IS FULL (500)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EC-COUNT
               MOVE WS-EC-COUNT TO WS-FOUND-INDEX
               MOVE WS-SEARCH-ID TO ECT-EMP-ID(WS-FOUND-INDEX)
           END-IF
           MOVE WS-FOUND-INDEX TO N
           PERFORM 0650-TAKE-NEW-PIN
           MOVE 0 TO ECT-FAILED-COUNT(N)
           MOVE "A" TO ECT-STATUS(N)
           PERFORM 0900-REWRITE-CRED-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ISSUED SELF-SERVICE PIN FOR " WS-SEARCH-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PIN ISSUED. GIVE IT TO THE EMPLOYEE IN PERSON.".

       0500-DISABLE-PIN.
           DISPLAY "ENTER EMP-ID TO DISABLE: "
           ACCEPT WS-SEARCH-ID
           PERFORM 0800-FIND-PIN
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO PIN ON FILE FOR " WS-SEARCH-ID "."
           ELSE
               MOVE WS-FOUND-INDEX TO N
               MOVE "D" TO ECT-STATUS(N)
               PERFORM 0900-REWRITE-CRED-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "DISABLED SELF-SERVICE PIN FOR " WS-SEARCH-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                   WS-AUDIT-ACTION
               DISPLAY "PIN DISABLED."
           END-IF.

      *    FOUR TO TEN DIGITS, TYPED WITH NO GAPS. NEW SALT OFF THE
      *    CLOCK, HASH THROUGH PWHASH, NOTHING CLEAR-TEXT KEPT.
       0650-TAKE-NEW-PIN.
           MOVE "N" TO WS-PIN-OK
           PERFORM UNTIL WS-PIN-OK = "Y"
               DISPLAY "ENTER NEW PIN FOR " ECT-EMP-ID(N)
                   " (4 TO 10 DIGITS): "
               MOVE SPACES TO WS-NEW-PIN
               ACCEPT WS-NEW-PIN
               MOVE 0 TO WS-PIN-LENGTH
               INSPECT WS-NEW-PIN TALLYING WS-PIN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PIN-LENGTH >= 4
                   IF WS-NEW-PIN(1:WS-PIN-LENGTH) IS NUMERIC
                       MOVE "Y" TO WS-PIN-OK
                   END-IF
               END-IF
               IF WS-PIN-OK NOT = "Y"
                   DISPLAY "A PIN IS 4 TO 10 DIGITS."
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(9:8) TO ECT-SALT(N)
           CALL "PWHASH" USING ECT-SALT(N) WS-NEW-PIN WS-HASH
           MOVE WS-HASH TO ECT-PIN-HASH(N).

       0700-UNLOCK-PIN.
           DISPLAY "ENTER EMP-ID TO UNLOCK: "
           ACCEPT WS-SEARCH-ID
           PERFORM 0800-FIND-PIN
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO PIN ON FILE FOR " WS-SEARCH-ID "."
           ELSE
               MOVE WS-FOUND-INDEX TO N
               MOVE 0 TO ECT-FAILED-COUNT(N)
               MOVE "A" TO ECT-STATUS(N)
               PERFORM 0900-REWRITE-CRED-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "UNLOCKED SELF-SERVICE PIN FOR " WS-SEARCH-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                   WS-AUDIT-ACTION
               DISPLAY "PIN UNLOCKED."
           END-IF.

       0800-FIND-PIN.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EC-COUNT
               IF ECT-EMP-ID(N) = WS-SEARCH-ID
                   MOVE N TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0850-CHECK-EMPLOYEE.
           MOVE "N" TO WS-ON-EMPLOYEE-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-EMPLOYEE-FILE
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.

       0900-REWRITE-CRED-FILE.
           OPEN OUTPUT EMP-CRED-FILE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EC-COUNT
               MOVE ECT-EMP-ID(N) TO EC-EMP-ID
               MOVE ECT-SALT(N) TO EC-SALT
               MOVE ECT-PIN-HASH(N) TO EC-PIN-HASH
               MOVE ECT-FAILED-COUNT(N) TO EC-FAILED-COUNT
               MOVE ECT-STATUS(N) TO EC-STATUS
               WRITE EMP-CRED-RECORD
           END-PERFORM
           CLOSE EMP-CRED-FILE.
