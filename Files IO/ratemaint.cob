       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SHIFT-DIFFERENTIAL AND JOB-RATE MAINTENANCE. EVERY
      *            TIMESHEET HOUR USED TO BE PAID AT EMP-HOURLY-RATE,
      *            WHATEVER SHIFT IT WAS WORKED ON AND WHATEVER JOB
      *            IT WAS WORKED IN. THIS PROGRAM MAINTAINS
      *            shiftdiff.dat (SHIFT CODE, DESCRIPTION, AND A
      *            PREMIUM THAT IS EITHER A FLAT AMOUNT PER HOUR OR A
      *            PERCENT OF THE BASE RATE) AND jobrates.dat (JOB
      *            CODE, DESCRIPTION, HOURLY RATE) UNDER THE SHARED
      *            SIGN-ON. TIMEENTRY AND TSLOAD ACCEPT ONLY CODES ON
      *            THESE TABLES, AND PAYREADY, PAYPREVIEW AND PAYRUN
      *            PRICE EACH TIMESHEET LINE BY THEM THROUGH
      *            Shared/payrate.cob. A CODE STILL ON AN UNPAID
      *            TIMESHEET LINE CANNOT BE REMOVED -- THE LINE WOULD
      *            SILENTLY LOSE ITS RATE.
      *    compile with ->  cobc -x -o ratemaint ratemaint.cob
      *    then run ./ratemaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-DIFF-FILE ASSIGN TO "shiftdiff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT JOB-RATE-FILE ASSIGN TO "jobrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SD-TYPE "C" ADDS SD-AMOUNT PER HOUR (000.75 IS SEVENTY-FIVE
      *    CENTS AN HOUR); "P" ADDS SD-AMOUNT PERCENT OF THE BASE RATE.
       FD  SHIFT-DIFF-FILE.
       01  SHIFT-DIFF-RECORD.
           05 SD-SHIFT-CODE    PIC X(2).
           05 SD-DESC          PIC X(20).
           05 SD-TYPE          PIC X.
           05 SD-AMOUNT        PIC 9(3)V99.

       FD  JOB-RATE-FILE.
       01  JOB-RATE-RECORD.
           05 JR-JOB-CODE      PIC X(4).
           05 JR-DESC          PIC X(20).
           05 JR-RATE          PIC 9(5)V99.

      *    SAME LAYOUT timeentry.cob WRITES.
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

       WORKING-STORAGE SECTION.
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-EOF           PIC X VALUE "N".
       01  WS-JR-EOF           PIC X VALUE "N".
       01  WS-TS-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-SEARCH-SHIFT     PIC X(2).
       01  WS-SEARCH-JOB       PIC X(4).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-IN-USE-COUNT     PIC 9(3) VALUE 0.
       01  WS-RM-PROMPT        PIC X(60).
       01  WS-RM-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "RATEMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  SHIFT-TABLE.
           05 WS-SD-COUNT      PIC 9(2) VALUE 0.
           05 SD-ENTRY OCCURS 20 TIMES.
               10 SDE-SHIFT-CODE   PIC X(2).
               10 SDE-DESC         PIC X(20).
               10 SDE-TYPE         PIC X.
               10 SDE-AMOUNT       PIC 9(3)V99.
       01  S                   PIC 9(2) VALUE 1.

       01  JOB-TABLE.
           05 WS-JR-COUNT      PIC 9(3) VALUE 0.
           05 JR-ENTRY OCCURS 100 TIMES.
               10 JRE-JOB-CODE     PIC X(4).
               10 JRE-DESC         PIC X(20).
               10 JRE-RATE         PIC 9(5)V99.
       01  R                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ9.99.
           05 ED-RATE          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
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
           PERFORM 0100-LOAD-SHIFT-TABLE
           PERFORM 0110-LOAD-JOB-TABLE
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-RATES
                   WHEN "S"
                       PERFORM 0400-SET-SHIFT THRU 0400-EXIT
                   WHEN "J"
                       PERFORM 0500-SET-JOB THRU 0500-EXIT
                   WHEN "R"
                       PERFORM 0600-REMOVE-SHIFT THRU 0600-EXIT
                   WHEN "K"
                       PERFORM 0650-REMOVE-JOB THRU 0650-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-SHIFT-TABLE.
           MOVE 0 TO WS-SD-COUNT
           MOVE "N" TO WS-SD-EOF
           OPEN INPUT SHIFT-DIFF-FILE
           IF WS-SD-FILE-STATUS = "00"
               PERFORM UNTIL WS-SD-EOF = "Y" OR WS-SD-COUNT = 20
                   READ SHIFT-DIFF-FILE
                       AT END
                           MOVE "Y" TO WS-SD-EOF
                       NOT AT END
                           ADD 1 TO WS-SD-COUNT
                           MOVE SHIFT-DIFF-RECORD
                               TO SD-ENTRY(WS-SD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIFT-DIFF-FILE
           END-IF.

       0110-LOAD-JOB-TABLE.
           MOVE 0 TO WS-JR-COUNT
           MOVE "N" TO WS-JR-EOF
           OPEN INPUT JOB-RATE-FILE
           IF WS-JR-FILE-STATUS = "00"
               PERFORM UNTIL WS-JR-EOF = "Y" OR WS-JR-COUNT = 100
                   READ JOB-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-JR-EOF
                       NOT AT END
                           ADD 1 TO WS-JR-COUNT
                           MOVE JOB-RATE-RECORD
                               TO JR-ENTRY(WS-JR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE JOB-RATE-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- SHIFT DIFFERENTIAL / JOB RATE "
               "MAINTENANCE -----"
           DISPLAY "L - LIST SHIFT DIFFERENTIALS AND JOB RATES"
           DISPLAY "S - ADD OR CHANGE A SHIFT DIFFERENTIAL"
           DISPLAY "J - ADD OR CHANGE A JOB RATE"
           DISPLAY "R - REMOVE A SHIFT CODE"
           DISPLAY "K - REMOVE A JOB CODE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-RATES.
           DISPLAY "SHIFT DIFFERENTIALS:"
           IF WS-SD-COUNT = 0
               DISPLAY "  NONE ON FILE -- EVERY SHIFT PAYS THE BASE "
                   "RATE."
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SD-COUNT
               MOVE SDE-AMOUNT(S) TO ED-AMOUNT
               IF SDE-TYPE(S) = "P"
                   DISPLAY "  " SDE-SHIFT-CODE(S) "  " SDE-DESC(S)
                       "  +" ED-AMOUNT " PERCENT"
               ELSE
                   DISPLAY "  " SDE-SHIFT-CODE(S) "  " SDE-DESC(S)
                       "  +" ED-AMOUNT " PER HOUR"
               END-IF
           END-PERFORM
           DISPLAY "JOB RATES:"
           IF WS-JR-COUNT = 0
               DISPLAY "  NONE ON FILE -- EVERY HOUR PAYS "
                   "EMP-HOURLY-RATE."
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-JR-COUNT
               MOVE JRE-RATE(R) TO ED-RATE
               DISPLAY "  " JRE-JOB-CODE(R) "  " JRE-DESC(R)
                   "  " ED-RATE " PER HOUR"
           END-PERFORM.

       0400-SET-SHIFT.
           DISPLAY "ENTER SHIFT CODE (2 CHARACTERS): "
           ACCEPT WS-SEARCH-SHIFT
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-SHIFT) TO WS-SEARCH-SHIFT
           IF WS-SEARCH-SHIFT = SPACES
               DISPLAY "SHIFT CODE IS REQUIRED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0800-FIND-SHIFT
           IF WS-FOUND-INDEX = 0
               IF WS-SD-COUNT = 20
                   DISPLAY "SHIFT TABLE IS FULL (20)."
                   GO TO 0400-EXIT
               END-IF
               ADD 1 TO WS-SD-COUNT
               MOVE WS-SD-COUNT TO S
               MOVE WS-SEARCH-SHIFT TO SDE-SHIFT-CODE(S)
           ELSE
               MOVE WS-FOUND-INDEX TO S
               MOVE SDE-AMOUNT(S) TO ED-AMOUNT
               DISPLAY "CURRENT: " SDE-DESC(S) "  TYPE " SDE-TYPE(S)
                   "  " ED-AMOUNT
           END-IF
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT SDE-DESC(S)
           MOVE SPACE TO SDE-TYPE(S)
           PERFORM UNTIL SDE-TYPE(S) = "C" OR SDE-TYPE(S) = "P"
               DISPLAY "PREMIUM TYPE -- C = AMOUNT PER HOUR, "
                   "P = PERCENT OF BASE RATE: "
               ACCEPT SDE-TYPE(S)
               MOVE FUNCTION UPPER-CASE(SDE-TYPE(S)) TO SDE-TYPE(S)
           END-PERFORM
           IF SDE-TYPE(S) = "P"
               MOVE "ENTER PERCENT PREMIUM (E.G. 10.00): "
                   TO WS-RM-PROMPT
           ELSE
               MOVE "ENTER PREMIUM PER HOUR (E.G. 0.75): "
                   TO WS-RM-PROMPT
           END-IF
           CALL "NUMVALID" USING WS-RM-PROMPT WS-RM-NUM-BUFFER
           MOVE WS-RM-NUM-BUFFER TO SDE-AMOUNT(S)
           PERFORM 0900-REWRITE-SHIFT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET SHIFT DIFFERENTIAL " WS-SEARCH-SHIFT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "SHIFT DIFFERENTIAL SAVED.".
       0400-EXIT.
           EXIT.

       0500-SET-JOB.
           DISPLAY "ENTER JOB CODE (4 CHARACTERS): "
           ACCEPT WS-SEARCH-JOB
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-JOB) TO WS-SEARCH-JOB
           IF WS-SEARCH-JOB = SPACES
               DISPLAY "JOB CODE IS REQUIRED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0850-FIND-JOB
           IF WS-FOUND-INDEX = 0
               IF WS-JR-COUNT = 100
                   DISPLAY "JOB RATE TABLE IS FULL (100)."
                   GO TO 0500-EXIT
               END-IF
               ADD 1 TO WS-JR-COUNT
               MOVE WS-JR-COUNT TO R
               MOVE WS-SEARCH-JOB TO JRE-JOB-CODE(R)
           ELSE
               MOVE WS-FOUND-INDEX TO R
               MOVE JRE-RATE(R) TO ED-RATE
               DISPLAY "CURRENT: " JRE-DESC(R) "  " ED-RATE
           END-IF
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT JRE-DESC(R)
           MOVE "ENTER HOURLY RATE FOR THIS JOB (E.G. 24.50): "
               TO WS-RM-PROMPT
           CALL "NUMVALID" USING WS-RM-PROMPT WS-RM-NUM-BUFFER
           MOVE WS-RM-NUM-BUFFER TO JRE-RATE(R)
           PERFORM 0950-REWRITE-JOB-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET JOB RATE " WS-SEARCH-JOB
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "JOB RATE SAVED.".
       0500-EXIT.
           EXIT.

       0600-REMOVE-SHIFT.
           DISPLAY "ENTER SHIFT CODE TO REMOVE: "
           ACCEPT WS-SEARCH-SHIFT
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-SHIFT) TO WS-SEARCH-SHIFT
           PERFORM 0800-FIND-SHIFT
           IF WS-FOUND-INDEX = 0
               DISPLAY "SHIFT CODE " WS-SEARCH-SHIFT " NOT FOUND."
               GO TO 0600-EXIT
           END-IF
           MOVE SPACES TO WS-SEARCH-JOB
           PERFORM 0700-COUNT-UNPAID-USES
           IF WS-IN-USE-COUNT > 0
               DISPLAY WS-IN-USE-COUNT " UNPAID TIMESHEET LINES "
                   "STILL CARRY SHIFT " WS-SEARCH-SHIFT
                   " -- REMOVE IT AFTER THEY ARE PAID."
               GO TO 0600-EXIT
           END-IF
           PERFORM VARYING S FROM WS-FOUND-INDEX BY 1
                   UNTIL S >= WS-SD-COUNT
               MOVE SD-ENTRY(S + 1) TO SD-ENTRY(S)
           END-PERFORM
           SUBTRACT 1 FROM WS-SD-COUNT
           PERFORM 0900-REWRITE-SHIFT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED SHIFT CODE " WS-SEARCH-SHIFT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "SHIFT CODE REMOVED.".
       0600-EXIT.
           EXIT.

       0650-REMOVE-JOB.
           DISPLAY "ENTER JOB CODE TO REMOVE: "
           ACCEPT WS-SEARCH-JOB
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-JOB) TO WS-SEARCH-JOB
           PERFORM 0850-FIND-JOB
           IF WS-FOUND-INDEX = 0
               DISPLAY "JOB CODE " WS-SEARCH-JOB " NOT FOUND."
               GO TO 0650-EXIT
           END-IF
           MOVE SPACES TO WS-SEARCH-SHIFT
           PERFORM 0700-COUNT-UNPAID-USES
           IF WS-IN-USE-COUNT > 0
               DISPLAY WS-IN-USE-COUNT " UNPAID TIMESHEET LINES "
                   "STILL CARRY JOB " WS-SEARCH-JOB
                   " -- REMOVE IT AFTER THEY ARE PAID."
               GO TO 0650-EXIT
           END-IF
           PERFORM VARYING R FROM WS-FOUND-INDEX BY 1
                   UNTIL R >= WS-JR-COUNT
               MOVE JR-ENTRY(R + 1) TO JR-ENTRY(R)
           END-PERFORM
           SUBTRACT 1 FROM WS-JR-COUNT
           PERFORM 0950-REWRITE-JOB-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED JOB CODE " WS-SEARCH-JOB
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "JOB CODE REMOVED.".
       0650-EXIT.
           EXIT.

      *    COUNTS UNPAID TIMESHEET LINES CARRYING WS-SEARCH-SHIFT OR
      *    WS-SEARCH-JOB (WHICHEVER IS NOT BLANK).
       0700-COUNT-UNPAID-USES.
           MOVE 0 TO WS-IN-USE-COUNT
           MOVE "N" TO WS-TS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TS-EOF = "Y"
               READ TIMESHEET-FILE
                   AT END
                       MOVE "Y" TO WS-TS-EOF
                   NOT AT END
                       IF TS-PAID = "N"
                           IF (WS-SEARCH-SHIFT NOT = SPACES
                                   AND TS-SHIFT-CODE = WS-SEARCH-SHIFT)
                               OR (WS-SEARCH-JOB NOT = SPACES
                                   AND TS-JOB-CODE = WS-SEARCH-JOB)
                               ADD 1 TO WS-IN-USE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE.

       0800-FIND-SHIFT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SD-COUNT
               IF SDE-SHIFT-CODE(S) = WS-SEARCH-SHIFT
                   MOVE S TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0850-FIND-JOB.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-JR-COUNT
               IF JRE-JOB-CODE(R) = WS-SEARCH-JOB
                   MOVE R TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0900-REWRITE-SHIFT-FILE.
           OPEN OUTPUT SHIFT-DIFF-FILE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SD-COUNT
               MOVE SD-ENTRY(S) TO SHIFT-DIFF-RECORD
               WRITE SHIFT-DIFF-RECORD
           END-PERFORM
           CLOSE SHIFT-DIFF-FILE.

       0950-REWRITE-JOB-FILE.
           OPEN OUTPUT JOB-RATE-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-JR-COUNT
               MOVE JR-ENTRY(R) TO JOB-RATE-RECORD
               WRITE JOB-RATE-RECORD
           END-PERFORM
           CLOSE JOB-RATE-FILE.
