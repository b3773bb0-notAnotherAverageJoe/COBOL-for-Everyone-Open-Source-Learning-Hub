       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    BENEFIT PLAN MASTER AND ENROLLMENT WINDOW
      *            MAINTENANCE. HEALTH, DENTAL AND RETIREMENT PLANS
      *            LIVED ON PAPER AND THE CLERK WORKED OUT EVERY
      *            PREMIUM BY HAND. benplans.dat CARRIES ONE LINE PER
      *            PLAN PER COVERAGE TIER -- PLAN CODE (WHICH IS ALSO
      *            THE DEDUCTION CODE ON deductions.dat), TIER,
      *            DESCRIPTION, PLAN TYPE, THE INSURER, AND THE
      *            EMPLOYEE AND EMPLOYER PREMIUM PER PAY CYCLE.
      *            benwindow.dat CARRIES THE ONE OPEN-ENROLLMENT
      *            WINDOW (OPENS, CLOSES, AND THE DATE ELECTIONS MADE
      *            IN IT TAKE EFFECT). ELECTIONS THEMSELVES ARE MADE
      *            IN benenroll.cob. A PLAN CANNOT BE DELETED WHILE
      *            ANYONE IS ENROLLED IN IT. SAME LOAD-TO-TABLE /
      *            REWRITE-WHOLE APPROACH AS THE OTHER LINE-
      *            SEQUENTIAL MASTERS, UNDER THE SHARED SIGN-ON.
      *    compile with ->  cobc -x -o benmaint benmaint.cob
      *    then run ./benmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT BENEFIT-WINDOW-FILE ASSIGN TO "benwindow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BW-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benenroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER PLAN PER TIER. BP-TIER "EE" EMPLOYEE ONLY,
      *    "ES" EMPLOYEE AND SPOUSE, "EC" EMPLOYEE AND CHILDREN,
      *    "FA" FAMILY. BP-TYPE "H" HEALTH, "D" DENTAL, "R"
      *    RETIREMENT. PREMIUMS ARE PER PAY CYCLE.
       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE     PIC X(4).
           05 BP-TIER          PIC X(2).
           05 BP-DESC          PIC X(20).
           05 BP-TYPE          PIC X.
           05 BP-CARRIER-CODE  PIC X(4).
           05 BP-CARRIER-NAME  PIC X(20).
           05 BP-EE-PREMIUM    PIC 9(5)V99.
           05 BP-ER-PREMIUM    PIC 9(5)V99.

       FD  BENEFIT-WINDOW-FILE.
       01  BENEFIT-WINDOW-RECORD.
           05 BW-OPEN-DATE     PIC X(8).
           05 BW-CLOSE-DATE    PIC X(8).
           05 BW-EFFECTIVE-DATE PIC X(8).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 BN-EMP-ID        PIC X(5).
           05 BN-PLAN-CODE     PIC X(4).
           05 BN-TIER          PIC X(2).
           05 BN-REST          PIC X(126).

       WORKING-STORAGE SECTION.
       01  WS-BP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BW-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BP-EOF           PIC X VALUE "N".
       01  WS-BN-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-PLAN        PIC X(4).
       01  WS-WORK-TIER        PIC X(2).
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-FIELDS-OK        PIC X VALUE "N".
       01  WS-ENROLLED-COUNT   PIC 9(4) VALUE 0.
       01  WS-BM-PROMPT        PIC X(60).
       01  WS-BM-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BENMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  PLAN-TABLE.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 BP-ENTRY OCCURS 60 TIMES.
               10 BPE-PLAN-CODE     PIC X(4).
               10 BPE-TIER          PIC X(2).
               10 BPE-DESC          PIC X(20).
               10 BPE-TYPE          PIC X.
               10 BPE-CARRIER-CODE  PIC X(4).
               10 BPE-CARRIER-NAME  PIC X(20).
               10 BPE-EE-PREMIUM    PIC 9(5)V99.
               10 BPE-ER-PREMIUM    PIC 9(5)V99.
       01  B                   PIC 9(2) VALUE 1.

       01  WINDOW-FIELDS.
           05 WS-OPEN-DATE     PIC X(8) VALUE SPACES.
           05 WS-CLOSE-DATE    PIC X(8) VALUE SPACES.
           05 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-EE-PREMIUM    PIC ZZ,ZZ9.99.
           05 ED-ER-PREMIUM    PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
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
           PERFORM 0100-LOAD-PLAN-TABLE
           IF WS-BP-COUNT = 60 AND WS-BP-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 60 PLAN TIERS ON benplans.dat. "
                   "RETIRE OLD PLANS BEFORE MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-WINDOW
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-PLANS
                   WHEN "A"
                       PERFORM 0400-ADD-PLAN-TIER THRU 0400-EXIT
                   WHEN "C"
                       PERFORM 0500-CHANGE-PLAN-TIER THRU 0500-EXIT
                   WHEN "D"
                       PERFORM 0600-DELETE-PLAN-TIER THRU 0600-EXIT
                   WHEN "W"
                       PERFORM 0650-SET-WINDOW THRU 0650-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-PLAN-TABLE.
           MOVE 0 TO WS-BP-COUNT
           MOVE "N" TO WS-BP-EOF
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BP-FILE-STATUS = "00"
               PERFORM UNTIL WS-BP-EOF = "Y" OR WS-BP-COUNT = 60
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-BP-EOF
                       NOT AT END
                           ADD 1 TO WS-BP-COUNT
                           MOVE BENEFIT-PLAN-RECORD
                               TO BP-ENTRY(WS-BP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       0150-LOAD-WINDOW.
           MOVE SPACES TO WINDOW-FIELDS
           OPEN INPUT BENEFIT-WINDOW-FILE
           IF WS-BW-FILE-STATUS = "00"
               READ BENEFIT-WINDOW-FILE
                   NOT AT END
                       MOVE BW-OPEN-DATE TO WS-OPEN-DATE
                       MOVE BW-CLOSE-DATE TO WS-CLOSE-DATE
                       MOVE BW-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE BENEFIT-WINDOW-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- BENEFIT PLAN MAINTENANCE -----"
           IF WS-OPEN-DATE = SPACES
               DISPLAY "NO OPEN-ENROLLMENT WINDOW IS SET."
           ELSE
               DISPLAY "ENROLLMENT WINDOW " WS-OPEN-DATE " TO "
                   WS-CLOSE-DATE ", EFFECTIVE " WS-EFFECTIVE-DATE
           END-IF
           DISPLAY "L - LIST PLANS AND TIERS"
           DISPLAY "A - ADD A PLAN TIER"
           DISPLAY "C - CHANGE A PLAN TIER"
           DISPLAY "D - DELETE A PLAN TIER"
           DISPLAY "W - SET THE OPEN-ENROLLMENT WINDOW"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-PLANS.
           IF WS-BP-COUNT = 0
               DISPLAY "NO PLANS ON FILE."
           ELSE
               DISPLAY "PLAN TIER DESCRIPTION          T CARR "
                   "  EE PREMIUM  ER PREMIUM"
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
                   MOVE BPE-EE-PREMIUM(B) TO ED-EE-PREMIUM
                   MOVE BPE-ER-PREMIUM(B) TO ED-ER-PREMIUM
                   DISPLAY BPE-PLAN-CODE(B) " " BPE-TIER(B) "   "
                       BPE-DESC(B) " " BPE-TYPE(B) " "
                       BPE-CARRIER-CODE(B) "  " ED-EE-PREMIUM
                       "   " ED-ER-PREMIUM
               END-PERFORM
           END-IF.

       0400-ADD-PLAN-TIER.
           IF WS-BP-COUNT = 60
               DISPLAY "PLAN TABLE IS FULL (60)."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0700-KEY-PLAN-AND-TIER
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0400-EXIT
           END-IF
           PERFORM 0750-FIND-PLAN-TIER
           IF WS-FOUND-INDEX NOT = 0
               DISPLAY WS-WORK-PLAN "/" WS-WORK-TIER " IS ALREADY "
                   "ON FILE. USE C TO CHANGE IT."
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-BP-COUNT
           MOVE WS-BP-COUNT TO B
           MOVE WS-WORK-PLAN TO BPE-PLAN-CODE(B)
           MOVE WS-WORK-TIER TO BPE-TIER(B)
           PERFORM 0450-TAKE-PLAN-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               SUBTRACT 1 FROM WS-BP-COUNT
               DISPLAY "PLAN TIER NOT ADDED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0800-REWRITE-PLAN-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED PLAN " WS-WORK-PLAN " TIER " WS-WORK-TIER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PLAN TIER ADDED.".
       0400-EXIT.
           EXIT.

      *    THE DESCRIPTION, TYPE AND INSURER BELONG TO THE PLAN, NOT
      *    THE TIER -- KEEP THEM THE SAME ON EVERY TIER SO THE
      *    CARRIER REPORT GROUPS THE PLAN UNDER ONE INSURER.
       0450-TAKE-PLAN-FIELDS.
           MOVE "N" TO WS-FIELDS-OK
           DISPLAY "ENTER PLAN DESCRIPTION: "
           ACCEPT BPE-DESC(B)
           DISPLAY "ENTER PLAN TYPE (H=HEALTH, D=DENTAL, "
               "R=RETIREMENT): "
           ACCEPT BPE-TYPE(B)
           MOVE FUNCTION UPPER-CASE(BPE-TYPE(B)) TO BPE-TYPE(B)
           IF BPE-TYPE(B) NOT = "H" AND BPE-TYPE(B) NOT = "D"
                   AND BPE-TYPE(B) NOT = "R"
               DISPLAY "TYPE MUST BE H, D OR R."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER INSURER CODE (4 CHARS): "
           ACCEPT BPE-CARRIER-CODE(B)
           IF BPE-CARRIER-CODE(B) = SPACES
               DISPLAY "EVERY PLAN NEEDS AN INSURER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER INSURER NAME: "
           ACCEPT BPE-CARRIER-NAME(B)
           MOVE "ENTER EMPLOYEE PREMIUM PER PAY CYCLE (XXXXX.XX): "
               TO WS-BM-PROMPT
           CALL "NUMVALID" USING WS-BM-PROMPT WS-BM-NUM-BUFFER
           MOVE WS-BM-NUM-BUFFER TO BPE-EE-PREMIUM(B)
           MOVE "ENTER EMPLOYER PREMIUM PER PAY CYCLE (XXXXX.XX): "
               TO WS-BM-PROMPT
           CALL "NUMVALID" USING WS-BM-PROMPT WS-BM-NUM-BUFFER
           MOVE WS-BM-NUM-BUFFER TO BPE-ER-PREMIUM(B)
           MOVE "Y" TO WS-FIELDS-OK.

      *    A PREMIUM CHANGE REACHES THE CHECKS AT THE NEXT SYNC
      *    (benenroll.cob, OPTION S) -- deductions.dat IS NOT
      *    TOUCHED FROM HERE.
       0500-CHANGE-PLAN-TIER.
           PERFORM 0700-KEY-PLAN-AND-TIER
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0500-EXIT
           END-IF
           PERFORM 0750-FIND-PLAN-TIER
           IF WS-FOUND-INDEX = 0
               DISPLAY WS-WORK-PLAN "/" WS-WORK-TIER " IS NOT ON FILE."
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO B
           PERFORM 0450-TAKE-PLAN-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               PERFORM 0100-LOAD-PLAN-TABLE
               DISPLAY "PLAN TIER NOT CHANGED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0800-REWRITE-PLAN-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED PLAN " WS-WORK-PLAN " TIER " WS-WORK-TIER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PLAN TIER CHANGED. RUN benenroll OPTION S TO "
               "CARRY A PREMIUM CHANGE TO deductions.dat.".
       0500-EXIT.
           EXIT.

       0600-DELETE-PLAN-TIER.
           PERFORM 0700-KEY-PLAN-AND-TIER
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0600-EXIT
           END-IF
           PERFORM 0750-FIND-PLAN-TIER
           IF WS-FOUND-INDEX = 0
               DISPLAY WS-WORK-PLAN "/" WS-WORK-TIER " IS NOT ON FILE."
               GO TO 0600-EXIT
           END-IF
           PERFORM 0780-COUNT-ENROLLMENTS
           IF WS-ENROLLED-COUNT > 0
               DISPLAY WS-ENROLLED-COUNT " ENROLLMENT RECORDS NAME "
                   WS-WORK-PLAN "/" WS-WORK-TIER " -- NOT DELETED."
               GO TO 0600-EXIT
           END-IF
           PERFORM VARYING B FROM WS-FOUND-INDEX BY 1
                   UNTIL B >= WS-BP-COUNT
               MOVE BP-ENTRY(B + 1) TO BP-ENTRY(B)
           END-PERFORM
           SUBTRACT 1 FROM WS-BP-COUNT
           PERFORM 0800-REWRITE-PLAN-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED PLAN " WS-WORK-PLAN " TIER " WS-WORK-TIER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PLAN TIER DELETED.".
       0600-EXIT.
           EXIT.

      *    ELECTIONS MADE IN THE WINDOW TAKE EFFECT ON ONE DATE --
      *    THE START OF THE PLAN YEAR -- WHICH MAY NOT FALL INSIDE
      *    THE WINDOW ITSELF.
       0650-SET-WINDOW.
           DISPLAY "ENTER DATE THE WINDOW OPENS (YYYYMMDD): "
           ACCEPT WS-DV-DATE-1
           PERFORM 0690-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               GO TO 0650-EXIT
           END-IF
           MOVE WS-DV-DATE-1 TO BW-OPEN-DATE
           DISPLAY "ENTER DATE THE WINDOW CLOSES (YYYYMMDD): "
           ACCEPT WS-DV-DATE-1
           PERFORM 0690-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               GO TO 0650-EXIT
           END-IF
           MOVE WS-DV-DATE-1 TO BW-CLOSE-DATE
           IF BW-CLOSE-DATE < BW-OPEN-DATE
               DISPLAY "THE WINDOW CANNOT CLOSE BEFORE IT OPENS."
               GO TO 0650-EXIT
           END-IF
           DISPLAY "ENTER DATE ELECTIONS TAKE EFFECT (YYYYMMDD): "
           ACCEPT WS-DV-DATE-1
           PERFORM 0690-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               GO TO 0650-EXIT
           END-IF
           MOVE WS-DV-DATE-1 TO BW-EFFECTIVE-DATE
           OPEN OUTPUT BENEFIT-WINDOW-FILE
           WRITE BENEFIT-WINDOW-RECORD
           CLOSE BENEFIT-WINDOW-FILE
           PERFORM 0150-LOAD-WINDOW
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET WINDOW " BW-OPEN-DATE "-" BW-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ENROLLMENT WINDOW SET.".
       0650-EXIT.
           EXIT.

       0690-CHECK-DATE.
           MOVE "V" TO WS-DV-FUNCTION
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "NOT A REAL DATE. WINDOW NOT CHANGED."
           END-IF.

       0700-KEY-PLAN-AND-TIER.
           MOVE "N" TO WS-FIELDS-OK
           DISPLAY "ENTER PLAN CODE (4 CHARS, ALSO THE DEDUCTION "
               "CODE): "
           ACCEPT WS-WORK-PLAN
           DISPLAY "ENTER TIER (EE, ES, EC OR FA): "
           ACCEPT WS-WORK-TIER
           MOVE FUNCTION UPPER-CASE(WS-WORK-TIER) TO WS-WORK-TIER
           IF WS-WORK-TIER NOT = "EE" AND WS-WORK-TIER NOT = "ES"
                   AND WS-WORK-TIER NOT = "EC"
                   AND WS-WORK-TIER NOT = "FA"
               DISPLAY "TIER MUST BE EE, ES, EC OR FA."
           ELSE
               MOVE "Y" TO WS-FIELDS-OK
           END-IF.

       0750-FIND-PLAN-TIER.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               IF BPE-PLAN-CODE(B) = WS-WORK-PLAN
                       AND BPE-TIER(B) = WS-WORK-TIER
                   MOVE B TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    ANY ENROLLMENT RECORD -- CURRENT OR ENDED -- KEEPS THE
      *    TIER ON FILE: THE CARRIER REPORT STILL NEEDS ITS NAME.
       0780-COUNT-ENROLLMENTS.
           MOVE 0 TO WS-ENROLLED-COUNT
           MOVE "N" TO WS-BN-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-BN-FILE-STATUS = "00"
               PERFORM UNTIL WS-BN-EOF = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-BN-EOF
                       NOT AT END
                           IF BN-PLAN-CODE = WS-WORK-PLAN
                                   AND BN-TIER = WS-WORK-TIER
                               ADD 1 TO WS-ENROLLED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       0800-REWRITE-PLAN-FILE.
           OPEN OUTPUT BENEFIT-PLAN-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               MOVE BP-ENTRY(B) TO BENEFIT-PLAN-RECORD
               WRITE BENEFIT-PLAN-RECORD
           END-PERFORM
           CLOSE BENEFIT-PLAN-FILE.
