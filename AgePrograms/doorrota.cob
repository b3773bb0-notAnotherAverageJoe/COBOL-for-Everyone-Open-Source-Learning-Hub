       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOORROTA.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    WEEKLY DOOR-STAFF ROTA. DOORREPORT SHOWS THE DOOR
      *            TRAFFIC BY HOUR BUT THE ROTA WAS STILL DRAWN ON A
      *            WHITEBOARD AND THEN KEYED AGAIN INTO TIMEENTRY.
      *            THE STAFFING RULE ON rotarule.dat IS ONE DOOR
      *            STAFF PER N EXPECTED ADMISSIONS AN HOUR. PROPOSING
      *            A WEEK READS THE LAST FOUR WEEKS OF ADMISSIONS ON
      *            signinlog.dat, AVERAGES THEM BY WEEKDAY AND HOUR,
      *            WORKS OUT THE STAFF EACH HOUR NEEDS, AND CUTS THE
      *            HOURS INTO SHIFTS ON doorrota.dat -- ONE SHIFT PER
      *            STAFF LEVEL PER UNBROKEN RUN OF HOURS. A NIGHT
      *            RUNS FROM 06:00 TO 05:59 NEXT MORNING, SO A SHIFT
      *            PAST MIDNIGHT BELONGS TO THE EVENING IT STARTED.
      *            THE MANAGER THEN ASSIGNS EMPLOYEES (EMP-ID ON
      *            employee.dat) TO THE SHIFTS; NOBODY MAY BE ON TWO
      *            SHIFTS THAT OVERLAP. ONCE THE WEEK IS OVER, THE
      *            ASSIGNED SHIFTS ARE WRITTEN TO timesheet.dat AS ONE
      *            PENDING LINE PER EMPLOYEE FOR THE WEEK (WEEKS END
      *            ON SUNDAY, AS FOR PUNCHRUN), WITH THE SAME PAY-
      *            CALENDAR CHECK, FOR tsapprove.cob TO APPROVE. A
      *            NO-SHOW IS UNASSIGNED BEFORE THE WEEK IS WRITTEN.
      *            SIGN-ON IS REQUIRED; CHANGES NEED THE MAINTENANCE
      *            OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o doorrota AgePrograms/doorrota.cob
      *    then run ./doorrota

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "signinlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "rotarule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.
           SELECT ROTA-FILE ASSIGN TO "doorrota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LINE GetAgeProgram WRITES: TIMESTAMP, ID=, NAME=,
      *    THEN THE DECISION TEXT.
       FD  SIGNIN-LOG-FILE.
       01  SIGNIN-LOG-RECORD.
           05 SL-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 SL-TIME          PIC X(6).
           05 FILLER           PIC X(5).
           05 SL-MEMBER-ID     PIC X(6).
           05 FILLER           PIC X(7).
           05 SL-MEMBER-NAME   PIC X(20).
           05 FILLER           PIC X(2).
           05 SL-DECISION      PIC X(40).

      *    ONE LINE: ONE DOOR STAFF PER RR-ADMITS-PER-STAFF EXPECTED
      *    ADMISSIONS IN AN HOUR.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 RR-ADMITS-PER-STAFF PIC 9(3).

      *    ONE LINE PER SHIFT. RO-NIGHT IS THE EVENING THE SHIFT
      *    STARTS ON; RO-START-HOUR IS THE CLOCK HOUR (00-23).
      *    RO-STATUS IS SPACE UNTIL THE SHIFT HAS GONE TO
      *    timesheet.dat, THEN "T".
       FD  ROTA-FILE.
       01  ROTA-RECORD.
           05 RO-WEEK-ENDING   PIC X(8).
           05 RO-NIGHT         PIC X(8).
           05 RO-START-HOUR    PIC 9(2).
           05 RO-HOURS         PIC 9(2).
           05 RO-EMP-ID        PIC X(5).
           05 RO-STATUS        PIC X.

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    SAME LAYOUT TIMEENTRY WRITES.
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

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-RR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PCAL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-LOG-EOF          PIC X VALUE "N".
       01  WS-RO-EOF           PIC X VALUE "N".
       01  WS-PCAL-EOF         PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-INT        PIC 9(7) VALUE 0.
       01  WS-ADMITS-PER-STAFF PIC 9(3) VALUE 0.
       01  WS-WEEK-ENDING      PIC X(8) VALUE SPACES.
       01  WS-WEEK-END-INT     PIC 9(7) VALUE 0.
       01  WS-WEEK-IN-PERIOD   PIC X VALUE "N".
       01  WS-RR-PROMPT        PIC X(60).
       01  WS-RR-NUM-BUFFER    PIC X(18).
       01  WS-EMP-ID           PIC X(5) VALUE SPACES.
       01  WS-SHIFT-NO         PIC 9(3) VALUE 0.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-SEEN-COUNT       PIC 9(3) VALUE 0.
       01  WS-CLASH            PIC X VALUE "N".
       01  WS-EMP-FOUND        PIC X VALUE "N".
       01  WS-WRITTEN-FOUND    PIC X VALUE "N".
       01  WS-ASSIGNED-FOUND   PIC X VALUE "N".
       01  WS-OPEN-COUNT       PIC 9(3) VALUE 0.
       01  WS-PROPOSED-COUNT   PIC 9(3) VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(3) VALUE 0.
       01  WS-NIGHTS-READ      PIC 9(5) VALUE 0.

      *    WORK FIELDS FOR PLACING ONE LOG LINE OR ONE SHIFT ON
      *    THE NIGHT-HOUR GRID. SLOT 1 IS 06:00, SLOT 24 IS 05:00
      *    THE NEXT MORNING.
       01  GRID-WORK.
           05 WS-ENTRY-INT     PIC 9(7) VALUE 0.
           05 WS-ENTRY-HOUR    PIC 9(2) VALUE 0.
           05 WS-SLOT          PIC 9(2) VALUE 0.
           05 WS-WEEKDAY       PIC 9 VALUE 0.
           05 WS-DAYS-AGO      PIC S9(7) VALUE 0.
           05 WS-NIGHT-INT     PIC 9(7) VALUE 0.
           05 WS-NIGHT-DATE    PIC 9(8) VALUE 0.
           05 WS-LEVEL         PIC 9(2) VALUE 0.
           05 WS-MAX-NEED      PIC 9(2) VALUE 0.
           05 WS-RUN-START     PIC 9(2) VALUE 0.
           05 WS-START-ABS     PIC 9(9) VALUE 0.
           05 WS-END-ABS       PIC 9(9) VALUE 0.
           05 WS-OTHER-START   PIC 9(9) VALUE 0.
           05 WS-OTHER-END     PIC 9(9) VALUE 0.

      *    ADMISSIONS OVER THE LAST 28 NIGHTS BY WEEKDAY (1 =
      *    MONDAY) AND NIGHT SLOT.
       01  TRAFFIC-TABLE.
           05 TR-DAY OCCURS 7 TIMES.
               10 TR-ADMITS OCCURS 24 TIMES PIC 9(5).
       01  D                   PIC 9 VALUE 1.
       01  H                   PIC 9(2) VALUE 1.

      *    STAFF NEEDED BY SLOT FOR THE NIGHT BEING PROPOSED.
       01  NEED-TABLE.
           05 ND-STAFF OCCURS 24 TIMES PIC 9(2).

       01  DAY-NAMES           PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".

       01  ROTA-TABLE.
           05 WS-RO-COUNT      PIC 9(3) VALUE 0.
           05 RO-ENTRY OCCURS 500 TIMES.
               10 ROE-WEEK-ENDING  PIC X(8).
               10 ROE-NIGHT        PIC X(8).
               10 ROE-START-HOUR   PIC 9(2).
               10 ROE-HOURS        PIC 9(2).
               10 ROE-EMP-ID       PIC X(5).
               10 ROE-STATUS       PIC X.
       01  R                   PIC 9(3) VALUE 1.
       01  R2                  PIC 9(3) VALUE 1.

      *    ONE ROW PER EMPLOYEE ON THE WEEK BEING WRITTEN.
       01  HOURS-TABLE.
           05 WS-HT-COUNT      PIC 9(2) VALUE 0.
           05 HT-ENTRY OCCURS 50 TIMES.
               10 HTE-EMP-ID       PIC X(5).
               10 HTE-HOURS        PIC 9(3).
       01  E                   PIC 9(2) VALUE 1.

       01  CALENDAR-TABLE.
           05 WS-PC-COUNT      PIC 9(2) VALUE 0.
           05 PC-ENTRY OCCURS 60 TIMES.
               10 PCE-START        PIC X(8).
               10 PCE-END          PIC X(8).
       01  P                   PIC 9(2) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-END-HOUR      PIC 9(2).
           05 ED-SHIFT-NO      PIC ZZ9.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "DOORROTA".
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
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           PERFORM 0100-LOAD-RULE
           PERFORM 0150-LOAD-ROTA
           IF WS-RO-COUNT = 500 AND WS-RO-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 SHIFTS ON FILE. ARCHIVE "
                   "OLD WEEKS OF doorrota.dat BEFORE RUNNING. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LISTING STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "S" OR "P" OR "A" OR "T")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW ROTA CHANGES."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "S"
                       PERFORM 0300-SET-RULE
                   WHEN "P"
                       PERFORM 0400-PROPOSE-WEEK THRU 0400-EXIT
                   WHEN "L"
                       PERFORM 0500-LIST-WEEK THRU 0500-EXIT
                   WHEN "A"
                       PERFORM 0600-ASSIGN-SHIFT THRU 0600-EXIT
                   WHEN "T"
                       PERFORM 0700-WRITE-TIMESHEETS THRU 0700-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-RULE.
           MOVE 0 TO WS-ADMITS-PER-STAFF
           OPEN INPUT RULE-FILE
           IF WS-RR-FILE-STATUS = "00"
               READ RULE-FILE
                   NOT AT END
                       MOVE RR-ADMITS-PER-STAFF TO WS-ADMITS-PER-STAFF
               END-READ
               CLOSE RULE-FILE
           END-IF.

       0150-LOAD-ROTA.
           MOVE 0 TO WS-RO-COUNT
           MOVE "N" TO WS-RO-EOF
           OPEN INPUT ROTA-FILE
           IF WS-RO-FILE-STATUS = "00"
               PERFORM UNTIL WS-RO-EOF = "Y" OR WS-RO-COUNT = 500
                   READ ROTA-FILE
                       AT END
                           MOVE "Y" TO WS-RO-EOF
                       NOT AT END
                           ADD 1 TO WS-RO-COUNT
                           MOVE ROTA-RECORD TO RO-ENTRY(WS-RO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ROTA-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- DOOR-STAFF ROTA -----"
           IF WS-ADMITS-PER-STAFF > 0
               DISPLAY "STAFFING RULE: ONE DOOR STAFF PER "
                   WS-ADMITS-PER-STAFF " ADMISSIONS AN HOUR"
           ELSE
               DISPLAY "NO STAFFING RULE SET YET"
           END-IF
           DISPLAY "S - SET THE STAFFING RULE"
           DISPLAY "P - PROPOSE A WEEK'S SHIFTS FROM TRAFFIC"
           DISPLAY "L - LIST A WEEK'S ROTA"
           DISPLAY "A - ASSIGN (OR UNASSIGN) A SHIFT"
           DISPLAY "T - WRITE A FINISHED WEEK TO TIMESHEETS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    EVERY FUNCTION BUT THE RULE WORKS ON ONE WEEK, NAMED BY
      *    ITS SUNDAY.
       0250-TAKE-WEEK-ENDING.
           MOVE "N" TO WS-DV-VALID
           PERFORM UNTIL WS-DV-VALID = "Y"
               DISPLAY "ENTER WEEK-ENDING SUNDAY (YYYYMMDD): "
               ACCEPT WS-WEEK-ENDING
               MOVE "W" TO WS-DV-FUNCTION
               MOVE WS-WEEK-ENDING TO WS-DV-DATE-1
               MOVE SPACES TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
               IF WS-DV-VALID = "Y" AND WS-DV-RESULT NOT = 7
                   DISPLAY "THAT DATE IS NOT A SUNDAY."
                   MOVE "N" TO WS-DV-VALID
               ELSE
                   IF WS-DV-VALID NOT = "Y"
                       DISPLAY "NOT A REAL DATE. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-WEEK-END-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-WEEK-ENDING)).

       0300-SET-RULE.
           MOVE "ENTER ADMISSIONS AN HOUR PER DOOR STAFF (XXX): "
               TO WS-RR-PROMPT
           CALL "NUMVALID" USING WS-RR-PROMPT WS-RR-NUM-BUFFER
           MOVE WS-RR-NUM-BUFFER TO WS-ADMITS-PER-STAFF
           IF WS-ADMITS-PER-STAFF = 0
               DISPLAY "THE RULE MUST BE AT LEAST ONE ADMISSION. "
                   "NOT CHANGED."
               PERFORM 0100-LOAD-RULE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RULE-FILE
           MOVE WS-ADMITS-PER-STAFF TO RR-ADMITS-PER-STAFF
           WRITE RULE-RECORD
           CLOSE RULE-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ROTA RULE 1 STAFF PER " WS-ADMITS-PER-STAFF
               " ADMITS/HR"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "STAFFING RULE SET.".

      *    A WEEK ALREADY STAFFED IS NOT THROWN AWAY BY A SECOND
      *    PROPOSAL -- UNASSIGN ITS SHIFTS FIRST IF IT MUST BE
      *    REDONE.
       0400-PROPOSE-WEEK.
           IF WS-ADMITS-PER-STAFF = 0
               DISPLAY "NO STAFFING RULE SET. SET IT FIRST (S)."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0250-TAKE-WEEK-ENDING
           MOVE "N" TO WS-ASSIGNED-FOUND
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) = WS-WEEK-ENDING
                       AND ROE-EMP-ID(R) NOT = SPACES
                   MOVE "Y" TO WS-ASSIGNED-FOUND
               END-IF
           END-PERFORM
           IF WS-ASSIGNED-FOUND = "Y"
               DISPLAY "WEEK " WS-WEEK-ENDING " ALREADY HAS STAFF "
                   "ASSIGNED. NOT RE-PROPOSED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0420-TALLY-TRAFFIC
           IF WS-NIGHTS-READ = 0
               DISPLAY "NO ADMISSIONS ON signinlog.dat IN THE LAST "
                   "FOUR WEEKS. NOTHING TO PROPOSE FROM."
               GO TO 0400-EXIT
           END-IF
      *    DROP THE WEEK'S OLD (UNSTAFFED) PROPOSAL, THEN BUILD ONE
      *    NIGHT AT A TIME, MONDAY TO SUNDAY.
           MOVE 0 TO R2
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) NOT = WS-WEEK-ENDING
                   ADD 1 TO R2
                   MOVE RO-ENTRY(R) TO RO-ENTRY(R2)
               END-IF
           END-PERFORM
           MOVE R2 TO WS-RO-COUNT
           MOVE 0 TO WS-PROPOSED-COUNT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
               PERFORM 0450-PROPOSE-ONE-NIGHT
           END-PERFORM
           PERFORM 0800-REWRITE-ROTA
           DISPLAY WS-PROPOSED-COUNT " SHIFTS PROPOSED FOR THE WEEK "
               "ENDING " WS-WEEK-ENDING "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ROTA PROPOSED " WS-WEEK-ENDING " SHIFTS "
               WS-PROPOSED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           PERFORM 0500-SHOW-WEEK.
       0400-EXIT.
           EXIT.

      *    ONLY ADMISSIONS COUNT -- A TURN-AWAY NEVER REACHED THE
      *    FLOOR AND AN EXIT LINE IS HEADCOUNT, NOT TRAFFIC.
       0420-TALLY-TRAFFIC.
           INITIALIZE TRAFFIC-TABLE
           MOVE 0 TO WS-NIGHTS-READ
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ SIGNIN-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF SL-DECISION(1:8) = "ADMITTED"
                               AND SL-DATE IS NUMERIC
                               AND SL-TIME(1:2) IS NUMERIC
                           PERFORM 0430-TALLY-ONE-ADMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNIN-LOG-FILE.

       0430-TALLY-ONE-ADMISSION.
           COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(SL-DATE))
           MOVE SL-TIME(1:2) TO WS-ENTRY-HOUR
           IF WS-ENTRY-HOUR > 23
               EXIT PARAGRAPH
           END-IF
      *    AN ADMISSION BEFORE 06:00 IS THE PREVIOUS EVENING'S.
           IF WS-ENTRY-HOUR < 6
               SUBTRACT 1 FROM WS-ENTRY-INT
               COMPUTE WS-SLOT = WS-ENTRY-HOUR + 19
           ELSE
               COMPUTE WS-SLOT = WS-ENTRY-HOUR - 5
           END-IF
           COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-ENTRY-INT
           IF WS-DAYS-AGO < 1 OR WS-DAYS-AGO > 28
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-ENTRY-INT - 1, 7) + 1
           ADD 1 TO TR-ADMITS(WS-WEEKDAY, WS-SLOT)
           ADD 1 TO WS-NIGHTS-READ.

      *    FOUR WEEKS OF ONE WEEKDAY-HOUR, SHARED AT ONE STAFF PER N
      *    A WEEK, ROUNDED UP. EACH STAFF LEVEL'S UNBROKEN RUN OF
      *    HOURS BECOMES ONE SHIFT.
       0450-PROPOSE-ONE-NIGHT.
           COMPUTE WS-NIGHT-INT = WS-WEEK-END-INT - 7 + D
           COMPUTE WS-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           MOVE 0 TO WS-MAX-NEED
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
               COMPUTE ND-STAFF(H) = (TR-ADMITS(D, H)
                   + (4 * WS-ADMITS-PER-STAFF) - 1)
                   / (4 * WS-ADMITS-PER-STAFF)
               IF ND-STAFF(H) > WS-MAX-NEED
                   MOVE ND-STAFF(H) TO WS-MAX-NEED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
                   UNTIL WS-LEVEL > WS-MAX-NEED
               MOVE 0 TO WS-RUN-START
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
                   IF ND-STAFF(H) >= WS-LEVEL
                       IF WS-RUN-START = 0
                           MOVE H TO WS-RUN-START
                       END-IF
                   ELSE
                       IF WS-RUN-START > 0
                           PERFORM 0470-ADD-SHIFT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RUN-START > 0
                   PERFORM 0470-ADD-SHIFT
               END-IF
           END-PERFORM.

      *    THE RUN IS SLOTS WS-RUN-START UP TO H - 1.
       0470-ADD-SHIFT.
           IF WS-RO-COUNT = 500
               DISPLAY "ROTA TABLE IS FULL (500). SHIFT NOT ADDED."
               MOVE 0 TO WS-RUN-START
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RO-COUNT
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE WS-WEEK-ENDING TO ROE-WEEK-ENDING(WS-RO-COUNT)
           MOVE WS-NIGHT-DATE TO ROE-NIGHT(WS-RO-COUNT)
           COMPUTE ROE-START-HOUR(WS-RO-COUNT) =
               FUNCTION MOD(WS-RUN-START + 5, 24)
           COMPUTE ROE-HOURS(WS-RO-COUNT) = H - WS-RUN-START
           MOVE SPACES TO ROE-EMP-ID(WS-RO-COUNT)
           MOVE SPACE TO ROE-STATUS(WS-RO-COUNT)
           MOVE 0 TO WS-RUN-START.

       0500-LIST-WEEK.
           PERFORM 0250-TAKE-WEEK-ENDING
           PERFORM 0500-SHOW-WEEK.
       0500-EXIT.
           EXIT.

      *    SHIFT NUMBERS ARE THE ORDER OF THE WEEK'S SHIFTS ON FILE
      *    -- THE SAME NUMBERS ASSIGNMENT ASKS FOR.
       0500-SHOW-WEEK.
           DISPLAY " "
           DISPLAY "ROTA FOR THE WEEK ENDING " WS-WEEK-ENDING
           DISPLAY "  NO  NIGHT         HOURS        EMP-ID  STATUS"
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) = WS-WEEK-ENDING
                   ADD 1 TO WS-SEEN-COUNT
                   PERFORM 0550-SHOW-ONE-SHIFT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT = 0
               DISPLAY "  (NO SHIFTS ON FILE FOR THIS WEEK)"
           ELSE
               DISPLAY WS-SEEN-COUNT " SHIFTS, " WS-OPEN-COUNT
                   " STILL UNASSIGNED."
           END-IF.

       0550-SHOW-ONE-SHIFT.
           MOVE WS-SEEN-COUNT TO ED-SHIFT-NO
           COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ROE-NIGHT(R)))
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NIGHT-INT - 1, 7) + 1
           COMPUTE ED-END-HOUR =
               FUNCTION MOD(ROE-START-HOUR(R) + ROE-HOURS(R), 24)
           IF ROE-EMP-ID(R) = SPACES
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF ROE-STATUS(R) = "T"
               DISPLAY " " ED-SHIFT-NO "  "
                   DAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3) " "
                   ROE-NIGHT(R) "  " ROE-START-HOUR(R) ":00-"
                   ED-END-HOUR ":00  " ROE-EMP-ID(R) "   TIMESHEETED"
           ELSE
               DISPLAY " " ED-SHIFT-NO "  "
                   DAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3) " "
                   ROE-NIGHT(R) "  " ROE-START-HOUR(R) ":00-"
                   ED-END-HOUR ":00  " ROE-EMP-ID(R)
           END-IF.

       0600-ASSIGN-SHIFT.
           PERFORM 0250-TAKE-WEEK-ENDING
           PERFORM 0500-SHOW-WEEK
           IF WS-SEEN-COUNT = 0
               GO TO 0600-EXIT
           END-IF
           MOVE "ENTER SHIFT NUMBER: " TO WS-RR-PROMPT
           CALL "NUMVALID" USING WS-RR-PROMPT WS-RR-NUM-BUFFER
           MOVE WS-RR-NUM-BUFFER TO WS-SHIFT-NO
           MOVE 0 TO WS-FOUND-INDEX
           MOVE 0 TO WS-SEEN-COUNT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) = WS-WEEK-ENDING
                   ADD 1 TO WS-SEEN-COUNT
                   IF WS-SEEN-COUNT = WS-SHIFT-NO
                       MOVE R TO WS-FOUND-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO SUCH SHIFT."
               GO TO 0600-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO R
           IF ROE-STATUS(R) = "T"
               DISPLAY "THAT SHIFT IS ALREADY ON A TIMESHEET."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "ENTER EMP-ID (BLANK TO UNASSIGN): "
           MOVE SPACES TO WS-EMP-ID
           ACCEPT WS-EMP-ID
           IF WS-EMP-ID NOT = SPACES
               PERFORM 0620-CHECK-EMPLOYEE
               IF WS-EMP-FOUND NOT = "Y"
                   DISPLAY "EMP-ID " WS-EMP-ID " IS NOT ON "
                       "employee.dat."
                   GO TO 0600-EXIT
               END-IF
               PERFORM 0650-CHECK-DOUBLE-BOOKING
               IF WS-CLASH = "Y"
                   GO TO 0600-EXIT
               END-IF
           END-IF
           MOVE WS-EMP-ID TO ROE-EMP-ID(R)
           PERFORM 0800-REWRITE-ROTA
           MOVE SPACES TO WS-AUDIT-ACTION
           IF WS-EMP-ID = SPACES
               STRING "ROTA UNASSIGN " ROE-NIGHT(R) " "
                   ROE-START-HOUR(R) ":00"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               DISPLAY "SHIFT UNASSIGNED."
           ELSE
               STRING "ROTA ASSIGN " WS-EMP-ID " " ROE-NIGHT(R) " "
                   ROE-START-HOUR(R) ":00"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               DISPLAY "SHIFT ASSIGNED TO " WS-EMP-ID "."
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0600-EXIT.
           EXIT.

       0620-CHECK-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   DISPLAY "EMPLOYEE: " EMP-NAME
           END-READ
           CLOSE EMPLOYEE-FILE.

      *    SHIFTS ARE COMPARED ON ABSOLUTE HOURS (DAY NUMBER TIMES
      *    24 PLUS THE SLOT), SO A SHIFT PAST MIDNIGHT CLASHES WITH
      *    ONE THE NEXT EVENING ONLY IF THEY REALLY OVERLAP.
       0650-CHECK-DOUBLE-BOOKING.
           MOVE "N" TO WS-CLASH
           MOVE R TO R2
           PERFORM 0680-SHIFT-SPAN
           MOVE WS-START-ABS TO WS-OTHER-START
           MOVE WS-END-ABS TO WS-OTHER-END
           PERFORM VARYING R2 FROM 1 BY 1 UNTIL R2 > WS-RO-COUNT
               IF R2 NOT = R AND ROE-EMP-ID(R2) = WS-EMP-ID
                   PERFORM 0680-SHIFT-SPAN
                   IF WS-START-ABS < WS-OTHER-END
                           AND WS-OTHER-START < WS-END-ABS
                       MOVE "Y" TO WS-CLASH
                       DISPLAY WS-EMP-ID " IS ALREADY ON THE "
                           ROE-NIGHT(R2) " SHIFT FROM "
                           ROE-START-HOUR(R2) ":00. NOT ASSIGNED."
                   END-IF
               END-IF
           END-PERFORM.

       0680-SHIFT-SPAN.
           COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ROE-NIGHT(R2)))
           IF ROE-START-HOUR(R2) < 6
               COMPUTE WS-SLOT = ROE-START-HOUR(R2) + 19
           ELSE
               COMPUTE WS-SLOT = ROE-START-HOUR(R2) - 5
           END-IF
           COMPUTE WS-START-ABS = (WS-NIGHT-INT * 24) + WS-SLOT
           COMPUTE WS-END-ABS = WS-START-ABS + ROE-HOURS(R2).

      *    THE WEEK IS WRITTEN ONCE, AFTER ITS SUNDAY NIGHT, AS ONE
      *    PENDING LINE PER EMPLOYEE. UNASSIGNED SHIFTS ARE LISTED
      *    AND LEFT OFF.
       0700-WRITE-TIMESHEETS.
           PERFORM 0250-TAKE-WEEK-ENDING
           IF WS-WEEK-ENDING NOT < WS-TODAY
               DISPLAY "THE WEEK ENDING " WS-WEEK-ENDING " IS NOT "
                   "OVER YET."
               GO TO 0700-EXIT
           END-IF
           MOVE "N" TO WS-WRITTEN-FOUND
           MOVE 0 TO WS-HT-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) = WS-WEEK-ENDING
                   ADD 1 TO WS-SEEN-COUNT
                   EVALUATE TRUE
                       WHEN ROE-STATUS(R) = "T"
                           MOVE "Y" TO WS-WRITTEN-FOUND
                       WHEN ROE-EMP-ID(R) = SPACES
                           ADD 1 TO WS-OPEN-COUNT
                       WHEN OTHER
                           PERFORM 0720-ADD-EMPLOYEE-HOURS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT = 0
               DISPLAY "NO ROTA ON FILE FOR THE WEEK ENDING "
                   WS-WEEK-ENDING "."
               GO TO 0700-EXIT
           END-IF
           IF WS-WRITTEN-FOUND = "Y"
               DISPLAY "THE WEEK ENDING " WS-WEEK-ENDING " HAS "
                   "ALREADY BEEN WRITTEN TO timesheet.dat."
               GO TO 0700-EXIT
           END-IF
           IF WS-HT-COUNT = 0
               DISPLAY "NO SHIFTS ASSIGNED THAT WEEK. NOTHING TO "
                   "WRITE."
               GO TO 0700-EXIT
           END-IF
           PERFORM 0740-CHECK-PAY-CALENDAR
           IF WS-WEEK-IN-PERIOD = "N"
               DISPLAY "WEEK-ENDING " WS-WEEK-ENDING " IS OUTSIDE "
                   "THE PAY CALENDAR. NOT WRITTEN."
               GO TO 0700-EXIT
           END-IF
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-HT-COUNT
               IF HTE-HOURS(E) > 99
                   DISPLAY HTE-EMP-ID(E) " HAS " HTE-HOURS(E)
                       " HOURS ROSTERED -- OVER A TIMESHEET LINE. "
                       "NOT WRITTEN."
                   GO TO 0700-EXIT
               END-IF
           END-PERFORM
           PERFORM 0760-OPEN-TIMESHEET
           MOVE 0 TO WS-LOADED-COUNT
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-HT-COUNT
               MOVE HTE-EMP-ID(E) TO TS-EMP-ID
               MOVE WS-WEEK-ENDING TO TS-WEEK-ENDING
               MOVE HTE-HOURS(E) TO TS-HOURS
               MOVE "N" TO TS-PAID
               MOVE "P" TO TS-APPROVAL
               MOVE WS-OPERATOR-ID TO TS-ENTERED-BY
               MOVE SPACES TO TS-SHIFT-CODE
               MOVE SPACES TO TS-JOB-CODE
               WRITE TIMESHEET-RECORD
               IF WS-TS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING TIMESHEET, STATUS = "
                       WS-TS-FILE-STATUS
               ELSE
                   ADD 1 TO WS-LOADED-COUNT
               END-IF
           END-PERFORM
           CLOSE TIMESHEET-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RO-COUNT
               IF ROE-WEEK-ENDING(R) = WS-WEEK-ENDING
                       AND ROE-EMP-ID(R) NOT = SPACES
                   MOVE "T" TO ROE-STATUS(R)
               END-IF
           END-PERFORM
           PERFORM 0800-REWRITE-ROTA
           DISPLAY WS-LOADED-COUNT " TIMESHEET LINES WRITTEN FOR "
               WS-WEEK-ENDING " (PENDING APPROVAL IN tsapprove)."
           IF WS-OPEN-COUNT > 0
               DISPLAY WS-OPEN-COUNT " SHIFTS WERE NEVER ASSIGNED "
                   "AND ARE NOT ON ANY TIMESHEET."
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ROTA TIMESHEETS " WS-WEEK-ENDING " LINES "
               WS-LOADED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0700-EXIT.
           EXIT.

       0720-ADD-EMPLOYEE-HOURS.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > WS-HT-COUNT
                   OR HTE-EMP-ID(E) = ROE-EMP-ID(R)
               CONTINUE
           END-PERFORM
           IF E > WS-HT-COUNT
               IF WS-HT-COUNT = 50
                   DISPLAY "MORE THAN 50 DOOR STAFF IN ONE WEEK -- "
                       ROE-EMP-ID(R) " LEFT OFF."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HT-COUNT
               MOVE WS-HT-COUNT TO E
               MOVE ROE-EMP-ID(R) TO HTE-EMP-ID(E)
               MOVE 0 TO HTE-HOURS(E)
           END-IF
           ADD ROE-HOURS(R) TO HTE-HOURS(E).

      *    NO CALENDAR ON FILE MEANS THE OLD UNCHECKED BEHAVIOR
      *    STANDS, AS IN TIMEENTRY.
       0740-CHECK-PAY-CALENDAR.
           MOVE 0 TO WS-PC-COUNT
           MOVE "N" TO WS-PCAL-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PCAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-PCAL-EOF = "Y" OR WS-PC-COUNT = 60
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-PCAL-EOF
                       NOT AT END
                           ADD 1 TO WS-PC-COUNT
                           MOVE PC-START
                               TO PCE-START(WS-PC-COUNT)
                           MOVE PC-END TO PCE-END(WS-PC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           IF WS-PC-COUNT = 0
               MOVE "Y" TO WS-WEEK-IN-PERIOD
           ELSE
               MOVE "N" TO WS-WEEK-IN-PERIOD
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PC-COUNT
                   IF WS-WEEK-ENDING >= PCE-START(P)
                           AND WS-WEEK-ENDING <= PCE-END(P)
                       MOVE "Y" TO WS-WEEK-IN-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

       0760-OPEN-TIMESHEET.
           OPEN EXTEND TIMESHEET-FILE
           IF WS-TS-FILE-STATUS NOT = "00"
      *        TIMESHEET FILE DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST ENTRY IS WRITTEN.
               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN EXTEND TIMESHEET-FILE
           END-IF.

       0800-REWRITE-ROTA.
           OPEN OUTPUT ROTA-FILE
           PERFORM VARYING R2 FROM 1 BY 1 UNTIL R2 > WS-RO-COUNT
               MOVE RO-ENTRY(R2) TO ROTA-RECORD
               WRITE ROTA-RECORD
           END-PERFORM
           CLOSE ROTA-FILE.
