       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCHRUN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    TIME-CLOCK PUNCH PROCESSING INTO TIMESHEETS.
      *            THE BADGE CLOCKS AT THE DOOR WRITE A RAW PUNCH
      *            FILE, punches.dat -- ONE LINE PER SWIPE: BADGE
      *            NUMBER (THE HOLDER'S EMP-ID, AS ENCODED WHEN THE
      *            BADGE IS ISSUED), DATE, TIME (HHMM) AND "I" OR
      *            "O" -- WHICH SUPERVISORS WERE STILL TOTALLING BY
      *            HAND INTO TIMEENTRY OR tsbatch.csv. THIS RUN SORTS
      *            THE PUNCHES BY BADGE, DATE AND TIME, PAIRS EACH IN
      *            WITH THE NEXT OUT (A SHIFT MAY RUN PAST MIDNIGHT),
      *            ROUNDS EVERY PUNCH TO THE NEAREST QUARTER HOUR,
      *            TAKES THE UNPAID MEAL BREAK OFF ANY SHIFT LONG
      *            ENOUGH TO EARN ONE, AND ADDS THE SHIFT TO THE WEEK
      *            ITS IN-PUNCH FALLS IN (WEEKS END ON SUNDAY). EACH
      *            EMPLOYEE'S WEEK IS APPENDED TO timesheet.dat AS ONE
      *            LINE IN PENDING-APPROVAL STATUS (SEE tsapprove.cob),
      *            WITH THE SAME EMP-ID AND PAY-CALENDAR CHECKS TSLOAD
      *            MAKES. PUNCHES THAT CANNOT BE PAIRED -- AN IN WITH
      *            NO OUT OR AN OUT WITH NO IN, A DOUBLE SWIPE (THE
      *            SAME DIRECTION AGAIN WITHIN A FEW MINUTES, THE
      *            SECOND IGNORED), A SHIFT OVER THE MAXIMUM LENGTH,
      *            AN UNREADABLE LINE OR AN UNKNOWN BADGE -- ARE
      *            LISTED ON punchexcept.dat FOR THE SUPERVISOR TO
      *            CORRECT BEFORE THE WEEK IS APPROVED. AN UNPAIRED
      *            PUNCH ADDS NO HOURS; AN OVER-LENGTH SHIFT IS
      *            COUNTED AS PUNCHED AND FLAGGED.
      *            TIMESHEET HOURS ARE KEPT TO THE TENTH, SO A WEEK
      *            THAT ROUNDS TO A QUARTER HOUR IS CARRIED TO THE
      *            NEAREST TENTH.
      *    compile with ->  cobc -x -o punchrun punchrun.cob
      *    then run ./punchrun

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE ASSIGN TO "punches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "punchsort.tmp".
           SELECT SORTED-FILE ASSIGN TO "punchsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "punchexcept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE.
       01  PUNCH-RECORD.
           05 PN-BADGE         PIC X(5).
           05 PN-DATE          PIC X(8).
           05 PN-TIME          PIC X(4).
           05 PN-DIRECTION     PIC X.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-BADGE         PIC X(5).
           05 SR-DATE          PIC X(8).
           05 SR-TIME          PIC X(4).
           05 SR-DIRECTION     PIC X.

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05 SP-BADGE         PIC X(5).
           05 SP-DATE          PIC X(8).
           05 SP-TIME          PIC X(4).
           05 SP-DIRECTION     PIC X.

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

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

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD    PIC X(120).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SRT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PCAL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-SP-EOF           PIC X VALUE "N".
       01  WS-PCAL-EOF         PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WEEK-IN-PERIOD   PIC X VALUE "N".

      *    THE SHOP'S TIME RULES, IN MINUTES: PUNCHES ROUND TO THE
      *    NEAREST QUARTER HOUR; A SHIFT OF MORE THAN SIX HOURS
      *    LOSES A THIRTY-MINUTE UNPAID MEAL BREAK; A SHIFT OVER
      *    TWELVE HOURS IS AN EXCEPTION; A SECOND SWIPE THE SAME
      *    WAY WITHIN FIVE MINUTES IS A DOUBLE PUNCH.
       01  TIME-RULES.
           05 WS-ROUND-MINUTES      PIC 9(2) VALUE 15.
           05 WS-MEAL-AFTER-MINUTES PIC 9(4) VALUE 360.
           05 WS-MEAL-MINUTES       PIC 9(3) VALUE 30.
           05 WS-MAX-SHIFT-MINUTES  PIC 9(4) VALUE 720.
           05 WS-DOUBLE-MINUTES     PIC 9(2) VALUE 5.

      *    THE EMPLOYEE WHOSE PUNCHES ARE BEING PAIRED. ABSOLUTE
      *    MINUTES ARE THE DAY COUNT TIMES 1440 PLUS THE MINUTE OF
      *    THE DAY, SO A SHIFT ACROSS MIDNIGHT SUBTRACTS CLEANLY.
       01  CURRENT-EMPLOYEE.
           05 WS-CUR-BADGE     PIC X(5) VALUE SPACES.
           05 WS-EMP-KNOWN     PIC X VALUE "N".
           05 WS-OPEN-IN       PIC X VALUE "N".
           05 WS-IN-ABS        PIC 9(11) VALUE 0.
           05 WS-IN-DATE       PIC X(8).
           05 WS-IN-TIME       PIC X(4).
           05 WS-HAVE-OUT      PIC X VALUE "N".
           05 WS-LAST-OUT-ABS  PIC 9(11) VALUE 0.

       01  PUNCH-WORK.
           05 WS-PUNCH-ABS     PIC 9(11) VALUE 0.
           05 WS-DAY-NUMBER    PIC 9(7) VALUE 0.
           05 WS-TIME-FIELDS.
               10 WS-PUNCH-HH  PIC 9(2).
               10 WS-PUNCH-MM  PIC 9(2).
           05 WS-GAP-MINUTES   PIC 9(11) VALUE 0.
           05 WS-ROUND-IN      PIC 9(11) VALUE 0.
           05 WS-ROUND-OUT     PIC 9(11) VALUE 0.
           05 WS-ROUND-WORK    PIC 9(11) VALUE 0.
           05 WS-SHIFT-MINUTES PIC S9(7) VALUE 0.
           05 WS-WEEK-ENDING   PIC 9(8) VALUE 0.
           05 WS-WEEK-HOURS    PIC 9(3)V9 VALUE 0.

      *    ONE EMPLOYEE'S WORKED MINUTES BY WEEK, WRITTEN OUT AS
      *    TIMESHEET LINES WHEN THE BADGE CHANGES.
       01  WEEK-TABLE.
           05 WS-WK-COUNT      PIC 9(2) VALUE 0.
           05 WK-ENTRY OCCURS 12 TIMES.
               10 WKE-ENDING       PIC X(8).
               10 WKE-MINUTES      PIC 9(5).
       01  W                   PIC 9(2) VALUE 1.

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

       01  WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.
       01  WS-EXCEPTION-LINE   PIC X(120).
       01  EXCEPTION-PUNCH.
           05 WS-EXP-BADGE     PIC X(5).
           05 WS-EXP-DATE      PIC X(8).
           05 WS-EXP-TIME      PIC X(4).
           05 WS-EXP-DIRECTION PIC X.

       01  RUN-TOTALS.
           05 WS-READ-COUNT    PIC 9(5) VALUE 0.
           05 WS-SHIFT-COUNT   PIC 9(5) VALUE 0.
           05 WS-LOADED-COUNT  PIC 9(4) VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PUNCHRUN".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
      *    SORT ... USING DOES NOT REPORT A MISSING INPUT FILE, SO
      *    punches.dat IS OPENED AND CHECKED FIRST.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PUNCH-FILE
           IF WS-PN-FILE-STATUS NOT = "00"
               DISPLAY "NO PUNCH FILE (punches.dat) ON FILE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PUNCH-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BADGE SR-DATE SR-TIME
               USING PUNCH-FILE
               GIVING SORTED-FILE
           OPEN INPUT SORTED-FILE
           IF WS-SRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SORTED-FILE, STATUS = "
                   WS-SRT-FILE-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-OPEN-TIMESHEET
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 0150-LOAD-PAY-CALENDAR
           PERFORM UNTIL WS-SP-EOF = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO WS-SP-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0200-TAKE-ONE-PUNCH THRU 0200-EXIT
               END-READ
           END-PERFORM
           PERFORM 0400-CLOSE-EMPLOYEE
           CLOSE SORTED-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TIMESHEET-FILE
           CLOSE EXCEPTION-FILE
           DISPLAY WS-READ-COUNT " PUNCHES READ, " WS-SHIFT-COUNT
               " SHIFTS PAIRED: " WS-LOADED-COUNT
               " WEEKLY TIMESHEETS LOADED (PENDING APPROVAL)."
           DISPLAY WS-EXCEPTION-COUNT " EXCEPTIONS LISTED ON "
               "punchexcept.dat -- CORRECT THEM BEFORE APPROVAL."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PUNCHES: " WS-LOADED-COUNT " WEEKS, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-OPEN-TIMESHEET.
           OPEN EXTEND TIMESHEET-FILE
           IF WS-TS-FILE-STATUS NOT = "00"
      *        TIMESHEET FILE DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST ENTRY IS WRITTEN.
               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN EXTEND TIMESHEET-FILE
           END-IF.

       0150-LOAD-PAY-CALENDAR.
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
           END-IF.

       0200-TAKE-ONE-PUNCH.
           IF SP-BADGE NOT = WS-CUR-BADGE
               PERFORM 0400-CLOSE-EMPLOYEE
               PERFORM 0250-START-EMPLOYEE
           END-IF
           MOVE SORTED-RECORD TO EXCEPTION-PUNCH
           IF WS-EMP-KNOWN NOT = "Y"
               MOVE "BADGE NOT ON EMPLOYEE-FILE"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               GO TO 0200-EXIT
           END-IF
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SP-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               MOVE "PUNCH DATE IS NOT A REAL DATE"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               GO TO 0200-EXIT
           END-IF
           IF SP-TIME IS NOT NUMERIC
               MOVE "PUNCH TIME IS NOT HHMM" TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               GO TO 0200-EXIT
           END-IF
           MOVE SP-TIME TO WS-TIME-FIELDS
           IF WS-PUNCH-HH > 23 OR WS-PUNCH-MM > 59
               MOVE "PUNCH TIME IS NOT HHMM" TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               GO TO 0200-EXIT
           END-IF
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(SP-DATE))
           COMPUTE WS-PUNCH-ABS = (WS-DAY-NUMBER * 1440)
               + (WS-PUNCH-HH * 60) + WS-PUNCH-MM
           EVALUATE SP-DIRECTION
               WHEN "I"
                   PERFORM 0300-TAKE-IN-PUNCH
               WHEN "O"
                   PERFORM 0350-TAKE-OUT-PUNCH
               WHEN OTHER
                   MOVE "DIRECTION IS NOT I OR O"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0700-WRITE-EXCEPTION
           END-EVALUATE.
       0200-EXIT.
           EXIT.

       0250-START-EMPLOYEE.
           MOVE SP-BADGE TO WS-CUR-BADGE
           MOVE "N" TO WS-OPEN-IN
           MOVE "N" TO WS-HAVE-OUT
           MOVE 0 TO WS-WK-COUNT
           MOVE SP-BADGE TO EMP-ID
           MOVE "Y" TO WS-EMP-KNOWN
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-KNOWN
           END-READ.

      *    AN IN WHILE A SHIFT IS ALREADY OPEN IS EITHER THE SAME
      *    SWIPE TWICE OR A FORGOTTEN OUT ON THE EARLIER SHIFT.
       0300-TAKE-IN-PUNCH.
           IF WS-OPEN-IN = "Y"
               COMPUTE WS-GAP-MINUTES = WS-PUNCH-ABS - WS-IN-ABS
               IF WS-GAP-MINUTES <= WS-DOUBLE-MINUTES
                   MOVE "DOUBLE PUNCH IN -- SECOND IGNORED"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0700-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DATE TO WS-EXP-DATE
               MOVE WS-IN-TIME TO WS-EXP-TIME
               MOVE "I" TO WS-EXP-DIRECTION
               MOVE "MISSING OUT PUNCH -- SHIFT NOT COUNTED"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           MOVE "Y" TO WS-OPEN-IN
           MOVE WS-PUNCH-ABS TO WS-IN-ABS
           MOVE SP-DATE TO WS-IN-DATE
           MOVE SP-TIME TO WS-IN-TIME.

       0350-TAKE-OUT-PUNCH.
           IF WS-OPEN-IN NOT = "Y"
               IF WS-HAVE-OUT = "Y"
                   COMPUTE WS-GAP-MINUTES =
                       WS-PUNCH-ABS - WS-LAST-OUT-ABS
                   IF WS-GAP-MINUTES <= WS-DOUBLE-MINUTES
                       MOVE "DOUBLE PUNCH OUT -- SECOND IGNORED"
                           TO WS-EXCEPTION-REASON
                       PERFORM 0700-WRITE-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "MISSING IN PUNCH -- SHIFT NOT COUNTED"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-COUNT-SHIFT
           MOVE "N" TO WS-OPEN-IN
           MOVE "Y" TO WS-HAVE-OUT
           MOVE WS-PUNCH-ABS TO WS-LAST-OUT-ABS.

      *    THE BADGE HAS CHANGED (OR THE FILE HAS ENDED): A SHIFT
      *    STILL OPEN HAS NO OUT, AND THE WEEKS GATHERED ARE
      *    WRITTEN AS TIMESHEET LINES.
       0400-CLOSE-EMPLOYEE.
           IF WS-CUR-BADGE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-IN = "Y"
               MOVE WS-CUR-BADGE TO WS-EXP-BADGE
               MOVE WS-IN-DATE TO WS-EXP-DATE
               MOVE WS-IN-TIME TO WS-EXP-TIME
               MOVE "I" TO WS-EXP-DIRECTION
               MOVE "MISSING OUT PUNCH -- SHIFT NOT COUNTED"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               MOVE "N" TO WS-OPEN-IN
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WK-COUNT
               PERFORM 0600-WRITE-WEEK THRU 0600-EXIT
           END-PERFORM
           MOVE 0 TO WS-WK-COUNT.

      *    BOTH PUNCHES ROUND TO THE NEAREST QUARTER HOUR (SEVEN
      *    MINUTES DOWN, EIGHT UP); THE MEAL BREAK COMES OFF THE
      *    ROUNDED SHIFT.
       0500-COUNT-SHIFT.
           ADD 1 TO WS-SHIFT-COUNT
           COMPUTE WS-ROUND-WORK = WS-IN-ABS + (WS-ROUND-MINUTES / 2)
           DIVIDE WS-ROUND-WORK BY WS-ROUND-MINUTES
               GIVING WS-ROUND-IN
           MULTIPLY WS-ROUND-MINUTES BY WS-ROUND-IN
           COMPUTE WS-ROUND-WORK =
               WS-PUNCH-ABS + (WS-ROUND-MINUTES / 2)
           DIVIDE WS-ROUND-WORK BY WS-ROUND-MINUTES
               GIVING WS-ROUND-OUT
           MULTIPLY WS-ROUND-MINUTES BY WS-ROUND-OUT
           COMPUTE WS-SHIFT-MINUTES = WS-ROUND-OUT - WS-ROUND-IN
           IF WS-SHIFT-MINUTES < 0
               MOVE 0 TO WS-SHIFT-MINUTES
           END-IF
           IF WS-SHIFT-MINUTES > WS-MAX-SHIFT-MINUTES
               MOVE WS-IN-DATE TO WS-EXP-DATE
               MOVE WS-IN-TIME TO WS-EXP-TIME
               MOVE "I" TO WS-EXP-DIRECTION
               MOVE "SHIFT OVER 12 HOURS -- COUNTED, CHECK IT"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           IF WS-SHIFT-MINUTES > WS-MEAL-AFTER-MINUTES
               SUBTRACT WS-MEAL-MINUTES FROM WS-SHIFT-MINUTES
           END-IF
           MOVE "W" TO WS-DV-FUNCTION
           MOVE WS-IN-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-IN-DATE)) + 7 - WS-DV-RESULT
           COMPUTE WS-WEEK-ENDING =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           PERFORM VARYING W FROM 1 BY 1
                   UNTIL W > WS-WK-COUNT
                   OR WKE-ENDING(W) = WS-WEEK-ENDING
               CONTINUE
           END-PERFORM
           IF W > WS-WK-COUNT
               IF WS-WK-COUNT = 12
                   MOVE "MORE THAN 12 WEEKS -- SHIFT NOT COUNTED"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0700-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WK-COUNT
               MOVE WS-WK-COUNT TO W
               MOVE WS-WEEK-ENDING TO WKE-ENDING(W)
               MOVE 0 TO WKE-MINUTES(W)
           END-IF
           ADD WS-SHIFT-MINUTES TO WKE-MINUTES(W).

       0600-WRITE-WEEK.
           MOVE WS-CUR-BADGE TO WS-EXP-BADGE
           MOVE WKE-ENDING(W) TO WS-EXP-DATE
           MOVE SPACES TO WS-EXP-TIME
           MOVE SPACE TO WS-EXP-DIRECTION
           IF WKE-MINUTES(W) = 0
               GO TO 0600-EXIT
           END-IF
           IF WS-PC-COUNT > 0
               MOVE "N" TO WS-WEEK-IN-PERIOD
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PC-COUNT
                   IF WKE-ENDING(W) >= PCE-START(P)
                           AND WKE-ENDING(W) <= PCE-END(P)
                       MOVE "Y" TO WS-WEEK-IN-PERIOD
                   END-IF
               END-PERFORM
               IF WS-WEEK-IN-PERIOD = "N"
                   MOVE "WEEK-ENDING OUTSIDE PAY CALENDAR"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0700-WRITE-EXCEPTION
                   GO TO 0600-EXIT
               END-IF
           END-IF
           COMPUTE WS-WEEK-HOURS ROUNDED = WKE-MINUTES(W) / 60
           IF WS-WEEK-HOURS > 99.9
               MOVE "WEEK OVER 99.9 HOURS -- NOT LOADED"
                   TO WS-EXCEPTION-REASON
               PERFORM 0700-WRITE-EXCEPTION
               GO TO 0600-EXIT
           END-IF
           MOVE WS-CUR-BADGE TO TS-EMP-ID
           MOVE WKE-ENDING(W) TO TS-WEEK-ENDING
           MOVE WS-WEEK-HOURS TO TS-HOURS
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
           END-IF.
       0600-EXIT.
           EXIT.

       0700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING WS-EXCEPTION-REASON " | " WS-EXP-BADGE " "
               WS-EXP-DATE " " WS-EXP-TIME " " WS-EXP-DIRECTION
               DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.
