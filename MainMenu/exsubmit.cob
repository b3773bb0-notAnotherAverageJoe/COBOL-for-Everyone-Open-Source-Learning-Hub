       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXSUBMIT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    HANDS-ON EXERCISE SUBMISSION AND GRADING. RUNNING A
      *            MODULE OR PASSING ITS MULTIPLE-CHOICE QUIZ NEVER
      *            SHOWED THAT A LEARNER COULD WRITE THE CODE. THE
      *            EXERCISE BANK exercises.dat CARRIES, PER MODULE,
      *            NUMBERED EXERCISES -- A TITLE AND THE NAMES OF
      *            THREE FILES: THE STATEMENT (SHOWN TO THE LEARNER),
      *            THE INPUT THE PROGRAM IS FED, AND THE GOLDEN
      *            OUTPUT IT MUST PRODUCE. CALLED FROM MAINMENU, THIS
      *            PROGRAM LETS THE LEARNER PICK AN EXERCISE, SHOWS
      *            THE STATEMENT, COMPILES THE LEARNER'S OWN SOURCE,
      *            RUNS IT AGAINST THE INPUT AND COMPARES WHAT IT
      *            DISPLAYS WITH THE GOLDEN FILE LINE BY LINE -- THE
      *            SAME IDEA AS tests/run_regression.sh, MINUS THE
      *            DATE MASKING (AN EXERCISE'S OUTPUT MUST NOT DEPEND
      *            ON THE DAY). EVERY ATTEMPT IS RECORDED ON
      *            exattempts.dat (PASSED, OUTPUT DIFFERS, OR DID NOT
      *            COMPILE); A PASS MAKES THE MODULE GENUINELY
      *            COMPLETE FOR THE LEARNING PATHS, THE SAME AS A
      *            PASSED QUIZ. A PROGRAM STILL RUNNING AFTER 30
      *            SECONDS IS STOPPED AND MARKED AS DIFFERING.
      *            THE WORK FILES exwork, exwork.out AND exwork.err
      *            ARE LEFT IN THE CURRENT DIRECTORY FOR THE LEARNER
      *            TO LOOK AT.
      *    CALL "EXSUBMIT" USING LS-LEARNER-ID LS-MODULE-NAME.
      *        LS-LEARNER-ID  PIC X(15).
      *        LS-MODULE-NAME PIC X(20).
      *    compile with ->  cobc -m -o EXSUBMIT.so MainMenu/exsubmit.cob

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCISE-FILE ASSIGN TO "exercises.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT ATTEMPT-FILE ASSIGN TO "exattempts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XA-FILE-STATUS.
           SELECT TEXT-FILE ASSIGN TO WS-TEXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT GOLDEN-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "exwork.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER EXERCISE. THE FILE NAMES ARE RELATIVE TO
      *    WHERE MAINMENU RUNS. A BLANK INPUT FILE MEANS THE
      *    PROGRAM READS NOTHING.
       FD  EXERCISE-FILE.
       01  EXERCISE-RECORD.
           05 EX-MODULE        PIC X(20).
           05 EX-EXERCISE-NO   PIC 9(2).
           05 EX-TITLE         PIC X(40).
           05 EX-STATEMENT     PIC X(40).
           05 EX-INPUT         PIC X(40).
           05 EX-GOLDEN        PIC X(40).

      *    ONE LINE PER ATTEMPT. XA-RESULT "P" = PASSED, "F" =
      *    OUTPUT DIFFERS, "C" = DID NOT COMPILE.
       FD  ATTEMPT-FILE.
       01  ATTEMPT-RECORD.
           05 XA-LEARNER       PIC X(15).
           05 XA-MODULE        PIC X(20).
           05 XA-EXERCISE-NO   PIC 9(2).
           05 XA-RESULT        PIC X.
           05 XA-LINES-WRONG   PIC 9(4).
           05 XA-DATE          PIC X(8).

      *    THE STATEMENT, AND THE COMPILER'S COMPLAINTS.
       FD  TEXT-FILE.
       01  TEXT-RECORD         PIC X(132).

       FD  GOLDEN-FILE.
       01  GOLDEN-RECORD       PIC X(132).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-XA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-GD-EOF           PIC X VALUE "N".
       01  WS-OU-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-TEXT-PATH        PIC X(60).
       01  WS-GOLDEN-PATH      PIC X(60).
       01  WS-SOURCE-PATH      PIC X(60).
       01  WS-PICK             PIC 9(2) VALUE 0.
       01  WS-PICK-SLOT        PIC 9(2) VALUE 0.
       01  WS-QUOTE-COUNT      PIC 9(2) VALUE 0.
       01  WS-SHOWN-COUNT      PIC 9(2) VALUE 0.
       01  WS-COMMAND          PIC X(300).
       01  WS-COMMAND-RC       PIC S9(9) VALUE 0.
       01  WS-DELETE-NAME      PIC X(10) VALUE "exwork".
       01  WS-RESULT           PIC X VALUE " ".
       01  WS-PR-PROMPT        PIC X(60).
       01  WS-PR-NUM-BUFFER    PIC X(18).

      *    THE LINE-BY-LINE COMPARISON.
       01  COMPARE-WORK.
           05 WS-LINE-NO       PIC 9(4) VALUE 0.
           05 WS-LINES-WRONG   PIC 9(4) VALUE 0.
           05 WS-FIRST-WRONG   PIC 9(4) VALUE 0.
           05 WS-EXPECTED      PIC X(132).
           05 WS-GOT           PIC X(132).

      *    A PROGRAM STILL RUNNING AFTER THIS MANY SECONDS IS
      *    ASSUMED TO BE LOOPING OR WAITING FOR INPUT.
       01  WS-RUN-SECONDS      PIC 9(2) VALUE 30.
      *    THE STATUS timeout HANDS BACK WHEN IT HAD TO STOP IT.
       01  WS-TIMED-OUT-RC     PIC S9(9) VALUE 124.

       01  EXERCISE-TABLE.
           05 WS-ET-COUNT      PIC 9(2) VALUE 0.
           05 ET-ENTRY OCCURS 20 TIMES.
               10 ETE-EXERCISE-NO PIC 9(2).
               10 ETE-TITLE       PIC X(40).
               10 ETE-STATEMENT   PIC X(40).
               10 ETE-INPUT       PIC X(40).
               10 ETE-GOLDEN      PIC X(40).
               10 ETE-TRIES       PIC 9(3).
               10 ETE-PASSED      PIC X.
       01  E                   PIC 9(2) VALUE 1.

       LINKAGE SECTION.
       01  LS-LEARNER-ID       PIC X(15).
       01  LS-MODULE-NAME      PIC X(20).

       PROCEDURE DIVISION USING LS-LEARNER-ID LS-MODULE-NAME.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-MODULE-EXERCISES
           IF WS-ET-COUNT = 0
               DISPLAY "NO EXERCISES ON FILE FOR "
                   FUNCTION TRIM(LS-MODULE-NAME) "."
               GOBACK
           END-IF
           PERFORM 0150-LOAD-PAST-ATTEMPTS
           PERFORM 0200-PICK-AN-EXERCISE THRU 0200-EXIT
           IF WS-PICK-SLOT = 0
               GOBACK
           END-IF
           PERFORM 0300-SHOW-THE-STATEMENT
           PERFORM 0400-ACCEPT-THE-SOURCE THRU 0400-EXIT
           IF WS-SOURCE-PATH = SPACES
               GOBACK
           END-IF
           PERFORM 0500-COMPILE-THE-SOURCE THRU 0500-EXIT
           IF WS-RESULT NOT = "C"
               PERFORM 0600-RUN-THE-PROGRAM
               PERFORM 0700-COMPARE-THE-OUTPUT THRU 0700-EXIT
           END-IF
           PERFORM 0800-RECORD-THE-ATTEMPT
           EVALUATE WS-RESULT
               WHEN "P"
                   DISPLAY "PASSED -- YOUR OUTPUT MATCHES LINE FOR "
                       "LINE. THE MODULE NOW COUNTS AS COMPLETE ON "
                       "YOUR PATH."
               WHEN "F"
                   DISPLAY "NOT PASSED YET -- " WS-LINES-WRONG
                       " LINE(S) DIFFER. FIRST DIFFERENCE AT LINE "
                       WS-FIRST-WRONG ":"
                   DISPLAY "  EXPECTED: " FUNCTION TRIM(WS-EXPECTED
                       TRAILING)
                   DISPLAY "  GOT:      " FUNCTION TRIM(WS-GOT
                       TRAILING)
               WHEN OTHER
                   DISPLAY "NOT PASSED YET -- YOUR SOURCE DID NOT "
                       "COMPILE."
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-LOAD-MODULE-EXERCISES.
           MOVE 0 TO WS-ET-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EXERCISE-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-ET-COUNT = 20
               READ EXERCISE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EX-MODULE = LS-MODULE-NAME
                           ADD 1 TO WS-ET-COUNT
                           MOVE EX-EXERCISE-NO
                               TO ETE-EXERCISE-NO(WS-ET-COUNT)
                           MOVE EX-TITLE TO ETE-TITLE(WS-ET-COUNT)
                           MOVE EX-STATEMENT
                               TO ETE-STATEMENT(WS-ET-COUNT)
                           MOVE EX-INPUT TO ETE-INPUT(WS-ET-COUNT)
                           MOVE EX-GOLDEN TO ETE-GOLDEN(WS-ET-COUNT)
                           MOVE 0 TO ETE-TRIES(WS-ET-COUNT)
                           MOVE "N" TO ETE-PASSED(WS-ET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXERCISE-FILE.

       0150-LOAD-PAST-ATTEMPTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ATTEMPT-FILE
           IF WS-XA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTEMPT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF XA-LEARNER = LS-LEARNER-ID
                               AND XA-MODULE = LS-MODULE-NAME
                           PERFORM 0160-NOTE-PAST-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTEMPT-FILE.

       0160-NOTE-PAST-ATTEMPT.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ET-COUNT
               IF ETE-EXERCISE-NO(E) = XA-EXERCISE-NO
                   IF ETE-TRIES(E) < 999
                       ADD 1 TO ETE-TRIES(E)
                   END-IF
                   IF XA-RESULT = "P"
                       MOVE "Y" TO ETE-PASSED(E)
                   END-IF
               END-IF
           END-PERFORM.

       0200-PICK-AN-EXERCISE.
           MOVE 0 TO WS-PICK-SLOT
           DISPLAY " "
           DISPLAY "----- " FUNCTION TRIM(LS-MODULE-NAME)
               " EXERCISES -----"
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ET-COUNT
               IF ETE-PASSED(E) = "Y"
                   DISPLAY ETE-EXERCISE-NO(E) "  " ETE-TITLE(E)
                       "  PASSED"
               ELSE
                   DISPLAY ETE-EXERCISE-NO(E) "  " ETE-TITLE(E)
                       "  TRIES " ETE-TRIES(E)
               END-IF
           END-PERFORM
           MOVE "WHICH EXERCISE (0 TO GO BACK)? " TO WS-PR-PROMPT
           CALL "NUMVALID" USING WS-PR-PROMPT WS-PR-NUM-BUFFER
           MOVE WS-PR-NUM-BUFFER TO WS-PICK
           IF WS-PICK = 0
               GO TO 0200-EXIT
           END-IF
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ET-COUNT
               IF ETE-EXERCISE-NO(E) = WS-PICK
                   MOVE E TO WS-PICK-SLOT
               END-IF
           END-PERFORM
           IF WS-PICK-SLOT = 0
               DISPLAY "NO EXERCISE " WS-PICK " FOR "
                   FUNCTION TRIM(LS-MODULE-NAME) "."
           END-IF.
       0200-EXIT.
           EXIT.

       0300-SHOW-THE-STATEMENT.
           DISPLAY " "
           DISPLAY "EXERCISE " ETE-EXERCISE-NO(WS-PICK-SLOT) ": "
               ETE-TITLE(WS-PICK-SLOT)
           MOVE ETE-STATEMENT(WS-PICK-SLOT) TO WS-TEXT-PATH
           MOVE "N" TO WS-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "(THE STATEMENT " FUNCTION TRIM(WS-TEXT-PATH)
                   " IS NOT ON FILE -- ASK YOUR INSTRUCTOR.)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(TEXT-RECORD TRAILING)
               END-READ
           END-PERFORM
           CLOSE TEXT-FILE.

      *    THE PATH GOES TO THE SHELL IN SINGLE QUOTES, SO A QUOTE
      *    INSIDE IT IS REFUSED RATHER THAN PASSED ON.
       0400-ACCEPT-THE-SOURCE.
           DISPLAY " "
           DISPLAY "PATH TO YOUR SOURCE FILE (BLANK TO GO BACK): "
           MOVE SPACES TO WS-SOURCE-PATH
           ACCEPT WS-SOURCE-PATH
           IF WS-SOURCE-PATH = SPACES
               GO TO 0400-EXIT
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-SOURCE-PATH TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-QUOTE-COUNT > 0
               DISPLAY "A SOURCE PATH CANNOT CONTAIN A QUOTE."
               MOVE SPACES TO WS-SOURCE-PATH
               GO TO 0400-EXIT
           END-IF
           MOVE WS-SOURCE-PATH TO WS-TEXT-PATH
           OPEN INPUT TEXT-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT READ " FUNCTION TRIM(WS-SOURCE-PATH)
                   "."
               MOVE SPACES TO WS-SOURCE-PATH
               GO TO 0400-EXIT
           END-IF
           CLOSE TEXT-FILE.
       0400-EXIT.
           EXIT.

      *    THE OLD exwork GOES FIRST SO A FAILED COMPILE CANNOT BE
      *    GRADED ON LAST TIME'S PROGRAM.
       0500-COMPILE-THE-SOURCE.
           MOVE " " TO WS-RESULT
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE SPACES TO WS-COMMAND
           STRING "cobc -x -o exwork '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOURCE-PATH) DELIMITED BY SIZE
               "' > exwork.err 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-COMMAND-RC
           IF WS-COMMAND-RC = 0
               GO TO 0500-EXIT
           END-IF
           MOVE "C" TO WS-RESULT
           DISPLAY "YOUR SOURCE DID NOT COMPILE:"
           MOVE "exwork.err" TO WS-TEXT-PATH
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-SHOWN-COUNT
           OPEN INPUT TEXT-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-SHOWN-COUNT = 10
               READ TEXT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SHOWN-COUNT
                       DISPLAY "  " FUNCTION TRIM(TEXT-RECORD
                           TRAILING)
               END-READ
           END-PERFORM
           CLOSE TEXT-FILE.
       0500-EXIT.
           EXIT.

       0600-RUN-THE-PROGRAM.
           MOVE SPACES TO WS-COMMAND
           IF ETE-INPUT(WS-PICK-SLOT) = SPACES
               STRING "timeout " WS-RUN-SECONDS
                   " ./exwork < /dev/null > exwork.out 2>&1"
                   DELIMITED BY SIZE INTO WS-COMMAND
           ELSE
               STRING "timeout " WS-RUN-SECONDS " ./exwork < '"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ETE-INPUT(WS-PICK-SLOT))
                       DELIMITED BY SIZE
                   "' > exwork.out 2>&1" DELIMITED BY SIZE
                   INTO WS-COMMAND
           END-IF
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-COMMAND-RC
           IF WS-COMMAND-RC = WS-TIMED-OUT-RC
               DISPLAY "YOUR PROGRAM WAS STILL RUNNING AFTER "
                   WS-RUN-SECONDS " SECONDS AND WAS STOPPED."
           END-IF.

      *    BOTH FILES ARE READ IN STEP. A LINE ONE HAS AND THE
      *    OTHER DOES NOT IS A DIFFERENCE TOO. TRAILING SPACES DO
      *    NOT COUNT.
       0700-COMPARE-THE-OUTPUT.
           MOVE "F" TO WS-RESULT
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-LINES-WRONG
           MOVE 0 TO WS-FIRST-WRONG
           MOVE ETE-GOLDEN(WS-PICK-SLOT) TO WS-GOLDEN-PATH
           OPEN INPUT GOLDEN-FILE
           IF WS-GD-FILE-STATUS NOT = "00"
               DISPLAY "THE GOLDEN FILE " FUNCTION TRIM(WS-GOLDEN-PATH)
                   " IS NOT ON FILE -- ASK YOUR INSTRUCTOR."
               GO TO 0700-EXIT
           END-IF
           OPEN INPUT OUTPUT-FILE
           IF WS-OU-FILE-STATUS NOT = "00"
               CLOSE GOLDEN-FILE
               DISPLAY "YOUR PROGRAM PRODUCED NO OUTPUT."
               MOVE 1 TO WS-LINES-WRONG
               MOVE 1 TO WS-FIRST-WRONG
               GO TO 0700-EXIT
           END-IF
           MOVE "N" TO WS-GD-EOF
           MOVE "N" TO WS-OU-EOF
           PERFORM UNTIL WS-GD-EOF = "Y" AND WS-OU-EOF = "Y"
               PERFORM 0750-COMPARE-ONE-LINE
           END-PERFORM
           CLOSE GOLDEN-FILE
           CLOSE OUTPUT-FILE
           IF WS-LINES-WRONG = 0
               MOVE "P" TO WS-RESULT
           END-IF.
       0700-EXIT.
           EXIT.

       0750-COMPARE-ONE-LINE.
           MOVE SPACES TO GOLDEN-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-GD-EOF = "N"
               READ GOLDEN-FILE
                   AT END
                       MOVE "Y" TO WS-GD-EOF
               END-READ
           END-IF
           IF WS-OU-EOF = "N"
               READ OUTPUT-FILE
                   AT END
                       MOVE "Y" TO WS-OU-EOF
               END-READ
           END-IF
           IF WS-GD-EOF = "Y" AND WS-OU-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-NO
           IF GOLDEN-RECORD NOT = OUTPUT-RECORD
                   OR WS-GD-EOF NOT = WS-OU-EOF
               ADD 1 TO WS-LINES-WRONG
               IF WS-FIRST-WRONG = 0
                   MOVE WS-LINE-NO TO WS-FIRST-WRONG
                   IF WS-GD-EOF = "Y"
                       MOVE "(NOTHING -- YOUR OUTPUT IS TOO LONG)"
                           TO WS-EXPECTED
                   ELSE
                       MOVE GOLDEN-RECORD TO WS-EXPECTED
                   END-IF
                   IF WS-OU-EOF = "Y"
                       MOVE "(NOTHING -- YOUR OUTPUT STOPPED SHORT)"
                           TO WS-GOT
                   ELSE
                       MOVE OUTPUT-RECORD TO WS-GOT
                   END-IF
               END-IF
           END-IF.

       0800-RECORD-THE-ATTEMPT.
           OPEN EXTEND ATTEMPT-FILE
           IF WS-XA-FILE-STATUS NOT = "00"
      *        ATTEMPTS DO NOT EXIST YET - CREATE THE FILE, THEN
      *        RE-OPEN FOR EXTEND SO THE ATTEMPT IS RECORDED.
               OPEN OUTPUT ATTEMPT-FILE
               CLOSE ATTEMPT-FILE
               OPEN EXTEND ATTEMPT-FILE
           END-IF
           MOVE LS-LEARNER-ID TO XA-LEARNER
           MOVE LS-MODULE-NAME TO XA-MODULE
           MOVE ETE-EXERCISE-NO(WS-PICK-SLOT) TO XA-EXERCISE-NO
           MOVE WS-RESULT TO XA-RESULT
           MOVE WS-LINES-WRONG TO XA-LINES-WRONG
           MOVE WS-TODAY TO XA-DATE
           WRITE ATTEMPT-RECORD
           CLOSE ATTEMPT-FILE.
