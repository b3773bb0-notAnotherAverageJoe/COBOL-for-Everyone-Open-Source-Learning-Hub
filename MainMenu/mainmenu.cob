      *    FINISHED PATH PRINTS A COMPLETION CERTIFICATE (ONCE) TO
      *    pathcert.txt. WITH NO PATH FILE ON DISK THE MENU BEHAVES
      *    AS IT ALWAYS DID.
      *    AT SIGN-IN THE LEARNER IS ALSO SHOWN EVERY ASSIGNMENT
      *    THEIR COHORTS HAVE SET (cohortmembers.dat AND
      *    cohortassign.dat, MAINTAINED BY cohortmaint.cob) THAT IS
      *    NOT YET COMPLETE -- UPCOMING, OR OVERDUE ONCE THE DUE DATE
      *    HAS PASSED. A PATH ASSIGNMENT IS COMPLETE WHEN EVERY STEP
      *    ON THE PATH IS.
      *    A MODULE WITH HANDS-ON EXERCISES ON exercises.dat OFFERS
      *    THEM AFTER EACH RUN (SEE exsubmit.cob, WHICH COMPILES AND
      *    GRADES THE LEARNER'S OWN SOURCE). A PASSED EXERCISE MAKES
      *    THE MODULE COMPLETE JUST AS A PASSED QUIZ DOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CERT-LOG-FILE ASSIGN TO "pathcerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT COHORT-MEMBER-FILE ASSIGN TO "cohortmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT COHORT-ASSIGN-FILE ASSIGN TO "cohortassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT EXERCISE-FILE ASSIGN TO "exercises.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT EX-ATTEMPT-FILE ASSIGN TO "exattempts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CL-PATH-NAME     PIC X(12).
           05 CL-ISSUE-DATE    PIC X(8).

      *    SAME LAYOUTS cohortmaint.cob WRITES.
       FD  COHORT-MEMBER-FILE.
       01  COHORT-MEMBER-RECORD.
           05 CM-COHORT-ID     PIC X(8).
           05 CM-LEARNER       PIC X(15).

       FD  COHORT-ASSIGN-FILE.
       01  COHORT-ASSIGN-RECORD.
           05 CA-COHORT-ID     PIC X(8).
           05 CA-KIND          PIC X.
           05 CA-TARGET        PIC X(20).
           05 CA-DUE-DATE      PIC X(8).

      *    SAME LAYOUTS exsubmit.cob READS AND WRITES -- THE MENU
      *    ONLY NEEDS WHICH MODULES HAVE EXERCISES, AND THE PASSES.
       FD  EXERCISE-FILE.
       01  EXERCISE-RECORD.
           05 EX-MODULE        PIC X(20).
           05 EX-REST          PIC X(162).

       FD  EX-ATTEMPT-FILE.
       01  EX-ATTEMPT-RECORD.
           05 XA-LEARNER       PIC X(15).
           05 XA-MODULE        PIC X(20).
           05 XA-EXERCISE-NO   PIC 9(2).
           05 XA-RESULT        PIC X.
           05 XA-LINES-WRONG   PIC 9(4).
           05 XA-DATE          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE PIC 99 VALUE 0.
       01  WS-LEARNER-ID PIC X(15).
       01  WS-QS-EOF PIC X VALUE "N".
       01  WS-PG-EOF PIC X VALUE "N".
       01  WS-CL-EOF PIC X VALUE "N".
       01  WS-CM-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CA-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CM-EOF PIC X VALUE "N".
       01  WS-CA-EOF PIC X VALUE "N".
       01  WS-EX-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-XA-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-EX-EOF PIC X VALUE "N".
       01  WS-XA-EOF PIC X VALUE "N".

      *    THE PROGRESS LINE AS 0900 WRITES IT, FOR READING BACK.
       01  WS-PROGRESS-PARSE.
               10 BKE-MODULE   PIC X(20).
       01  B                   PIC 9(2) VALUE 1.

       01  EXERCISED-TABLE.
           05 WS-XE-COUNT      PIC 9(2) VALUE 0.
           05 XE-ENTRY OCCURS 20 TIMES.
               10 XEE-MODULE   PIC X(20).
       01  X                   PIC 9(2) VALUE 1.

       01  GUIDE-WORK.
           05 WS-CHECK-MODULE  PIC X(20) VALUE SPACES.
           05 WS-MODULE-DONE   PIC X VALUE "N".
           05 WS-MODULE-BANKED PIC X VALUE "N".
           05 WS-MODULE-EXERCISED PIC X VALUE "N".
           05 WS-NEXT-STEP     PIC X(20) VALUE SPACES.
           05 WS-PATH-DONE     PIC X VALUE "Y".
           05 WS-LOCKED        PIC X VALUE "N".
           05 WS-QUIZ-ANSWER   PIC X VALUE " ".
       01  WS-CERT-LINE        PIC X(60).

      *    THE COHORTS THIS LEARNER BELONGS TO, AND WHAT THEY SET.
       01  MY-COHORT-TABLE.
           05 WS-MC-COUNT      PIC 9(2) VALUE 0.
           05 MC-ENTRY OCCURS 20 TIMES.
               10 MCE-COHORT-ID PIC X(8).
       01  K                   PIC 9(2) VALUE 1.
       01  ASSIGN-WORK.
           05 WS-TODAY         PIC X(8) VALUE SPACES.
           05 WS-IN-MY-COHORT  PIC X VALUE "N".
           05 WS-ASSIGN-DONE   PIC X VALUE "N".
           05 WS-ASSIGN-SHOWN  PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE MENU NOW KNOWS WHO IS DRIVING IT -- SIGN-ON RETURNS
           ACCEPT WS-LEARNER-ID
           PERFORM 0050-LOAD-PATHS
           PERFORM 0060-LOAD-QUIZ-BANK-MODULES
           PERFORM 0066-LOAD-EXERCISE-MODULES
           PERFORM 0070-LOAD-LEARNER-STATE
           PERFORM 0090-SHOW-ASSIGNMENTS
           PERFORM UNTIL WS-MENU-CHOICE = 99
               PERFORM 0150-SHOW-PATH-GUIDE
               PERFORM 0100-SHOW-MENU
               MOVE QB-MODULE TO BKE-MODULE(WS-BK-COUNT)
           END-IF.

       0066-LOAD-EXERCISE-MODULES.
           MOVE 0 TO WS-XE-COUNT
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXERCISE-FILE
           IF WS-EX-FILE-STATUS = "00"
               PERFORM UNTIL WS-EX-EOF = "Y"
                   READ EXERCISE-FILE
                       AT END
                           MOVE "Y" TO WS-EX-EOF
                       NOT AT END
                           PERFORM 0067-NOTE-EXERCISED-MODULE
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-FILE
           END-IF.

       0067-NOTE-EXERCISED-MODULE.
           MOVE "N" TO WS-MODULE-EXERCISED
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-XE-COUNT
               IF XEE-MODULE(X) = EX-MODULE
                   MOVE "Y" TO WS-MODULE-EXERCISED
               END-IF
           END-PERFORM
           IF WS-MODULE-EXERCISED = "N" AND WS-XE-COUNT < 20
               ADD 1 TO WS-XE-COUNT
               MOVE EX-MODULE TO XEE-MODULE(WS-XE-COUNT)
           END-IF.

      *    WHAT THIS LEARNER HAS RUN (learnerprogress.dat) AND
      *    WHAT THEY HAVE PASSED (quizscores.dat, AND THE EXERCISES
      *    ON exattempts.dat).
       0070-LOAD-LEARNER-STATE.
           MOVE 0 TO WS-DN-COUNT
           MOVE "N" TO WS-PG-EOF
                   END-READ
               END-PERFORM
               CLOSE QUIZ-SCORE-FILE
           END-IF
           MOVE "N" TO WS-XA-EOF
           OPEN INPUT EX-ATTEMPT-FILE
           IF WS-XA-FILE-STATUS = "00"
               PERFORM UNTIL WS-XA-EOF = "Y"
                   READ EX-ATTEMPT-FILE
                       AT END
                           MOVE "Y" TO WS-XA-EOF
                       NOT AT END
                           IF XA-LEARNER = WS-LEARNER-ID
                                   AND XA-RESULT = "P"
                                   AND WS-PS-COUNT < 50
                               ADD 1 TO WS-PS-COUNT
                               MOVE XA-MODULE
                                   TO PSE-MODULE(WS-PS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX-ATTEMPT-FILE
           END-IF.

       0075-NOTE-DONE-MODULE.
               MOVE WP-MODULE TO DNE-MODULE(WS-DN-COUNT)
           END-IF.

      *    GENUINELY COMPLETE: A PASSED QUIZ OR EXERCISE WHERE THE
      *    MODULE HAS A QUESTION BANK OR EXERCISES, OR A LOGGED RUN
      *    WHERE IT HAS NEITHER.
       0080-IS-MODULE-COMPLETE.
           MOVE "N" TO WS-MODULE-BANKED
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BK-COUNT
                   MOVE "Y" TO WS-MODULE-BANKED
               END-IF
           END-PERFORM
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-XE-COUNT
               IF XEE-MODULE(X) = WS-CHECK-MODULE
                   MOVE "Y" TO WS-MODULE-BANKED
               END-IF
           END-PERFORM
           MOVE "N" TO WS-MODULE-DONE
           IF WS-MODULE-BANKED = "Y"
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-PS-COUNT
               END-PERFORM
           END-IF.

      *    WHAT THE LEARNER'S COHORTS HAVE SET THAT IS STILL OPEN.
      *    NOTHING IS SHOWN FOR A LEARNER IN NO COHORT.
       0090-SHOW-ASSIGNMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-MC-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT COHORT-MEMBER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CM-EOF = "Y"
               READ COHORT-MEMBER-FILE
                   AT END
                       MOVE "Y" TO WS-CM-EOF
                   NOT AT END
                       IF CM-LEARNER = WS-LEARNER-ID
                               AND WS-MC-COUNT < 20
                           ADD 1 TO WS-MC-COUNT
                           MOVE CM-COHORT-ID
                               TO MCE-COHORT-ID(WS-MC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COHORT-MEMBER-FILE
           IF WS-MC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ASSIGN-SHOWN
           MOVE "N" TO WS-CA-EOF
           OPEN INPUT COHORT-ASSIGN-FILE
           IF WS-CA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CA-EOF = "Y"
               READ COHORT-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-CA-EOF
                   NOT AT END
                       PERFORM 0095-SHOW-ONE-ASSIGNMENT
               END-READ
           END-PERFORM
           CLOSE COHORT-ASSIGN-FILE
           IF WS-ASSIGN-SHOWN = 0
               DISPLAY "ALL YOUR COHORT ASSIGNMENTS ARE DONE."
           END-IF.

       0095-SHOW-ONE-ASSIGNMENT.
           MOVE "N" TO WS-IN-MY-COHORT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MC-COUNT
               IF MCE-COHORT-ID(K) = CA-COHORT-ID
                   MOVE "Y" TO WS-IN-MY-COHORT
               END-IF
           END-PERFORM
           IF WS-IN-MY-COHORT = "N"
               EXIT PARAGRAPH
           END-IF
           IF CA-KIND = "P"
               MOVE "Y" TO WS-ASSIGN-DONE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-LP-COUNT
                   IF LPE-PATH-NAME(P) = CA-TARGET
                       MOVE LPE-MODULE(P) TO WS-CHECK-MODULE
                       PERFORM 0080-IS-MODULE-COMPLETE
                       IF WS-MODULE-DONE = "N"
                           MOVE "N" TO WS-ASSIGN-DONE
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE CA-TARGET TO WS-CHECK-MODULE
               PERFORM 0080-IS-MODULE-COMPLETE
               MOVE WS-MODULE-DONE TO WS-ASSIGN-DONE
           END-IF
           IF WS-ASSIGN-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSIGN-SHOWN = 0
               DISPLAY "YOUR COHORT ASSIGNMENTS STILL OPEN:"
           END-IF
           ADD 1 TO WS-ASSIGN-SHOWN
           IF CA-DUE-DATE < WS-TODAY
               DISPLAY "  OVERDUE   " CA-TARGET " WAS DUE "
                   CA-DUE-DATE " (COHORT " CA-COHORT-ID ")"
           ELSE
               DISPLAY "  UPCOMING  " CA-TARGET " DUE "
                   CA-DUE-DATE " (COHORT " CA-COHORT-ID ")"
           END-IF.

      *    ONE LINE PER PATH: THE FIRST STEP NOT YET COMPLETE IS
      *    THE NEXT STEP. A PATH WITH NO STEPS LEFT EARNS THE
      *    CERTIFICATE.
                   PERFORM 0900-LOG-PROGRESS
                   PERFORM 0850-NOTE-THE-FRESH-RUN
                   PERFORM 0500-OFFER-THE-QUIZ
                   PERFORM 0550-OFFER-THE-EXERCISES
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    A MODULE WITH HANDS-ON EXERCISES OFFERS THEM TOO -- A
      *    PASSED EXERCISE COUNTS THE SAME AS A PASSED QUIZ.
       0550-OFFER-THE-EXERCISES.
           MOVE "N" TO WS-MODULE-EXERCISED
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-XE-COUNT
               IF XEE-MODULE(X) = WS-MODULE-NAME
                   MOVE "Y" TO WS-MODULE-EXERCISED
               END-IF
           END-PERFORM
           IF WS-MODULE-EXERCISED = "Y"
               DISPLAY "SUBMIT A " FUNCTION TRIM(WS-MODULE-NAME)
                   " EXERCISE NOW (Y/N)? "
               ACCEPT WS-QUIZ-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-QUIZ-ANSWER)
                   TO WS-QUIZ-ANSWER
               IF WS-QUIZ-ANSWER = "Y"
                   CALL "EXSUBMIT" USING WS-LEARNER-ID
                       WS-MODULE-NAME
                   PERFORM 0070-LOAD-LEARNER-STATE
               END-IF
           END-IF.

       0900-LOG-PROGRESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND PROGRESS-FILE
