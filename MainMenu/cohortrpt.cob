       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORTRPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    WEEKLY COHORT ASSIGNMENT STATUS REPORT FOR THE
      *            INSTRUCTORS. FOR EVERY COHORT ON cohorts.dat (SEE
      *            cohortmaint.cob) IT LISTS EACH MEMBER AGAINST
      *            EVERY ASSIGNMENT THE COHORT HAS SET, WITH ITS
      *            STATUS AS AT TODAY:
      *              ON TIME  COMPLETED ON OR BEFORE THE DUE DATE;
      *              LATE     COMPLETED AFTER THE DUE DATE;
      *              OVERDUE  NOT COMPLETED AND THE DUE DATE HAS
      *                       PASSED;
      *              OPEN     NOT COMPLETED, NOT YET DUE.
      *            COMPLETE MEANS WHAT IT MEANS TO MAINMENU: A
      *            PASSED QUIZ OR HANDS-ON EXERCISE WHERE quizbank.dat
      *            OR exercises.dat HAS ANY FOR THE MODULE, OTHERWISE
      *            A LOGGED RUN ON learnerprogress.dat -- THE
      *            COMPLETION DATE IS THE FIRST SUCH PASS OR RUN. A
      *            PATH ASSIGNMENT IS COMPLETE WHEN ITS LAST
      *            OUTSTANDING STEP IS. THE
      *            QUIZ COLUMN CARRIES THE LEARNER'S BEST SCORE AND
      *            NUMBER OF ATTEMPTS FROM quizscores.dat FOR A
      *            MODULE, OR STEPS DONE FOR A PATH. COHORT TOTALS
      *            CLOSE EACH COHORT. THE REPORT GOES THROUGH THE
      *            SHARED PRINT SERVICES TO cohortrpt.rpt. RUN
      *            WEEKLY. UPDATES NOTHING.
      *    compile with (from the repo root) ->
      *        cobc -x -o cohortrpt MainMenu/cohortrpt.cob
      *    then run ./cohortrpt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-FILE ASSIGN TO "cohorts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "cohortmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "cohortassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT PATH-FILE ASSIGN TO "learnpaths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.
           SELECT QUIZ-BANK-FILE ASSIGN TO "quizbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QB-FILE-STATUS.
           SELECT QUIZ-SCORE-FILE ASSIGN TO "quizscores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QS-FILE-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "learnerprogress.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT EXERCISE-FILE ASSIGN TO "exercises.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT EX-ATTEMPT-FILE ASSIGN TO "exattempts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUTS cohortmaint.cob WRITES.
       FD  COHORT-FILE.
       01  COHORT-RECORD.
           05 CH-COHORT-ID     PIC X(8).
           05 CH-INSTRUCTOR    PIC X(20).
           05 CH-START-DATE    PIC X(8).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 CM-COHORT-ID     PIC X(8).
           05 CM-LEARNER       PIC X(15).

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 CA-COHORT-ID     PIC X(8).
           05 CA-KIND          PIC X.
           05 CA-TARGET        PIC X(20).
           05 CA-DUE-DATE      PIC X(8).

       FD  PATH-FILE.
       01  PATH-RECORD.
           05 LP-PATH-NAME     PIC X(12).
           05 LP-SEQ           PIC 9(2).
           05 LP-MODULE        PIC X(20).

      *    ONLY THE MODULE NAME MATTERS HERE -- SEE quizrun.cob.
       FD  QUIZ-BANK-FILE.
       01  QUIZ-BANK-RECORD.
           05 QB-MODULE        PIC X(20).
           05 QB-REST          PIC X(123).

       FD  QUIZ-SCORE-FILE.
       01  QUIZ-SCORE-RECORD.
           05 QS-LEARNER       PIC X(15).
           05 QS-MODULE        PIC X(20).
           05 QS-SCORE         PIC 9(3).
           05 QS-PASS          PIC X.
           05 QS-DATE          PIC X(8).

      *    SAME LINE MAINMENU'S 0900-LOG-PROGRESS WRITES.
       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD.
           05 PR-DATE          PIC X(8).
           05 FILLER           PIC X(17).
           05 PR-LEARNER-ID    PIC X(15).
           05 FILLER           PIC X(9).
           05 PR-MODULE-NAME   PIC X(20).
           05 FILLER           PIC X(11).

      *    SAME LAYOUTS exsubmit.cob READS AND WRITES.
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
       01  WS-CH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-QB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-QS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-XA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).

       01  COHORT-TABLE.
           05 WS-CH-COUNT      PIC 9(3) VALUE 0.
           05 CH-ENTRY OCCURS 50 TIMES.
               10 CHE-COHORT-ID    PIC X(8).
               10 CHE-INSTRUCTOR   PIC X(20).
               10 CHE-START-DATE   PIC X(8).
       01  C                   PIC 9(3) VALUE 1.

       01  MEMBER-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 500 TIMES.
               10 CME-COHORT-ID    PIC X(8).
               10 CME-LEARNER      PIC X(15).
       01  M                   PIC 9(3) VALUE 1.

       01  ASSIGN-TABLE.
           05 WS-CA-COUNT      PIC 9(3) VALUE 0.
           05 CA-ENTRY OCCURS 200 TIMES.
               10 CAE-COHORT-ID    PIC X(8).
               10 CAE-KIND         PIC X.
               10 CAE-TARGET       PIC X(20).
               10 CAE-DUE-DATE     PIC X(8).
       01  A                   PIC 9(3) VALUE 1.

       01  PATH-TABLE.
           05 WS-LP-COUNT      PIC 9(2) VALUE 0.
           05 LP-ENTRY OCCURS 50 TIMES.
               10 LPE-PATH-NAME PIC X(12).
               10 LPE-MODULE    PIC X(20).
       01  P                   PIC 9(2) VALUE 1.

       01  BANKED-TABLE.
           05 WS-BK-COUNT      PIC 9(2) VALUE 0.
           05 BK-ENTRY OCCURS 20 TIMES.
               10 BKE-MODULE   PIC X(20).
       01  B                   PIC 9(2) VALUE 1.

       01  EXERCISED-TABLE.
           05 WS-XE-COUNT      PIC 9(2) VALUE 0.
           05 XE-ENTRY OCCURS 20 TIMES.
               10 XEE-MODULE   PIC X(20).
       01  X                   PIC 9(2) VALUE 1.

      *    ONE ENTRY PER COHORT MEMBER PER MODULE THEY HAVE TOUCHED:
      *    FIRST LOGGED RUN, FIRST PASSED QUIZ, BEST SCORE, ATTEMPTS.
       01  ACTIVITY-TABLE.
           05 WS-AC-COUNT      PIC 9(4) VALUE 0.
           05 AC-ENTRY OCCURS 2000 TIMES.
               10 ACE-LEARNER      PIC X(15).
               10 ACE-MODULE       PIC X(20).
               10 ACE-RUN-DATE     PIC X(8).
               10 ACE-PASS-DATE    PIC X(8).
               10 ACE-BEST-SCORE   PIC 9(3).
               10 ACE-ATTEMPTS     PIC 9(2).
       01  T                   PIC 9(4) VALUE 1.
       01  WS-AC-SLOT          PIC 9(4) VALUE 0.
       01  WS-AC-FULL-SHOWN    PIC X VALUE "N".

       01  STATUS-WORK.
           05 WS-MEMBER-FOUND  PIC X VALUE "N".
           05 WS-FIND-LEARNER  PIC X(15).
           05 WS-FIND-MODULE   PIC X(20).
           05 WS-MODULE-BANKED PIC X VALUE "N".
           05 WS-MODULE-EXERCISED PIC X VALUE "N".
           05 WS-DONE-DATE     PIC X(8).
           05 WS-PATH-DONE-DATE PIC X(8).
           05 WS-PATH-STEPS    PIC 9(2) VALUE 0.
           05 WS-PATH-STEPS-DONE PIC 9(2) VALUE 0.
           05 WS-STATUS-TEXT   PIC X(7).
           05 WS-QUIZ-TEXT     PIC X(14).

       01  COHORT-TOTALS.
           05 WS-ON-TIME-COUNT PIC 9(4) VALUE 0.
           05 WS-LATE-COUNT    PIC 9(4) VALUE 0.
           05 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
           05 WS-OPEN-COUNT    PIC 9(4) VALUE 0.
       01  WS-SCORE-DISPLAY    PIC 9(3).
       01  WS-TRIES-DISPLAY    PIC 9(2).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-COHORTS
           IF WS-CH-COUNT = 0
               DISPLAY "NO COHORTS ON FILE YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-PATHS-AND-BANK
           PERFORM 0200-LOAD-ACTIVITY
           PERFORM 0300-PRINT-HEADING
           PERFORM 0400-REPORT-ONE-COHORT
               VARYING C FROM 1 BY 1 UNTIL C > WS-CH-COUNT
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY "COHORT REPORT WRITTEN TO cohortrpt.rpt."
           GOBACK.

       0100-LOAD-COHORTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT COHORT-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-CH-COUNT = 50
               READ COHORT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CH-COUNT
                       MOVE COHORT-RECORD TO CH-ENTRY(WS-CH-COUNT)
               END-READ
           END-PERFORM
           CLOSE COHORT-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-CM-COUNT = 500
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE MEMBER-RECORD TO CM-ENTRY(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT ASSIGN-FILE
           IF WS-CA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-CA-COUNT = 200
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CA-COUNT
                           MOVE ASSIGN-RECORD TO CA-ENTRY(WS-CA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       0150-LOAD-PATHS-AND-BANK.
           MOVE "N" TO WS-EOF
           OPEN INPUT PATH-FILE
           IF WS-LP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-LP-COUNT = 50
                   READ PATH-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LP-COUNT
                           MOVE LP-PATH-NAME
                               TO LPE-PATH-NAME(WS-LP-COUNT)
                           MOVE LP-MODULE TO LPE-MODULE(WS-LP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PATH-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT QUIZ-BANK-FILE
           IF WS-QB-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ QUIZ-BANK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE QB-MODULE TO WS-FIND-MODULE
                           PERFORM 0160-IS-MODULE-BANKED
                           IF WS-MODULE-BANKED = "N"
                                   AND WS-BK-COUNT < 20
                               ADD 1 TO WS-BK-COUNT
                               MOVE QB-MODULE
                                   TO BKE-MODULE(WS-BK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUIZ-BANK-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT EXERCISE-FILE
           IF WS-EX-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ EXERCISE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE EX-MODULE TO WS-FIND-MODULE
                           PERFORM 0170-IS-MODULE-EXERCISED
                           IF WS-MODULE-EXERCISED = "N"
                                   AND WS-XE-COUNT < 20
                               ADD 1 TO WS-XE-COUNT
                               MOVE EX-MODULE
                                   TO XEE-MODULE(WS-XE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-FILE
           END-IF.

       0160-IS-MODULE-BANKED.
           MOVE "N" TO WS-MODULE-BANKED
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BK-COUNT
               IF BKE-MODULE(B) = WS-FIND-MODULE
                   MOVE "Y" TO WS-MODULE-BANKED
               END-IF
           END-PERFORM.

       0170-IS-MODULE-EXERCISED.
           MOVE "N" TO WS-MODULE-EXERCISED
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-XE-COUNT
               IF XEE-MODULE(X) = WS-FIND-MODULE
                   MOVE "Y" TO WS-MODULE-EXERCISED
               END-IF
           END-PERFORM.

      *    ONLY COHORT MEMBERS' LINES ARE KEPT -- THE LOGS HOLD
      *    EVERY LEARNER THE HUB HAS EVER SEEN.
       0200-LOAD-ACTIVITY.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROGRESS-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PROGRESS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE PR-LEARNER-ID TO WS-FIND-LEARNER
                           MOVE PR-MODULE-NAME TO WS-FIND-MODULE
                           PERFORM 0250-FIND-ACTIVITY-SLOT
                           IF WS-AC-SLOT > 0
                               IF ACE-RUN-DATE(WS-AC-SLOT) = SPACES
                                   OR PR-DATE
                                       < ACE-RUN-DATE(WS-AC-SLOT)
                                   MOVE PR-DATE
                                       TO ACE-RUN-DATE(WS-AC-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESS-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT QUIZ-SCORE-FILE
           IF WS-QS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ QUIZ-SCORE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE QS-LEARNER TO WS-FIND-LEARNER
                           MOVE QS-MODULE TO WS-FIND-MODULE
                           PERFORM 0250-FIND-ACTIVITY-SLOT
                           IF WS-AC-SLOT > 0
                               PERFORM 0210-NOTE-ONE-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUIZ-SCORE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT EX-ATTEMPT-FILE
           IF WS-XA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ EX-ATTEMPT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XA-RESULT = "P"
                               MOVE XA-LEARNER TO WS-FIND-LEARNER
                               MOVE XA-MODULE TO WS-FIND-MODULE
                               PERFORM 0250-FIND-ACTIVITY-SLOT
                               PERFORM 0220-NOTE-EXERCISE-PASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX-ATTEMPT-FILE
           END-IF.

       0210-NOTE-ONE-ATTEMPT.
           IF ACE-ATTEMPTS(WS-AC-SLOT) < 99
               ADD 1 TO ACE-ATTEMPTS(WS-AC-SLOT)
           END-IF
           IF QS-SCORE > ACE-BEST-SCORE(WS-AC-SLOT)
               MOVE QS-SCORE TO ACE-BEST-SCORE(WS-AC-SLOT)
           END-IF
           IF QS-PASS = "Y"
               IF ACE-PASS-DATE(WS-AC-SLOT) = SPACES
                       OR QS-DATE < ACE-PASS-DATE(WS-AC-SLOT)
                   MOVE QS-DATE TO ACE-PASS-DATE(WS-AC-SLOT)
               END-IF
           END-IF.

       0220-NOTE-EXERCISE-PASS.
           IF WS-AC-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ACE-PASS-DATE(WS-AC-SLOT) = SPACES
                   OR XA-DATE < ACE-PASS-DATE(WS-AC-SLOT)
               MOVE XA-DATE TO ACE-PASS-DATE(WS-AC-SLOT)
           END-IF.

      *    FIND (OR OPEN) THE ENTRY FOR WS-FIND-LEARNER AND
      *    WS-FIND-MODULE. ZERO WHEN THE LEARNER IS IN NO COHORT.
       0250-FIND-ACTIVITY-SLOT.
           MOVE 0 TO WS-AC-SLOT
           MOVE "N" TO WS-MEMBER-FOUND
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               IF CME-LEARNER(M) = WS-FIND-LEARNER
                   MOVE "Y" TO WS-MEMBER-FOUND
               END-IF
           END-PERFORM
           IF WS-MEMBER-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0260-LOOK-UP-ACTIVITY
           IF WS-AC-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-COUNT = 2000
               IF WS-AC-FULL-SHOWN = "N"
                   DISPLAY "MORE THAN 2000 LEARNER/MODULE PAIRS -- "
                       "LATER ACTIVITY NOT COUNTED."
                   MOVE "Y" TO WS-AC-FULL-SHOWN
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-COUNT
           MOVE WS-AC-COUNT TO WS-AC-SLOT
           MOVE WS-FIND-LEARNER TO ACE-LEARNER(WS-AC-SLOT)
           MOVE WS-FIND-MODULE TO ACE-MODULE(WS-AC-SLOT)
           MOVE SPACES TO ACE-RUN-DATE(WS-AC-SLOT)
           MOVE SPACES TO ACE-PASS-DATE(WS-AC-SLOT)
           MOVE 0 TO ACE-BEST-SCORE(WS-AC-SLOT)
           MOVE 0 TO ACE-ATTEMPTS(WS-AC-SLOT).

       0260-LOOK-UP-ACTIVITY.
           MOVE 0 TO WS-AC-SLOT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-AC-COUNT
               IF ACE-LEARNER(T) = WS-FIND-LEARNER
                       AND ACE-MODULE(T) = WS-FIND-MODULE
                   MOVE T TO WS-AC-SLOT
               END-IF
           END-PERFORM.

       0300-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "cohortrpt.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "COHORT ASSIGNMENT STATUS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "LEARNER         ASSIGNMENT           DUE      "
               "STATUS  DONE     QUIZ"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0400-REPORT-ONE-COHORT.
           INITIALIZE COHORT-TOTALS
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING "COHORT " CHE-COHORT-ID(C) "  INSTRUCTOR "
               CHE-INSTRUCTOR(C) "  STARTED " CHE-START-DATE(C)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               IF CME-COHORT-ID(M) = CHE-COHORT-ID(C)
                   PERFORM 0500-REPORT-ONE-MEMBER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  TOTALS -- ON TIME " WS-ON-TIME-COUNT
               "  LATE " WS-LATE-COUNT
               "  OVERDUE " WS-OVERDUE-COUNT
               "  OPEN " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0500-REPORT-ONE-MEMBER.
           MOVE CME-LEARNER(M) TO WS-FIND-LEARNER
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-CA-COUNT
               IF CAE-COHORT-ID(A) = CHE-COHORT-ID(C)
                   PERFORM 0600-REPORT-ONE-ASSIGNMENT
               END-IF
           END-PERFORM.

       0600-REPORT-ONE-ASSIGNMENT.
           IF CAE-KIND(A) = "P"
               PERFORM 0650-PATH-STATUS
           ELSE
               MOVE CAE-TARGET(A) TO WS-FIND-MODULE
               PERFORM 0700-MODULE-DONE-DATE
               PERFORM 0750-MODULE-QUIZ-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-DONE-DATE NOT = SPACES
                       AND WS-DONE-DATE NOT > CAE-DUE-DATE(A)
                   MOVE "ON TIME" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ON-TIME-COUNT
               WHEN WS-DONE-DATE NOT = SPACES
                   MOVE "LATE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-LATE-COUNT
               WHEN CAE-DUE-DATE(A) < WS-TODAY
                   MOVE "OVERDUE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING CME-LEARNER(M) " " CAE-TARGET(A) " "
               CAE-DUE-DATE(A) " " WS-STATUS-TEXT " " WS-DONE-DATE
               " " WS-QUIZ-TEXT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    A PATH IS DONE ON THE DATE ITS LAST STEP WAS DONE -- AND
      *    NOT AT ALL WHILE ANY STEP IS STILL OUTSTANDING.
       0650-PATH-STATUS.
           MOVE 0 TO WS-PATH-STEPS
           MOVE 0 TO WS-PATH-STEPS-DONE
           MOVE SPACES TO WS-PATH-DONE-DATE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-LP-COUNT
               IF LPE-PATH-NAME(P) = CAE-TARGET(A)
                   ADD 1 TO WS-PATH-STEPS
                   MOVE LPE-MODULE(P) TO WS-FIND-MODULE
                   PERFORM 0700-MODULE-DONE-DATE
                   IF WS-DONE-DATE NOT = SPACES
                       ADD 1 TO WS-PATH-STEPS-DONE
                       IF WS-DONE-DATE > WS-PATH-DONE-DATE
                           MOVE WS-DONE-DATE TO WS-PATH-DONE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PATH-STEPS > 0
                   AND WS-PATH-STEPS-DONE = WS-PATH-STEPS
               MOVE WS-PATH-DONE-DATE TO WS-DONE-DATE
           ELSE
               MOVE SPACES TO WS-DONE-DATE
           END-IF
           MOVE SPACES TO WS-QUIZ-TEXT
           STRING "STEPS " WS-PATH-STEPS-DONE " OF " WS-PATH-STEPS
               DELIMITED BY SIZE INTO WS-QUIZ-TEXT.

      *    GENUINELY COMPLETE, AS MAINMENU'S 0080 HAS IT: THE FIRST
      *    PASSED QUIZ OR EXERCISE WHERE THERE IS A QUESTION BANK OR
      *    EXERCISES, OTHERWISE THE FIRST LOGGED RUN. SPACES WHEN NOT
      *    YET COMPLETE.
       0700-MODULE-DONE-DATE.
           MOVE SPACES TO WS-DONE-DATE
           PERFORM 0160-IS-MODULE-BANKED
           PERFORM 0170-IS-MODULE-EXERCISED
           PERFORM 0260-LOOK-UP-ACTIVITY
           IF WS-AC-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MODULE-BANKED = "Y" OR WS-MODULE-EXERCISED = "Y"
               MOVE ACE-PASS-DATE(WS-AC-SLOT) TO WS-DONE-DATE
           ELSE
               MOVE ACE-RUN-DATE(WS-AC-SLOT) TO WS-DONE-DATE
           END-IF.

       0750-MODULE-QUIZ-TEXT.
           MOVE SPACES TO WS-QUIZ-TEXT
           EVALUATE TRUE
               WHEN WS-AC-SLOT > 0
                       AND ACE-ATTEMPTS(WS-AC-SLOT) > 0
                   MOVE ACE-BEST-SCORE(WS-AC-SLOT)
                       TO WS-SCORE-DISPLAY
                   MOVE ACE-ATTEMPTS(WS-AC-SLOT) TO WS-TRIES-DISPLAY
                   STRING "BEST " WS-SCORE-DISPLAY " IN "
                       WS-TRIES-DISPLAY
                       DELIMITED BY SIZE INTO WS-QUIZ-TEXT
               WHEN WS-MODULE-BANKED = "Y"
                   MOVE "NOT ATTEMPTED" TO WS-QUIZ-TEXT
               WHEN OTHER
                   MOVE "NO QUIZ" TO WS-QUIZ-TEXT
           END-EVALUATE.
