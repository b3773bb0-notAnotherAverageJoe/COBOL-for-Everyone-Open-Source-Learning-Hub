       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORTMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    COHORT AND ASSIGNMENT MAINTENANCE. THE HUB TRACKED
      *            LEARNERS ONE BY ONE, BUT THE INSTRUCTORS TEACH IN
      *            COHORTS AND SET DEADLINES, AND "WHO HASN'T DONE
      *            TABLES YET" WAS ANSWERED BY READING THE
      *            PROGRESSREPORT MATRIX. THIS PROGRAM MAINTAINS:
      *              cohorts.dat       THE COHORT MASTER -- COHORT
      *                                ID, INSTRUCTOR, START DATE;
      *              cohortmembers.dat ONE LINE PER LEARNER ID IN A
      *                                COHORT;
      *              cohortassign.dat  ONE LINE PER ASSIGNMENT -- A
      *                                MENU MODULE ("M") OR A
      *                                LEARNING PATH ON learnpaths.dat
      *                                ("P") WITH ITS DUE DATE.
      *            MAINMENU SHOWS EACH LEARNER THEIR UPCOMING AND
      *            OVERDUE ASSIGNMENTS AT SIGN-IN, AND cohortrpt.cob
      *            IS THE INSTRUCTORS' WEEKLY STATUS REPORT. REMOVING
      *            A COHORT TAKES ITS MEMBERS AND ASSIGNMENTS WITH IT.
      *    compile with (from the repo root) ->
      *        cobc -x -o cohortmaint MainMenu/cohortmaint.cob
      *    then run ./cohortmaint

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

       DATA DIVISION.
       FILE SECTION.
       FD  COHORT-FILE.
       01  COHORT-RECORD.
           05 CH-COHORT-ID     PIC X(8).
           05 CH-INSTRUCTOR    PIC X(20).
           05 CH-START-DATE    PIC X(8).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 CM-COHORT-ID     PIC X(8).
           05 CM-LEARNER       PIC X(15).

      *    CA-KIND "M" = CA-TARGET IS A MENU MODULE NAME,
      *            "P" = CA-TARGET IS A PATH NAME ON learnpaths.dat.
       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 CA-COHORT-ID     PIC X(8).
           05 CA-KIND          PIC X.
           05 CA-TARGET        PIC X(20).
           05 CA-DUE-DATE      PIC X(8).

      *    SAME LAYOUT MAINMENU READS -- ONLY THE PATH NAMES ARE
      *    NEEDED HERE.
       FD  PATH-FILE.
       01  PATH-RECORD.
           05 LP-PATH-NAME     PIC X(12).
           05 LP-SEQ           PIC 9(2).
           05 LP-MODULE        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CH-EOF           PIC X VALUE "N".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-CA-EOF           PIC X VALUE "N".
       01  WS-LP-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-WORK-COHORT      PIC X(8).
       01  WS-WORK-LEARNER     PIC X(15).
       01  WS-WORK-KIND        PIC X.
       01  WS-WORK-TARGET      PIC X(20).
       01  WS-TARGET-OK        PIC X VALUE "N".

       01  COHORT-TABLE.
           05 WS-CH-COUNT      PIC 9(3) VALUE 0.
           05 CH-ENTRY OCCURS 50 TIMES.
               10 CHE-COHORT-ID    PIC X(8).
               10 CHE-INSTRUCTOR   PIC X(20).
               10 CHE-START-DATE   PIC X(8).
       01  C                   PIC 9(3) VALUE 1.
       01  WS-CH-INDEX         PIC 9(3) VALUE 0.

       01  MEMBER-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 500 TIMES.
               10 CME-COHORT-ID    PIC X(8).
               10 CME-LEARNER      PIC X(15).
       01  M                   PIC 9(3) VALUE 1.
       01  WS-CM-INDEX         PIC 9(3) VALUE 0.

       01  ASSIGN-TABLE.
           05 WS-CA-COUNT      PIC 9(3) VALUE 0.
           05 CA-ENTRY OCCURS 200 TIMES.
               10 CAE-COHORT-ID    PIC X(8).
               10 CAE-KIND         PIC X.
               10 CAE-TARGET       PIC X(20).
               10 CAE-DUE-DATE     PIC X(8).
       01  A                   PIC 9(3) VALUE 1.
       01  WS-CA-INDEX         PIC 9(3) VALUE 0.

      *    A REMOVAL CLOSES THE GAP BY COPYING DOWN -- KEPT IS THE
      *    NEXT FREE SLOT.
       01  WS-KEPT             PIC 9(3) VALUE 0.

      *    THE TWELVE MENU MODULES, IN MENU ORDER -- THE SAME LIST
      *    progressreport.cob CARRIES.
       01  MODULE-NAME-LIST.
           05 FILLER PIC X(20) VALUE "PrintFile".
           05 FILLER PIC X(20) VALUE "EvalUse".
           05 FILLER PIC X(20) VALUE "TableExample".
           05 FILLER PIC X(20) VALUE "TABLESONE".
           05 FILLER PIC X(20) VALUE "BUDGET-PLANNER".
           05 FILLER PIC X(20) VALUE "FVearning".
           05 FILLER PIC X(20) VALUE "NamesProgram".
           05 FILLER PIC X(20) VALUE "CALCUL1".
           05 FILLER PIC X(20) VALUE "GetAgeProgram".
           05 FILLER PIC X(20) VALUE "GuessNumberGame".
           05 FILLER PIC X(20) VALUE "FizzBuzzProgram".
           05 FILLER PIC X(20) VALUE "COPYBOOKS".
       01  MODULE-NAME-TABLE REDEFINES MODULE-NAME-LIST.
           05 MODULE-NAME OCCURS 12 TIMES PIC X(20).
       01  N                   PIC 9(2) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "COHORTMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-TABLES
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-CH-COUNT = 50 AND WS-CH-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 50 COHORTS ON cohorts.dat. "
                   "REMOVE FINISHED COHORTS BEFORE MAINTAINING "
                   "THEM HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CM-COUNT = 500 AND WS-CM-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 500 LINES ON cohortmembers.dat. "
                   "REMOVE FINISHED COHORTS BEFORE MAINTAINING "
                   "THEM HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CA-COUNT = 200 AND WS-CA-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 200 LINES ON cohortassign.dat. "
                   "REMOVE FINISHED COHORTS BEFORE MAINTAINING "
                   "THEM HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "C"
                       PERFORM 0300-SET-COHORT THRU 0300-EXIT
                   WHEN "R"
                       PERFORM 0350-REMOVE-COHORT THRU 0350-EXIT
                   WHEN "M"
                       PERFORM 0400-ADD-MEMBER THRU 0400-EXIT
                   WHEN "D"
                       PERFORM 0450-DROP-MEMBER THRU 0450-EXIT
                   WHEN "A"
                       PERFORM 0500-SET-ASSIGNMENT THRU 0500-EXIT
                   WHEN "U"
                       PERFORM 0550-REMOVE-ASSIGNMENT THRU 0550-EXIT
                   WHEN "L"
                       PERFORM 0600-LIST-COHORT THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-TABLES.
           MOVE 0 TO WS-CH-COUNT
           MOVE "N" TO WS-CH-EOF
           OPEN INPUT COHORT-FILE
           IF WS-CH-FILE-STATUS = "00"
               PERFORM UNTIL WS-CH-EOF = "Y" OR WS-CH-COUNT = 50
                   READ COHORT-FILE
                       AT END
                           MOVE "Y" TO WS-CH-EOF
                       NOT AT END
                           ADD 1 TO WS-CH-COUNT
                           MOVE COHORT-RECORD TO CH-ENTRY(WS-CH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COHORT-FILE
           END-IF
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-CM-EOF = "Y" OR WS-CM-COUNT = 500
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE MEMBER-RECORD TO CM-ENTRY(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF
           MOVE 0 TO WS-CA-COUNT
           MOVE "N" TO WS-CA-EOF
           OPEN INPUT ASSIGN-FILE
           IF WS-CA-FILE-STATUS = "00"
               PERFORM UNTIL WS-CA-EOF = "Y" OR WS-CA-COUNT = 200
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-CA-EOF
                       NOT AT END
                           ADD 1 TO WS-CA-COUNT
                           MOVE ASSIGN-RECORD TO CA-ENTRY(WS-CA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- COHORTS AND ASSIGNMENTS -----"
           DISPLAY "C - ADD OR CHANGE A COHORT"
           DISPLAY "R - REMOVE A COHORT"
           DISPLAY "M - ADD A LEARNER TO A COHORT"
           DISPLAY "D - DROP A LEARNER FROM A COHORT"
           DISPLAY "A - SET AN ASSIGNMENT AND ITS DUE DATE"
           DISPLAY "U - REMOVE AN ASSIGNMENT"
           DISPLAY "L - LIST A COHORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    SETTING A COHORT ALREADY ON FILE REPLACES ITS INSTRUCTOR
      *    AND START DATE.
       0300-SET-COHORT.
           PERFORM 0700-ACCEPT-COHORT-ID
           IF WS-WORK-COHORT = SPACES
               DISPLAY "A COHORT ID IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0710-FIND-COHORT
           IF WS-CH-INDEX = 0
               IF WS-CH-COUNT = 50
                   DISPLAY "COHORT MASTER IS FULL (50)."
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE WS-CH-COUNT TO WS-CH-INDEX
               MOVE WS-WORK-COHORT TO CHE-COHORT-ID(WS-CH-INDEX)
               MOVE SPACES TO CHE-INSTRUCTOR(WS-CH-INDEX)
               MOVE SPACES TO CHE-START-DATE(WS-CH-INDEX)
           END-IF
           DISPLAY "ENTER INSTRUCTOR: "
           MOVE SPACES TO CHE-INSTRUCTOR(WS-CH-INDEX)
           ACCEPT CHE-INSTRUCTOR(WS-CH-INDEX)
           DISPLAY "ENTER START DATE (YYYYMMDD): "
           MOVE SPACES TO WS-DV-DATE-1
           ACCEPT WS-DV-DATE-1
           PERFORM 0730-VALIDATE-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-DV-DATE-1 " IS NOT A REAL DATE. COHORT "
                   "NOT SAVED."
               PERFORM 0100-LOAD-TABLES
               GO TO 0300-EXIT
           END-IF
           MOVE WS-DV-DATE-1 TO CHE-START-DATE(WS-CH-INDEX)
           PERFORM 0800-REWRITE-COHORTS
           DISPLAY "COHORT " FUNCTION TRIM(WS-WORK-COHORT) " SAVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET COHORT " WS-WORK-COHORT " "
               CHE-INSTRUCTOR(WS-CH-INDEX)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0350-REMOVE-COHORT.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0710-FIND-COHORT
           IF WS-CH-INDEX = 0
               DISPLAY "NO COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) " ON FILE."
               GO TO 0350-EXIT
           END-IF
           PERFORM VARYING C FROM WS-CH-INDEX BY 1
                   UNTIL C >= WS-CH-COUNT
               MOVE CH-ENTRY(C + 1) TO CH-ENTRY(C)
           END-PERFORM
           SUBTRACT 1 FROM WS-CH-COUNT
           MOVE 0 TO WS-KEPT
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               IF CME-COHORT-ID(M) NOT = WS-WORK-COHORT
                   ADD 1 TO WS-KEPT
                   MOVE CM-ENTRY(M) TO CM-ENTRY(WS-KEPT)
               END-IF
           END-PERFORM
           MOVE WS-KEPT TO WS-CM-COUNT
           MOVE 0 TO WS-KEPT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-CA-COUNT
               IF CAE-COHORT-ID(A) NOT = WS-WORK-COHORT
                   ADD 1 TO WS-KEPT
                   MOVE CA-ENTRY(A) TO CA-ENTRY(WS-KEPT)
               END-IF
           END-PERFORM
           MOVE WS-KEPT TO WS-CA-COUNT
           PERFORM 0800-REWRITE-COHORTS
           PERFORM 0810-REWRITE-MEMBERS
           PERFORM 0820-REWRITE-ASSIGNMENTS
           DISPLAY "COHORT " FUNCTION TRIM(WS-WORK-COHORT)
               " REMOVED WITH ITS MEMBERS AND ASSIGNMENTS."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED COHORT " WS-WORK-COHORT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0350-EXIT.
           EXIT.

       0400-ADD-MEMBER.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0710-FIND-COHORT
           IF WS-CH-INDEX = 0
               DISPLAY "NO COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) " ON FILE. ADD "
                   "THE COHORT FIRST."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0740-ACCEPT-LEARNER
           IF WS-WORK-LEARNER = SPACES
               DISPLAY "A LEARNER ID IS REQUIRED."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0750-FIND-MEMBER
           IF WS-CM-INDEX > 0
               DISPLAY FUNCTION TRIM(WS-WORK-LEARNER)
                   " IS ALREADY IN COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) "."
               GO TO 0400-EXIT
           END-IF
           IF WS-CM-COUNT = 500
               DISPLAY "COHORT MEMBERSHIP IS FULL (500)."
               GO TO 0400-EXIT
           END-IF
           ADD 1 TO WS-CM-COUNT
           MOVE WS-WORK-COHORT TO CME-COHORT-ID(WS-CM-COUNT)
           MOVE WS-WORK-LEARNER TO CME-LEARNER(WS-CM-COUNT)
           PERFORM 0810-REWRITE-MEMBERS
           DISPLAY FUNCTION TRIM(WS-WORK-LEARNER) " ADDED TO COHORT "
               FUNCTION TRIM(WS-WORK-COHORT) "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED " WS-WORK-LEARNER " TO " WS-WORK-COHORT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0400-EXIT.
           EXIT.

       0450-DROP-MEMBER.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0740-ACCEPT-LEARNER
           PERFORM 0750-FIND-MEMBER
           IF WS-CM-INDEX = 0
               DISPLAY FUNCTION TRIM(WS-WORK-LEARNER)
                   " IS NOT IN COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) "."
               GO TO 0450-EXIT
           END-IF
           PERFORM VARYING M FROM WS-CM-INDEX BY 1
                   UNTIL M >= WS-CM-COUNT
               MOVE CM-ENTRY(M + 1) TO CM-ENTRY(M)
           END-PERFORM
           SUBTRACT 1 FROM WS-CM-COUNT
           PERFORM 0810-REWRITE-MEMBERS
           DISPLAY FUNCTION TRIM(WS-WORK-LEARNER)
               " DROPPED FROM COHORT " FUNCTION TRIM(WS-WORK-COHORT) "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DROPPED " WS-WORK-LEARNER " FROM " WS-WORK-COHORT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0450-EXIT.
           EXIT.

      *    AN ASSIGNMENT IS A MENU MODULE OR A WHOLE LEARNING PATH.
      *    SETTING ONE ALREADY ON THE COHORT MOVES ITS DUE DATE.
       0500-SET-ASSIGNMENT.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0710-FIND-COHORT
           IF WS-CH-INDEX = 0
               DISPLAY "NO COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) " ON FILE."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0760-ACCEPT-TARGET
           IF WS-TARGET-OK NOT = "Y"
               GO TO 0500-EXIT
           END-IF
           DISPLAY "ENTER DUE DATE (YYYYMMDD): "
           MOVE SPACES TO WS-DV-DATE-1
           ACCEPT WS-DV-DATE-1
           PERFORM 0730-VALIDATE-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-DV-DATE-1 " IS NOT A REAL DATE. "
                   "ASSIGNMENT NOT SAVED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0770-FIND-ASSIGNMENT
           IF WS-CA-INDEX = 0
               IF WS-CA-COUNT = 200
                   DISPLAY "ASSIGNMENTS ARE FULL (200)."
                   GO TO 0500-EXIT
               END-IF
               ADD 1 TO WS-CA-COUNT
               MOVE WS-CA-COUNT TO WS-CA-INDEX
               MOVE WS-WORK-COHORT TO CAE-COHORT-ID(WS-CA-INDEX)
               MOVE WS-WORK-KIND TO CAE-KIND(WS-CA-INDEX)
               MOVE WS-WORK-TARGET TO CAE-TARGET(WS-CA-INDEX)
           END-IF
           MOVE WS-DV-DATE-1 TO CAE-DUE-DATE(WS-CA-INDEX)
           PERFORM 0820-REWRITE-ASSIGNMENTS
           DISPLAY FUNCTION TRIM(WS-WORK-TARGET) " DUE "
               WS-DV-DATE-1 " FOR COHORT "
               FUNCTION TRIM(WS-WORK-COHORT) "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ASSIGN " WS-WORK-TARGET " TO " WS-WORK-COHORT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0500-EXIT.
           EXIT.

       0550-REMOVE-ASSIGNMENT.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0760-ACCEPT-TARGET
           IF WS-TARGET-OK NOT = "Y"
               GO TO 0550-EXIT
           END-IF
           PERFORM 0770-FIND-ASSIGNMENT
           IF WS-CA-INDEX = 0
               DISPLAY "NO SUCH ASSIGNMENT ON COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) "."
               GO TO 0550-EXIT
           END-IF
           PERFORM VARYING A FROM WS-CA-INDEX BY 1
                   UNTIL A >= WS-CA-COUNT
               MOVE CA-ENTRY(A + 1) TO CA-ENTRY(A)
           END-PERFORM
           SUBTRACT 1 FROM WS-CA-COUNT
           PERFORM 0820-REWRITE-ASSIGNMENTS
           DISPLAY "ASSIGNMENT REMOVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "UNSET " WS-WORK-TARGET " FROM "
               WS-WORK-COHORT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0550-EXIT.
           EXIT.

       0600-LIST-COHORT.
           PERFORM 0700-ACCEPT-COHORT-ID
           PERFORM 0710-FIND-COHORT
           IF WS-CH-INDEX = 0
               DISPLAY "NO COHORT "
                   FUNCTION TRIM(WS-WORK-COHORT) " ON FILE."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "COHORT " CHE-COHORT-ID(WS-CH-INDEX)
               "  INSTRUCTOR " CHE-INSTRUCTOR(WS-CH-INDEX)
               "  STARTED " CHE-START-DATE(WS-CH-INDEX)
           DISPLAY "MEMBERS:"
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               IF CME-COHORT-ID(M) = WS-WORK-COHORT
                   DISPLAY "  " CME-LEARNER(M)
               END-IF
           END-PERFORM
           DISPLAY "ASSIGNMENTS (M = MODULE, P = PATH):"
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-CA-COUNT
               IF CAE-COHORT-ID(A) = WS-WORK-COHORT
                   DISPLAY "  " CAE-KIND(A) "  " CAE-TARGET(A)
                       "  DUE " CAE-DUE-DATE(A)
               END-IF
           END-PERFORM.
       0600-EXIT.
           EXIT.

       0700-ACCEPT-COHORT-ID.
           DISPLAY "ENTER COHORT ID: "
           MOVE SPACES TO WS-WORK-COHORT
           ACCEPT WS-WORK-COHORT
           MOVE FUNCTION UPPER-CASE(WS-WORK-COHORT) TO WS-WORK-COHORT.

       0710-FIND-COHORT.
           MOVE 0 TO WS-CH-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CH-COUNT
               IF CHE-COHORT-ID(C) = WS-WORK-COHORT
                   MOVE C TO WS-CH-INDEX
               END-IF
           END-PERFORM.

       0730-VALIDATE-DATE.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY.

      *    LEARNER IDS ARE KEPT AS KEYED -- MAINMENU MATCHES THEM
      *    EXACTLY AS THE LEARNER TYPES THEM AT SIGN-IN.
       0740-ACCEPT-LEARNER.
           DISPLAY "ENTER LEARNER ID: "
           MOVE SPACES TO WS-WORK-LEARNER
           ACCEPT WS-WORK-LEARNER.

       0750-FIND-MEMBER.
           MOVE 0 TO WS-CM-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               IF CME-COHORT-ID(M) = WS-WORK-COHORT
                       AND CME-LEARNER(M) = WS-WORK-LEARNER
                   MOVE M TO WS-CM-INDEX
               END-IF
           END-PERFORM.

      *    A MODULE MUST BE ONE OF THE TWELVE ON THE MENU (NAMED AS
      *    THE MENU NAMES IT), A PATH MUST BE ON learnpaths.dat.
       0760-ACCEPT-TARGET.
           MOVE "N" TO WS-TARGET-OK
           DISPLAY "MODULE OR PATH (M/P): "
           ACCEPT WS-WORK-KIND
           MOVE FUNCTION UPPER-CASE(WS-WORK-KIND) TO WS-WORK-KIND
           EVALUATE WS-WORK-KIND
               WHEN "M"
                   DISPLAY "ENTER MODULE NAME (AS ON THE MENU, "
                       "E.G. TABLESONE): "
               WHEN "P"
                   DISPLAY "ENTER PATH NAME: "
               WHEN OTHER
                   DISPLAY "ENTER M OR P."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-WORK-TARGET
           ACCEPT WS-WORK-TARGET
           IF WS-WORK-KIND = "M"
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > 12
                   IF MODULE-NAME(N) = WS-WORK-TARGET
                       MOVE "Y" TO WS-TARGET-OK
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 0765-CHECK-PATH-NAME
           END-IF
           IF WS-TARGET-OK NOT = "Y"
               DISPLAY FUNCTION TRIM(WS-WORK-TARGET) " IS NOT A "
                   "MODULE OR PATH THE HUB KNOWS."
           END-IF.

       0765-CHECK-PATH-NAME.
           MOVE "N" TO WS-LP-EOF
           OPEN INPUT PATH-FILE
           IF WS-LP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LP-EOF = "Y"
               READ PATH-FILE
                   AT END
                       MOVE "Y" TO WS-LP-EOF
                   NOT AT END
                       IF LP-PATH-NAME = WS-WORK-TARGET
                           MOVE "Y" TO WS-TARGET-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATH-FILE.

       0770-FIND-ASSIGNMENT.
           MOVE 0 TO WS-CA-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-CA-COUNT
               IF CAE-COHORT-ID(A) = WS-WORK-COHORT
                       AND CAE-KIND(A) = WS-WORK-KIND
                       AND CAE-TARGET(A) = WS-WORK-TARGET
                   MOVE A TO WS-CA-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-COHORTS.
           OPEN OUTPUT COHORT-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CH-COUNT
               MOVE CH-ENTRY(C) TO COHORT-RECORD
               WRITE COHORT-RECORD
           END-PERFORM
           CLOSE COHORT-FILE.

       0810-REWRITE-MEMBERS.
           OPEN OUTPUT MEMBER-FILE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CM-COUNT
               MOVE CM-ENTRY(M) TO MEMBER-RECORD
               WRITE MEMBER-RECORD
           END-PERFORM
           CLOSE MEMBER-FILE.

       0820-REWRITE-ASSIGNMENTS.
           OPEN OUTPUT ASSIGN-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-CA-COUNT
               MOVE CA-ENTRY(A) TO ASSIGN-RECORD
               WRITE ASSIGN-RECORD
           END-PERFORM
           CLOSE ASSIGN-FILE.
