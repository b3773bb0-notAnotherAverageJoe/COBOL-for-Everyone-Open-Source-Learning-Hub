       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSECAT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    COURSE CATALOG. A SECTION CODE SAYS WHICH CLASS
      *            A MARK CAME FROM BUT NOT WHICH COURSE IT WAS OR
      *            WHAT IT WAS WORTH, SO NO TRANSCRIPT COULD BE
      *            PRODUCED. THIS PROGRAM MAINTAINS TWO FILES THE
      *            WAY ENROLL MAINTAINS sections.dat:
      *              courses.dat    -- ONE LINE PER COURSE: CODE,
      *                                TITLE AND CREDIT HOURS
      *              sectcourse.dat -- ONE LINE PER SECTION: THE
      *                                COURSE THE SECTION TEACHES
      *            TERM END (termend.cob) USES BOTH TO WRITE EVERY
      *            MARK ON marks.dat TO THE PERMANENT ACADEMIC
      *            HISTORY acadhist.dat, AND transcript.cob PRINTS
      *            FROM THAT HISTORY. A COURSE STILL LINKED TO A
      *            SECTION CANNOT BE REMOVED.
      *    compile with ->  cobc -x -o coursecat coursecat.cob
      *    then run ./coursecat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE ASSIGN TO "courses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT SECT-COURSE-FILE ASSIGN TO "sectcourse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE.
       01  COURSE-RECORD.
           05 CC-COURSE        PIC X(6).
           05 CC-TITLE         PIC X(30).
           05 CC-CREDITS       PIC 9(2)V9.

       FD  SECT-COURSE-FILE.
       01  SECT-COURSE-RECORD.
           05 SC-SECTION       PIC X(3).
           05 SC-COURSE        PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-SC-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-WORK-COURSE      PIC X(6).
       01  WS-WORK-SECTION     PIC X(3).
       01  WS-CC-PROMPT        PIC X(60).
       01  WS-CC-NUM-BUFFER    PIC X(18).
       01  ED-CREDITS          PIC Z9.9.

       01  COURSE-TABLE.
           05 WS-CC-COUNT      PIC 9(3) VALUE 0.
           05 CC-ENTRY OCCURS 200 TIMES.
               10 CCE-COURSE       PIC X(6).
               10 CCE-TITLE        PIC X(30).
               10 CCE-CREDITS      PIC 9(2)V9.
       01  C                   PIC 9(3) VALUE 1.
       01  WS-COURSE-INDEX     PIC 9(3) VALUE 0.

       01  LINK-TABLE.
           05 WS-SC-COUNT      PIC 9(3) VALUE 0.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SCE-SECTION      PIC X(3).
               10 SCE-COURSE       PIC X(6).
       01  L                   PIC 9(3) VALUE 1.
       01  WS-LINK-INDEX       PIC 9(3) VALUE 0.
       01  WS-LINK-COUNT       PIC 9(3) VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "COURSECAT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-TABLES
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "C"
                       PERFORM 0300-SET-COURSE THRU 0300-EXIT
                   WHEN "D"
                       PERFORM 0400-REMOVE-COURSE THRU 0400-EXIT
                   WHEN "S"
                       PERFORM 0500-LINK-SECTION THRU 0500-EXIT
                   WHEN "L"
                       PERFORM 0600-LIST-CATALOG
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-TABLES.
           OPEN INPUT COURSE-FILE
           IF WS-CC-FILE-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF = "Y" OR WS-CC-COUNT = 200
                   READ COURSE-FILE
                       AT END
                           MOVE "Y" TO WS-CC-EOF
                       NOT AT END
                           ADD 1 TO WS-CC-COUNT
                           MOVE COURSE-RECORD TO CC-ENTRY(WS-CC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF
           OPEN INPUT SECT-COURSE-FILE
           IF WS-SC-FILE-STATUS = "00"
               PERFORM UNTIL WS-SC-EOF = "Y" OR WS-SC-COUNT = 200
                   READ SECT-COURSE-FILE
                       AT END
                           MOVE "Y" TO WS-SC-EOF
                       NOT AT END
                           ADD 1 TO WS-SC-COUNT
                           MOVE SECT-COURSE-RECORD
                               TO SC-ENTRY(WS-SC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SECT-COURSE-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- COURSE CATALOG -----"
           DISPLAY "C - ADD OR CHANGE A COURSE"
           DISPLAY "D - REMOVE A COURSE"
           DISPLAY "S - LINK A SECTION TO A COURSE"
           DISPLAY "L - LIST COURSES AND THEIR SECTIONS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    CHANGING A COURSE'S CREDIT HOURS ONLY AFFECTS TERMS
      *    CLOSED FROM NOW ON -- acadhist.dat KEEPS THE CREDITS
      *    EACH MARK WAS EARNED AT.
       0300-SET-COURSE.
           DISPLAY "ENTER COURSE CODE (UP TO 6 CHARS): "
           MOVE SPACES TO WS-WORK-COURSE
           ACCEPT WS-WORK-COURSE
           MOVE FUNCTION UPPER-CASE(WS-WORK-COURSE) TO WS-WORK-COURSE
           IF WS-WORK-COURSE = SPACES
               DISPLAY "A COURSE CODE IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-FIND-COURSE
           IF WS-COURSE-INDEX = 0
               IF WS-CC-COUNT = 200
                   DISPLAY "COURSE CATALOG IS FULL (200)."
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-COURSE-INDEX
               MOVE WS-WORK-COURSE TO CCE-COURSE(WS-COURSE-INDEX)
           ELSE
               MOVE CCE-CREDITS(WS-COURSE-INDEX) TO ED-CREDITS
               DISPLAY "CHANGING " WS-WORK-COURSE " "
                   CCE-TITLE(WS-COURSE-INDEX) " (" ED-CREDITS
                   " CREDITS)"
           END-IF
           DISPLAY "ENTER COURSE TITLE: "
           MOVE SPACES TO CCE-TITLE(WS-COURSE-INDEX)
           ACCEPT CCE-TITLE(WS-COURSE-INDEX)
           MOVE "ENTER CREDIT HOURS (E.G. 3.0): " TO WS-CC-PROMPT
           CALL "NUMVALID" USING WS-CC-PROMPT WS-CC-NUM-BUFFER
           MOVE WS-CC-NUM-BUFFER TO CCE-CREDITS(WS-COURSE-INDEX)
           PERFORM 0800-REWRITE-COURSE-FILE
           MOVE CCE-CREDITS(WS-COURSE-INDEX) TO ED-CREDITS
           DISPLAY "COURSE " WS-WORK-COURSE " SAVED WITH "
               ED-CREDITS " CREDITS."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET COURSE " WS-WORK-COURSE " CREDITS "
               ED-CREDITS
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0400-REMOVE-COURSE.
           DISPLAY "ENTER COURSE CODE TO REMOVE: "
           MOVE SPACES TO WS-WORK-COURSE
           ACCEPT WS-WORK-COURSE
           MOVE FUNCTION UPPER-CASE(WS-WORK-COURSE) TO WS-WORK-COURSE
           PERFORM 0700-FIND-COURSE
           IF WS-COURSE-INDEX = 0
               DISPLAY "COURSE " WS-WORK-COURSE " NOT IN THE "
                   "CATALOG."
               GO TO 0400-EXIT
           END-IF
           MOVE 0 TO WS-LINK-COUNT
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SC-COUNT
               IF SCE-COURSE(L) = WS-WORK-COURSE
                   ADD 1 TO WS-LINK-COUNT
               END-IF
           END-PERFORM
           IF WS-LINK-COUNT > 0
               DISPLAY "COURSE " WS-WORK-COURSE " IS STILL TAUGHT "
                   "BY " WS-LINK-COUNT " SECTIONS -- RELINK THEM "
                   "FIRST."
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING C FROM WS-COURSE-INDEX BY 1
                   UNTIL C >= WS-CC-COUNT
               MOVE CC-ENTRY(C + 1) TO CC-ENTRY(C)
           END-PERFORM
           SUBTRACT 1 FROM WS-CC-COUNT
           PERFORM 0800-REWRITE-COURSE-FILE
           DISPLAY "COURSE " WS-WORK-COURSE " REMOVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED COURSE " WS-WORK-COURSE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0400-EXIT.
           EXIT.

      *    A SECTION TEACHES ONE COURSE; LINKING IT AGAIN MOVES IT.
       0500-LINK-SECTION.
           DISPLAY "ENTER SECTION CODE (3 CHARS): "
           MOVE SPACES TO WS-WORK-SECTION
           ACCEPT WS-WORK-SECTION
           MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
               TO WS-WORK-SECTION
           IF WS-WORK-SECTION = SPACES
               DISPLAY "A SECTION CODE IS REQUIRED."
               GO TO 0500-EXIT
           END-IF
           DISPLAY "ENTER COURSE CODE: "
           MOVE SPACES TO WS-WORK-COURSE
           ACCEPT WS-WORK-COURSE
           MOVE FUNCTION UPPER-CASE(WS-WORK-COURSE) TO WS-WORK-COURSE
           PERFORM 0700-FIND-COURSE
           IF WS-COURSE-INDEX = 0
               DISPLAY "COURSE " WS-WORK-COURSE " NOT IN THE "
                   "CATALOG -- ADD IT FIRST."
               GO TO 0500-EXIT
           END-IF
           MOVE 0 TO WS-LINK-INDEX
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SC-COUNT
               IF SCE-SECTION(L) = WS-WORK-SECTION
                   MOVE L TO WS-LINK-INDEX
               END-IF
           END-PERFORM
           IF WS-LINK-INDEX = 0
               IF WS-SC-COUNT = 200
                   DISPLAY "SECTION LINK TABLE IS FULL (200)."
                   GO TO 0500-EXIT
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-LINK-INDEX
               MOVE WS-WORK-SECTION TO SCE-SECTION(WS-LINK-INDEX)
           END-IF
           MOVE WS-WORK-COURSE TO SCE-COURSE(WS-LINK-INDEX)
           PERFORM 0850-REWRITE-LINK-FILE
           DISPLAY "SECTION " WS-WORK-SECTION " NOW TEACHES "
               WS-WORK-COURSE " " CCE-TITLE(WS-COURSE-INDEX)
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LINKED SECTION " WS-WORK-SECTION " TO "
               WS-WORK-COURSE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0500-EXIT.
           EXIT.

       0600-LIST-CATALOG.
           IF WS-CC-COUNT = 0
               DISPLAY "NO COURSES IN THE CATALOG YET."
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
               MOVE CCE-CREDITS(C) TO ED-CREDITS
               DISPLAY CCE-COURSE(C) " " CCE-TITLE(C) " "
                   ED-CREDITS " CREDITS"
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SC-COUNT
                   IF SCE-COURSE(L) = CCE-COURSE(C)
                       DISPLAY "       SECTION " SCE-SECTION(L)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0700-FIND-COURSE.
           MOVE 0 TO WS-COURSE-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
               IF CCE-COURSE(C) = WS-WORK-COURSE
                   MOVE C TO WS-COURSE-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-COURSE-FILE.
           OPEN OUTPUT COURSE-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
               MOVE CC-ENTRY(C) TO COURSE-RECORD
               WRITE COURSE-RECORD
           END-PERFORM
           CLOSE COURSE-FILE.

       0850-REWRITE-LINK-FILE.
           OPEN OUTPUT SECT-COURSE-FILE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SC-COUNT
               MOVE SC-ENTRY(L) TO SECT-COURSE-RECORD
               WRITE SECT-COURSE-RECORD
           END-PERFORM
           CLOSE SECT-COURSE-FILE.
