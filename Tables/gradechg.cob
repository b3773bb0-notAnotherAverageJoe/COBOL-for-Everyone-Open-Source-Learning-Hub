       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    GRADE-CHANGE REQUESTS AFTER TERM END. ONCE A TERM
      *            IS CLOSED ITS MARKS ARE ON THE PERMANENT ACADEMIC
      *            HISTORY acadhist.dat AND HAVE DRIVEN PROMOTION AND
      *            GRADUATION, SO A FINAL GRADE IS NO LONGER CHANGED
      *            BY RE-KEYING marks.dat. INSTEAD AN OPERATOR RAISES
      *            A REQUEST HERE -- STUDENT, TERM, SECTION, THE MARK
      *            ON THE HISTORY, THE NEW MARK AND THE REASON -- AND
      *            IT WAITS ON gradechg.dat UNTIL A DIFFERENT
      *            OPERATOR APPLIES OR REJECTS IT WITH gradeappr.cob,
      *            THE SAME WAY EmployeeMaint QUEUES FOR EMPAPPROVE.
      *            ONLY ONE REQUEST PER STUDENT, TERM AND SECTION
      *            MAY BE PENDING AT A TIME.
      *    compile with ->  cobc -x -o gradechg gradechg.cob
      *    then run ./gradechg

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACAD-HIST-FILE ASSIGN TO "acadhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-FILE-STATUS.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "gradechg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACAD-HIST-FILE.
       01  ACAD-HIST-RECORD.
           05 AH-STUDENT-ID    PIC X(5).
           05 AH-TERM          PIC X(5).
           05 AH-COURSE        PIC X(6).
           05 AH-SECTION       PIC X(3).
           05 AH-TITLE         PIC X(30).
           05 AH-MARK          PIC 99.
           05 AH-CREDITS       PIC 9(2)V9.
           05 AH-EARNED        PIC 9(2)V9.

      *    ONE LINE PER REQUEST. GQ-STATUS "P" PENDING, "A"
      *    APPLIED, "R" REJECTED.
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           05 GQ-STATUS        PIC X.
           05 GQ-REQUEST-DATE  PIC X(8).
           05 GQ-REQUESTED-BY  PIC X(10).
           05 GQ-DECIDED-BY    PIC X(10).
           05 GQ-STUDENT-ID    PIC X(5).
           05 GQ-TERM          PIC X(5).
           05 GQ-SECTION       PIC X(3).
           05 GQ-OLD-MARK      PIC 99.
           05 GQ-NEW-MARK      PIC 99.
           05 GQ-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-AH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GQ-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AH-EOF           PIC X VALUE "N".
       01  WS-GQ-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-STUDENT     PIC X(5).
       01  WS-WORK-TERM        PIC X(5).
       01  WS-WORK-SECTION     PIC X(3).
       01  WS-FOUND-SWITCH     PIC X VALUE "N".
       01  WS-PENDING-SWITCH   PIC X VALUE "N".
       01  WS-OLD-MARK         PIC 99 VALUE 0.
       01  WS-NEW-MARK         PIC 9(3) VALUE 0.
       01  WS-COURSE-TITLE     PIC X(30).
       01  WS-REASON           PIC X(40).
       01  WS-LIST-COUNT       PIC 9(4) VALUE 0.
       01  WS-GC-PROMPT        PIC X(60).
       01  WS-GC-NUM-BUFFER    PIC X(18).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "GRADECHG".
       01  WS-AUDIT-ACTION     PIC X(40).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                       PERFORM 0300-RAISE-REQUEST THRU 0300-EXIT
                   WHEN "L"
                       PERFORM 0500-LIST-REQUESTS
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- GRADE-CHANGE REQUESTS -----"
           DISPLAY "R - RAISE A GRADE-CHANGE REQUEST"
           DISPLAY "L - LIST REQUESTS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    THE OLD MARK IS TAKEN FROM THE HISTORY, NEVER KEYED, SO
      *    THE JOURNAL'S BEFORE VALUE IS WHAT WAS ACTUALLY ON FILE.
       0300-RAISE-REQUEST.
           DISPLAY "ENTER STUDENT ID (5 CHARS): "
           MOVE SPACES TO WS-WORK-STUDENT
           ACCEPT WS-WORK-STUDENT
           MOVE FUNCTION UPPER-CASE(WS-WORK-STUDENT)
               TO WS-WORK-STUDENT
           DISPLAY "ENTER TERM CODE: "
           MOVE SPACES TO WS-WORK-TERM
           ACCEPT WS-WORK-TERM
           MOVE FUNCTION UPPER-CASE(WS-WORK-TERM) TO WS-WORK-TERM
           DISPLAY "ENTER SECTION CODE (3 CHARS): "
           MOVE SPACES TO WS-WORK-SECTION
           ACCEPT WS-WORK-SECTION
           MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
               TO WS-WORK-SECTION
           PERFORM 0350-FIND-HISTORY-LINE
           IF WS-FOUND-SWITCH NOT = "Y"
               DISPLAY "NO MARK ON THE ACADEMIC HISTORY FOR "
                   WS-WORK-STUDENT " IN " WS-WORK-SECTION
                   " FOR TERM " WS-WORK-TERM "."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0370-CHECK-PENDING
           IF WS-PENDING-SWITCH = "Y"
               DISPLAY "A REQUEST FOR THIS MARK IS ALREADY WAITING "
                   "FOR APPROVAL."
               GO TO 0300-EXIT
           END-IF
           DISPLAY WS-WORK-SECTION " " WS-COURSE-TITLE
               " MARK ON FILE: " WS-OLD-MARK
           MOVE "ENTER NEW MARK (0-99): " TO WS-GC-PROMPT
           CALL "NUMVALID" USING WS-GC-PROMPT WS-GC-NUM-BUFFER
           MOVE WS-GC-NUM-BUFFER TO WS-NEW-MARK
           IF WS-NEW-MARK > 99
               DISPLAY "A MARK CANNOT EXCEED 99. NO REQUEST RAISED."
               GO TO 0300-EXIT
           END-IF
           IF WS-NEW-MARK = WS-OLD-MARK
               DISPLAY "THE NEW MARK IS THE SAME AS THE OLD. NO "
                   "REQUEST RAISED."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER REASON FOR THE CHANGE: "
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED. NO REQUEST RAISED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0400-QUEUE-REQUEST
           DISPLAY "REQUEST QUEUED. A DIFFERENT OPERATOR MUST "
               "APPROVE IT WITH gradeappr."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REQ MARK " WS-WORK-STUDENT " " WS-WORK-TERM " "
               WS-WORK-SECTION " " WS-OLD-MARK ">" WS-NEW-MARK
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0350-FIND-HISTORY-LINE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-AH-EOF
           OPEN INPUT ACAD-HIST-FILE
           IF WS-AH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AH-EOF = "Y"
               READ ACAD-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-AH-EOF
                   NOT AT END
                       IF AH-STUDENT-ID = WS-WORK-STUDENT
                               AND AH-TERM = WS-WORK-TERM
                               AND AH-SECTION = WS-WORK-SECTION
                           MOVE "Y" TO WS-FOUND-SWITCH
                           MOVE AH-MARK TO WS-OLD-MARK
                           MOVE AH-TITLE TO WS-COURSE-TITLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACAD-HIST-FILE.

       0370-CHECK-PENDING.
           MOVE "N" TO WS-PENDING-SWITCH
           MOVE "N" TO WS-GQ-EOF
           OPEN INPUT GRADE-CHANGE-FILE
           IF WS-GQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GQ-EOF = "Y"
               READ GRADE-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-GQ-EOF
                   NOT AT END
                       IF GQ-STATUS = "P"
                               AND GQ-STUDENT-ID = WS-WORK-STUDENT
                               AND GQ-TERM = WS-WORK-TERM
                               AND GQ-SECTION = WS-WORK-SECTION
                           MOVE "Y" TO WS-PENDING-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE.

       0400-QUEUE-REQUEST.
           OPEN EXTEND GRADE-CHANGE-FILE
           IF WS-GQ-FILE-STATUS NOT = "00"
      *        QUEUE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST REQUEST IS WRITTEN.
               OPEN OUTPUT GRADE-CHANGE-FILE
               CLOSE GRADE-CHANGE-FILE
               OPEN EXTEND GRADE-CHANGE-FILE
           END-IF
           MOVE "P"             TO GQ-STATUS
           MOVE WS-TODAY        TO GQ-REQUEST-DATE
           MOVE WS-OPERATOR-ID  TO GQ-REQUESTED-BY
           MOVE SPACES          TO GQ-DECIDED-BY
           MOVE WS-WORK-STUDENT TO GQ-STUDENT-ID
           MOVE WS-WORK-TERM    TO GQ-TERM
           MOVE WS-WORK-SECTION TO GQ-SECTION
           MOVE WS-OLD-MARK     TO GQ-OLD-MARK
           MOVE WS-NEW-MARK     TO GQ-NEW-MARK
           MOVE WS-REASON       TO GQ-REASON
           WRITE GRADE-CHANGE-RECORD
           CLOSE GRADE-CHANGE-FILE.

       0500-LIST-REQUESTS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-GQ-EOF
           OPEN INPUT GRADE-CHANGE-FILE
           IF WS-GQ-FILE-STATUS NOT = "00"
               DISPLAY "NO GRADE-CHANGE REQUESTS ON FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ST DATE     STUDENT TERM  SEC OLD NEW BY         "
               "DECIDED BY REASON"
           PERFORM UNTIL WS-GQ-EOF = "Y"
               READ GRADE-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-GQ-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY GQ-STATUS "  " GQ-REQUEST-DATE " "
                           GQ-STUDENT-ID "   " GQ-TERM " "
                           GQ-SECTION "  " GQ-OLD-MARK "  "
                           GQ-NEW-MARK " " GQ-REQUESTED-BY " "
                           GQ-DECIDED-BY " " GQ-REASON
               END-READ
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE
           DISPLAY WS-LIST-COUNT " REQUESTS ON FILE.".
