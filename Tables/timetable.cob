       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ROOM MASTER AND CLASS TIMETABLE MAINTENANCE.
      *            sections.dat KNOWS A SECTION'S SEAT CAPACITY AND
      *            sectassign.dat WHO TEACHES IT, BUT NOTHING SAID
      *            WHEN OR WHERE IT MEETS -- A DOUBLE-BOOKED ROOM OR
      *            AN INSTRUCTOR DUE IN TWO ROOMS AT ONCE WAS FOUND
      *            ON THE FIRST DAY OF TERM. THIS PROGRAM MAINTAINS
      *            TWO FILES THE WAY ENROLL MAINTAINS sections.dat:
      *              rooms.dat     -- ONE LINE PER ROOM WITH ITS
      *                               SEAT COUNT
      *              timetable.dat -- ONE LINE PER MEETING: SECTION,
      *                               DAY (1 = MONDAY TO 5 =
      *                               FRIDAY), PERIOD (1-8) AND ROOM
      *            A SECTION MAY MEET IN AS MANY SLOTS AS IT NEEDS.
      *            EVERY PLACEMENT IS REFUSED IF THE ROOM IS ALREADY
      *            TAKEN IN THAT SLOT, IF THE SECTION'S INSTRUCTOR
      *            (FROM sectassign.dat) ALREADY TEACHES ANOTHER
      *            SECTION IN THAT SLOT, OR IF THE ROOM HAS FEWER
      *            SEATS THAN THE SECTION HAS STUDENTS ENROLLED ON
      *            enrollment.dat; A ROOM SMALLER THAN THE SECTION'S
      *            CAPACITY IS ALLOWED WITH A WARNING. THE PRINTED
      *            TIMETABLES COME FROM ttprint.cob.
      *    compile with ->  cobc -x -o timetable timetable.cob
      *    then run ./timetable

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "timetable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "sections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "sectassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-EN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
       01  ROOM-RECORD.
           05 RM-ROOM          PIC X(4).
           05 RM-SEATS         PIC 9(3).

      *    ONE LINE PER MEETING OF A SECTION.
       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           05 TT-SECTION       PIC X(3).
           05 TT-DAY           PIC 9.
           05 TT-PERIOD        PIC 9.
           05 TT-ROOM          PIC X(4).

       FD  SECTION-FILE.
       01  SECTION-RECORD.
           05 SE-SECTION       PIC X(3).
           05 SE-CAPACITY      PIC 9(3).

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 SA-SECTION       PIC X(3).
           05 SA-INSTR-ID      PIC X(5).
           05 SA-STIPEND       PIC 9(5)V99.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-KEY.
               10 EN-SECTION   PIC X(3).
               10 EN-STUDENT-ID PIC X(5).
           05 EN-STATUS        PIC X.
           05 EN-WAIT-SEQ      PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-RM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SE-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-EN-EOF           PIC X VALUE "N".
       01  WS-EN-OPEN          PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TT-PROMPT        PIC X(60).
       01  WS-TT-NUM-BUFFER    PIC X(18).

       01  WS-WORK-SECTION     PIC X(3).
       01  WS-WORK-ROOM        PIC X(4).
       01  WS-WORK-DAY         PIC X.
       01  WS-WORK-PERIOD      PIC X.
       01  WS-WORK-INSTR       PIC X(5).
       01  WS-OTHER-INSTR      PIC X(5).
       01  WS-LOOK-SECTION     PIC X(3).
       01  WS-LOOK-INSTR       PIC X(5).
       01  WS-ENROLLED-COUNT   PIC 9(3) VALUE 0.
       01  WS-CLASH-FOUND      PIC X VALUE "N".

       01  ROOM-TABLE.
           05 WS-RM-COUNT      PIC 9(2) VALUE 0.
           05 RM-ENTRY OCCURS 50 TIMES.
               10 RME-ROOM         PIC X(4).
               10 RME-SEATS        PIC 9(3).
       01  R                   PIC 9(2) VALUE 1.
       01  WS-ROOM-INDEX       PIC 9(2) VALUE 0.

       01  TIMETABLE-TABLE.
           05 WS-TT-COUNT      PIC 9(3) VALUE 0.
           05 TT-ENTRY OCCURS 300 TIMES.
               10 TTE-SECTION      PIC X(3).
               10 TTE-DAY          PIC 9.
               10 TTE-PERIOD       PIC 9.
               10 TTE-ROOM         PIC X(4).
       01  T                   PIC 9(3) VALUE 1.
       01  WS-TT-INDEX         PIC 9(3) VALUE 0.

       01  SECTION-TABLE.
           05 WS-SE-COUNT      PIC 9(2) VALUE 0.
           05 SE-ENTRY OCCURS 50 TIMES.
               10 SEE-SECTION      PIC X(3).
               10 SEE-CAPACITY     PIC 9(3).
       01  S                   PIC 9(2) VALUE 1.
       01  WS-SECTION-INDEX    PIC 9(2) VALUE 0.

       01  ASSIGN-TABLE.
           05 WS-SA-COUNT      PIC 9(2) VALUE 0.
           05 SA-ENTRY OCCURS 50 TIMES.
               10 SAE-SECTION      PIC X(3).
               10 SAE-INSTR-ID     PIC X(5).
       01  A                   PIC 9(2) VALUE 1.

       01  DAY-NAME-VALUES     PIC X(15) VALUE "MONTUEWEDTHUFRI".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME         PIC X(3) OCCURS 5 TIMES.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TIMETABLE".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
      *    NO ENROLLMENT FILE YET MEANS NO SECTION HAS STUDENTS --
      *    PLACEMENTS ARE STILL CHECKED FOR CLASHES.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-FILE-STATUS = "00"
               MOVE "Y" TO WS-EN-OPEN
           ELSE
               DISPLAY "NO ENROLLMENT FILE ON FILE -- ROOM SIZES "
                   "ARE CHECKED AGAINST NO STUDENTS."
           END-IF
           PERFORM 0100-LOAD-TABLES
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                       PERFORM 0300-SET-ROOM THRU 0300-EXIT
                   WHEN "O"
                       PERFORM 0350-LIST-ROOMS
                   WHEN "P"
                       PERFORM 0400-PLACE-SECTION THRU 0400-EXIT
                   WHEN "D"
                       PERFORM 0500-REMOVE-PLACEMENT THRU 0500-EXIT
                   WHEN "L"
                       PERFORM 0600-LIST-TIMETABLE
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           IF WS-EN-OPEN = "Y"
               CLOSE ENROLLMENT-FILE
           END-IF
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-TABLES.
           MOVE 0 TO WS-RM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ROOM-FILE
           IF WS-RM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-RM-COUNT = 50
                   READ ROOM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RM-COUNT
                           MOVE RM-ROOM TO RME-ROOM(WS-RM-COUNT)
                           MOVE RM-SEATS TO RME-SEATS(WS-RM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF
           MOVE 0 TO WS-TT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TIMETABLE-FILE
           IF WS-TT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-TT-COUNT = 300
                   READ TIMETABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TT-COUNT
                           MOVE TIMETABLE-RECORD
                               TO TT-ENTRY(WS-TT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF
           MOVE 0 TO WS-SE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SECTION-FILE
           IF WS-SE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-SE-COUNT = 50
                   READ SECTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SE-COUNT
                           MOVE SE-SECTION
                               TO SEE-SECTION(WS-SE-COUNT)
                           MOVE SE-CAPACITY
                               TO SEE-CAPACITY(WS-SE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF
           MOVE 0 TO WS-SA-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ASSIGN-FILE
           IF WS-SA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-SA-COUNT = 50
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SA-COUNT
                           MOVE SA-SECTION
                               TO SAE-SECTION(WS-SA-COUNT)
                           MOVE SA-INSTR-ID
                               TO SAE-INSTR-ID(WS-SA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- ROOMS AND TIMETABLE -----"
           DISPLAY "R - ADD OR CHANGE A ROOM"
           DISPLAY "O - LIST ROOMS"
           DISPLAY "P - PLACE A SECTION IN A DAY/PERIOD SLOT"
           DISPLAY "D - REMOVE A PLACEMENT"
           DISPLAY "L - LIST THE TIMETABLE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-SET-ROOM.
           DISPLAY "ENTER ROOM CODE (4 CHARS): "
           ACCEPT WS-WORK-ROOM
           MOVE FUNCTION UPPER-CASE(WS-WORK-ROOM) TO WS-WORK-ROOM
           IF WS-WORK-ROOM = SPACES
               DISPLAY "ROOM CODE IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-FIND-ROOM
           MOVE "ENTER SEAT COUNT: " TO WS-TT-PROMPT
           CALL "NUMVALID" USING WS-TT-PROMPT WS-TT-NUM-BUFFER
           IF WS-ROOM-INDEX = 0
               IF WS-RM-COUNT = 50
                   DISPLAY "ROOM TABLE IS FULL (50)."
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WS-RM-COUNT
               MOVE WS-RM-COUNT TO WS-ROOM-INDEX
               MOVE WS-WORK-ROOM TO RME-ROOM(WS-ROOM-INDEX)
           END-IF
           MOVE WS-TT-NUM-BUFFER TO RME-SEATS(WS-ROOM-INDEX)
           PERFORM 0800-REWRITE-ROOM-FILE
           DISPLAY "ROOM " WS-WORK-ROOM " SEATS SET TO "
               RME-SEATS(WS-ROOM-INDEX) "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET SEATS FOR ROOM " WS-WORK-ROOM
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0350-LIST-ROOMS.
           IF WS-RM-COUNT = 0
               DISPLAY "NO ROOMS ON FILE YET."
           ELSE
               DISPLAY "ROOM  SEATS"
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RM-COUNT
                   DISPLAY RME-ROOM(R) "  " RME-SEATS(R)
               END-PERFORM
           END-IF.

      *    THE THREE CHECKS: THE ROOM IS FREE IN THE SLOT, THE
      *    INSTRUCTOR IS FREE IN THE SLOT, AND THE ROOM SEATS
      *    EVERYONE ALREADY ENROLLED.
       0400-PLACE-SECTION.
           DISPLAY "ENTER SECTION CODE: "
           ACCEPT WS-WORK-SECTION
           PERFORM 0750-FIND-SECTION
           IF WS-SECTION-INDEX = 0
               DISPLAY "SECTION " WS-WORK-SECTION " HAS NO "
                   "CAPACITY ON FILE. SET IT WITH enroll FIRST."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER DAY (1 = MON ... 5 = FRI): "
           ACCEPT WS-WORK-DAY
           IF WS-WORK-DAY < "1" OR WS-WORK-DAY > "5"
               DISPLAY "DAY MUST BE 1 TO 5."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER PERIOD (1-8): "
           ACCEPT WS-WORK-PERIOD
           IF WS-WORK-PERIOD < "1" OR WS-WORK-PERIOD > "8"
               DISPLAY "PERIOD MUST BE 1 TO 8."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER ROOM CODE: "
           ACCEPT WS-WORK-ROOM
           MOVE FUNCTION UPPER-CASE(WS-WORK-ROOM) TO WS-WORK-ROOM
           PERFORM 0700-FIND-ROOM
           IF WS-ROOM-INDEX = 0
               DISPLAY "ROOM " WS-WORK-ROOM " IS NOT ON FILE. ADD "
                   "IT FIRST (R)."
               GO TO 0400-EXIT
           END-IF
           IF WS-TT-COUNT = 300
               DISPLAY "TIMETABLE IS FULL (300 MEETINGS)."
               GO TO 0400-EXIT
           END-IF
           MOVE WS-WORK-SECTION TO WS-LOOK-SECTION
           PERFORM 0780-FIND-INSTRUCTOR
           MOVE WS-LOOK-INSTR TO WS-WORK-INSTR
           MOVE "N" TO WS-CLASH-FOUND
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TT-COUNT
               IF TTE-DAY(T) = WS-WORK-DAY
                       AND TTE-PERIOD(T) = WS-WORK-PERIOD
                   PERFORM 0450-CHECK-ONE-CLASH
               END-IF
           END-PERFORM
           IF WS-CLASH-FOUND = "Y"
               DISPLAY "PLACEMENT NOT MADE."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0470-COUNT-ENROLLED
           IF WS-ENROLLED-COUNT > RME-SEATS(WS-ROOM-INDEX)
               DISPLAY "ROOM " WS-WORK-ROOM " SEATS "
                   RME-SEATS(WS-ROOM-INDEX) " BUT SECTION "
                   WS-WORK-SECTION " HAS " WS-ENROLLED-COUNT
                   " ENROLLED. PLACEMENT NOT MADE."
               GO TO 0400-EXIT
           END-IF
           IF SEE-CAPACITY(WS-SECTION-INDEX)
                   > RME-SEATS(WS-ROOM-INDEX)
               DISPLAY "WARNING: SECTION CAPACITY IS "
                   SEE-CAPACITY(WS-SECTION-INDEX) " BUT ROOM "
                   WS-WORK-ROOM " SEATS ONLY "
                   RME-SEATS(WS-ROOM-INDEX) "."
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE WS-WORK-SECTION TO TTE-SECTION(WS-TT-COUNT)
           MOVE WS-WORK-DAY     TO TTE-DAY(WS-TT-COUNT)
           MOVE WS-WORK-PERIOD  TO TTE-PERIOD(WS-TT-COUNT)
           MOVE WS-WORK-ROOM    TO TTE-ROOM(WS-TT-COUNT)
           PERFORM 0850-REWRITE-TIMETABLE-FILE
           MOVE WS-TT-COUNT TO T
           DISPLAY "SECTION " WS-WORK-SECTION " PLACED "
               DAY-NAME(TTE-DAY(T)) " PERIOD " WS-WORK-PERIOD
               " IN ROOM " WS-WORK-ROOM "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PLACED " WS-WORK-SECTION " DAY " WS-WORK-DAY
               " PERIOD " WS-WORK-PERIOD " ROOM " WS-WORK-ROOM
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0400-EXIT.
           EXIT.

      *    ANOTHER MEETING IN THE SAME SLOT (ENTRY T): THE SAME
      *    SECTION, THE SAME ROOM, OR THE SAME INSTRUCTOR.
       0450-CHECK-ONE-CLASH.
           IF TTE-SECTION(T) = WS-WORK-SECTION
               DISPLAY "SECTION " WS-WORK-SECTION " ALREADY MEETS "
                   "IN THAT SLOT (ROOM " TTE-ROOM(T) ")."
               MOVE "Y" TO WS-CLASH-FOUND
               EXIT PARAGRAPH
           END-IF
           IF TTE-ROOM(T) = WS-WORK-ROOM
               DISPLAY "ROOM CLASH: " WS-WORK-ROOM " IS TAKEN BY "
                   "SECTION " TTE-SECTION(T) " IN THAT SLOT."
               MOVE "Y" TO WS-CLASH-FOUND
           END-IF
           IF WS-WORK-INSTR NOT = SPACES
               MOVE TTE-SECTION(T) TO WS-LOOK-SECTION
               PERFORM 0780-FIND-INSTRUCTOR
               MOVE WS-LOOK-INSTR TO WS-OTHER-INSTR
               IF WS-OTHER-INSTR = WS-WORK-INSTR
                   DISPLAY "INSTRUCTOR CLASH: " WS-WORK-INSTR
                       " TEACHES SECTION " TTE-SECTION(T)
                       " IN THAT SLOT."
                   MOVE "Y" TO WS-CLASH-FOUND
               END-IF
           END-IF.

      *    SEATS TAKEN ("E") ON THE SECTION -- THE WAITLIST DOES
      *    NOT SIT IN THE ROOM.
       0470-COUNT-ENROLLED.
           MOVE 0 TO WS-ENROLLED-COUNT
           IF WS-EN-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EN-EOF
           MOVE WS-WORK-SECTION TO EN-SECTION
           MOVE LOW-VALUES TO EN-STUDENT-ID
           START ENROLLMENT-FILE KEY >= EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EN-EOF
           END-START
           PERFORM UNTIL WS-EN-EOF = "Y"
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EN-EOF
                   NOT AT END
                       IF EN-SECTION NOT = WS-WORK-SECTION
                           MOVE "Y" TO WS-EN-EOF
                       ELSE
                           IF EN-STATUS = "E"
                               ADD 1 TO WS-ENROLLED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0500-REMOVE-PLACEMENT.
           DISPLAY "ENTER SECTION CODE: "
           ACCEPT WS-WORK-SECTION
           DISPLAY "ENTER DAY (1-5): "
           ACCEPT WS-WORK-DAY
           DISPLAY "ENTER PERIOD (1-8): "
           ACCEPT WS-WORK-PERIOD
           MOVE 0 TO WS-TT-INDEX
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TT-COUNT
               IF TTE-SECTION(T) = WS-WORK-SECTION
                       AND TTE-DAY(T) = WS-WORK-DAY
                       AND TTE-PERIOD(T) = WS-WORK-PERIOD
                   MOVE T TO WS-TT-INDEX
               END-IF
           END-PERFORM
           IF WS-TT-INDEX = 0
               DISPLAY "SECTION " WS-WORK-SECTION " DOES NOT MEET "
                   "IN THAT SLOT."
               GO TO 0500-EXIT
           END-IF
           PERFORM VARYING T FROM WS-TT-INDEX BY 1
                   UNTIL T >= WS-TT-COUNT
               MOVE TT-ENTRY(T + 1) TO TT-ENTRY(T)
           END-PERFORM
           SUBTRACT 1 FROM WS-TT-COUNT
           PERFORM 0850-REWRITE-TIMETABLE-FILE
           DISPLAY "PLACEMENT REMOVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED " WS-WORK-SECTION " DAY " WS-WORK-DAY
               " PERIOD " WS-WORK-PERIOD
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0500-EXIT.
           EXIT.

       0600-LIST-TIMETABLE.
           IF WS-TT-COUNT = 0
               DISPLAY "NO SECTIONS PLACED YET."
           ELSE
               DISPLAY "SECTION  DAY  PERIOD  ROOM  INSTRUCTOR"
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TT-COUNT
                   MOVE TTE-SECTION(T) TO WS-LOOK-SECTION
                   PERFORM 0780-FIND-INSTRUCTOR
                   DISPLAY TTE-SECTION(T) "      "
                       DAY-NAME(TTE-DAY(T)) "  " TTE-PERIOD(T)
                       "       " TTE-ROOM(T) "  " WS-LOOK-INSTR
               END-PERFORM
           END-IF.

       0700-FIND-ROOM.
           MOVE 0 TO WS-ROOM-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RM-COUNT
               IF RME-ROOM(R) = WS-WORK-ROOM
                   MOVE R TO WS-ROOM-INDEX
               END-IF
           END-PERFORM.

       0750-FIND-SECTION.
           MOVE 0 TO WS-SECTION-INDEX
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SE-COUNT
               IF SEE-SECTION(S) = WS-WORK-SECTION
                   MOVE S TO WS-SECTION-INDEX
               END-IF
           END-PERFORM.

      *    THE INSTRUCTOR OF WS-LOOK-SECTION, SPACES IF NOBODY IS
      *    ASSIGNED YET.
       0780-FIND-INSTRUCTOR.
           MOVE SPACES TO WS-LOOK-INSTR
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-SECTION(A) = WS-LOOK-SECTION
                   MOVE SAE-INSTR-ID(A) TO WS-LOOK-INSTR
               END-IF
           END-PERFORM.

       0800-REWRITE-ROOM-FILE.
           OPEN OUTPUT ROOM-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RM-COUNT
               MOVE RME-ROOM(R)  TO RM-ROOM
               MOVE RME-SEATS(R) TO RM-SEATS
               WRITE ROOM-RECORD
           END-PERFORM
           CLOSE ROOM-FILE.

       0850-REWRITE-TIMETABLE-FILE.
           OPEN OUTPUT TIMETABLE-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TT-COUNT
               MOVE TT-ENTRY(T) TO TIMETABLE-RECORD
               WRITE TIMETABLE-RECORD
           END-PERFORM
           CLOSE TIMETABLE-FILE.
