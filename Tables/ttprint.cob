       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTPRINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    PRINTED CLASS TIMETABLES. READS THE PLACEMENTS
      *            ON timetable.dat (MAINTAINED BY timetable.cob) AND
      *            PRINTS A WEEK GRID -- PERIODS 1-8 DOWN, MONDAY TO
      *            FRIDAY ACROSS -- FOR EACH SECTION (THE ROOM IT
      *            MEETS IN), EACH INSTRUCTOR (THEIR SECTIONS
      *            THROUGH sectassign.dat), EACH ROOM (THE SECTIONS
      *            IN IT), OR EACH STUDENT (THE SECTIONS THEY HOLD A
      *            SEAT IN ON enrollment.dat). ONE CODE CAN BE ASKED
      *            FOR, OR BLANK PRINTS EVERY ONE THAT HAS A
      *            MEETING. TWO MEETINGS IN ONE SLOT -- A STUDENT IN
      *            TWO SECTIONS THAT MEET TOGETHER, OR AN INSTRUCTOR
      *            REASSIGNED ONTO A CLASHING SECTION -- PRINT AS
      *            "** CLASH **" AND ARE COUNTED UNDER THE GRID. THE
      *            REPORT GOES TO timetable.rpt THROUGH THE SHARED
      *            PRINT SERVICES.
      *    compile with ->  cobc -x -o ttprint ttprint.cob
      *    then run ./ttprint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "timetable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-FILE-STATUS.
           SELECT ROOM-FILE ASSIGN TO "rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "sectassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTR-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           05 TT-SECTION       PIC X(3).
           05 TT-DAY           PIC 9.
           05 TT-PERIOD        PIC 9.
           05 TT-ROOM          PIC X(4).

       FD  ROOM-FILE.
       01  ROOM-RECORD.
           05 RM-ROOM          PIC X(4).
           05 RM-SEATS         PIC 9(3).

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

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 IN-INSTR-ID      PIC X(5).
           05 IN-NAME          PIC X(25).
           05 IN-CONTACT       PIC X(20).
           05 IN-EMP-ID        PIC X(5).

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-TT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-INSTR-OPEN       PIC X VALUE "N".
       01  WS-STUDENT-OPEN     PIC X VALUE "N".

      *    WHAT IS BEING PRINTED: S(ECTION), I(NSTRUCTOR), R(OOM)
      *    OR T (STUDENT), AND FOR WHICH CODE (BLANK = ALL).
       01  WS-KIND             PIC X VALUE SPACE.
       01  WS-WANTED-KEY       PIC X(5) VALUE SPACES.
       01  WS-KEY              PIC X(5) VALUE SPACES.
       01  WS-MATCH            PIC X VALUE "N".
       01  WS-SEEN-BEFORE      PIC X VALUE "N".
       01  WS-LOOK-SECTION     PIC X(3).
       01  WS-LOOK-INSTR       PIC X(5).
       01  WS-CELL-TEXT        PIC X(12).
       01  WS-TITLE-NAME       PIC X(25).
       01  WS-MEETING-COUNT    PIC 9(3) VALUE 0.
       01  WS-CLASH-COUNT      PIC 9(3) VALUE 0.
       01  WS-PRINTED-COUNT    PIC 9(4) VALUE 0.

       01  TIMETABLE-TABLE.
           05 WS-TT-COUNT      PIC 9(3) VALUE 0.
           05 TT-ENTRY OCCURS 300 TIMES.
               10 TTE-SECTION      PIC X(3).
               10 TTE-DAY          PIC 9.
               10 TTE-PERIOD       PIC 9.
               10 TTE-ROOM         PIC X(4).
       01  T                   PIC 9(3) VALUE 1.

       01  ROOM-TABLE.
           05 WS-RM-COUNT      PIC 9(2) VALUE 0.
           05 RM-ENTRY OCCURS 50 TIMES.
               10 RME-ROOM         PIC X(4).
               10 RME-SEATS        PIC 9(3).
       01  R                   PIC 9(2) VALUE 1.

       01  ASSIGN-TABLE.
           05 WS-SA-COUNT      PIC 9(2) VALUE 0.
           05 SA-ENTRY OCCURS 50 TIMES.
               10 SAE-SECTION      PIC X(3).
               10 SAE-INSTR-ID     PIC X(5).
       01  A                   PIC 9(2) VALUE 1.

      *    SEATED STUDENTS ONLY ("E") -- THE WAITLIST HAS NO
      *    TIMETABLE YET.
       01  ENROLL-TABLE.
           05 WS-ET-COUNT      PIC 9(4) VALUE 0.
           05 ET-ENTRY OCCURS 2000 TIMES.
               10 ETE-SECTION      PIC X(3).
               10 ETE-STUDENT      PIC X(5).
       01  E                   PIC 9(4) VALUE 1.

      *    THE "PRINT EVERYTHING" LOOPS RUN ON THEIR OWN
      *    SUBSCRIPTS -- THE GRID BUILD REUSES T, A, R AND E.
       01  WS-OUTER            PIC 9(4) VALUE 1.
       01  WS-INNER            PIC 9(4) VALUE 1.

      *    THE WEEK GRID BEING FILLED FOR ONE SECTION, INSTRUCTOR,
      *    ROOM OR STUDENT.
       01  WEEK-GRID.
           05 GRID-PERIOD OCCURS 8 TIMES.
               10 GRID-CELL        PIC X(12) OCCURS 5 TIMES.
       01  P                   PIC 9 VALUE 1.
       01  D                   PIC 9 VALUE 1.

       01  DAY-NAME-VALUES     PIC X(15) VALUE "MONTUEWEDTHUFRI".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME         PIC X(3) OCCURS 5 TIMES.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-TABLES
           IF WS-TT-COUNT = 0
               DISPLAY "NO SECTIONS PLACED ON timetable.dat. "
                   "NOTHING TO PRINT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "PRINT TIMETABLES BY S(ECTION), I(NSTRUCTOR), "
               "R(OOM) OR T (STUDENT): "
           ACCEPT WS-KIND
           MOVE FUNCTION UPPER-CASE(WS-KIND) TO WS-KIND
           IF WS-KIND NOT = "S" AND WS-KIND NOT = "I"
                   AND WS-KIND NOT = "R" AND WS-KIND NOT = "T"
               DISPLAY "CHOOSE S, I, R OR T. NOTHING PRINTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER THE CODE TO PRINT (BLANK = ALL): "
           ACCEPT WS-WANTED-KEY
           MOVE FUNCTION UPPER-CASE(WS-WANTED-KEY) TO WS-WANTED-KEY
           IF WS-KIND = "T"
               PERFORM 0150-LOAD-ENROLLMENT
               IF WS-EN-FILE-STATUS NOT = "00"
                   DISPLAY "NO ENROLLMENT FILE ON FILE -- NO "
                       "STUDENT TIMETABLES. ENROLL STUDENTS FIRST."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-IN-FILE-STATUS = "00"
               MOVE "Y" TO WS-INSTR-OPEN
           END-IF
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS = "00"
               MOVE "Y" TO WS-STUDENT-OPEN
           END-IF
           PERFORM 0200-OPEN-REPORT
           IF WS-WANTED-KEY NOT = SPACES
               MOVE WS-WANTED-KEY TO WS-KEY
               PERFORM 0500-PRINT-ONE-TIMETABLE
           ELSE
               EVALUATE WS-KIND
                   WHEN "S"
                       PERFORM 0300-PRINT-ALL-SECTIONS
                   WHEN "I"
                       PERFORM 0320-PRINT-ALL-INSTRUCTORS
                   WHEN "R"
                       PERFORM 0340-PRINT-ALL-ROOMS
                   WHEN "T"
                       PERFORM 0360-PRINT-ALL-STUDENTS
               END-EVALUATE
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-INSTR-OPEN = "Y"
               CLOSE INSTRUCTOR-FILE
           END-IF
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT-DIR-FILE
           END-IF
           DISPLAY WS-PRINTED-COUNT " TIMETABLES PRINTED TO "
               "timetable.rpt."
           GOBACK.

       0100-LOAD-TABLES.
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

       0150-LOAD-ENROLLMENT.
           MOVE 0 TO WS-ET-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-ET-COUNT = 2000
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STATUS = "E"
                           ADD 1 TO WS-ET-COUNT
                           MOVE EN-SECTION TO ETE-SECTION(WS-ET-COUNT)
                           MOVE EN-STUDENT-ID
                               TO ETE-STUDENT(WS-ET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           MOVE "00" TO WS-EN-FILE-STATUS.

       0200-OPEN-REPORT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "timetable.rpt" TO WS-PS-TEXT-1
           EVALUATE WS-KIND
               WHEN "S"
                   MOVE "CLASS TIMETABLES BY SECTION" TO WS-PS-TEXT-2
               WHEN "I"
                   MOVE "CLASS TIMETABLES BY INSTRUCTOR"
                       TO WS-PS-TEXT-2
               WHEN "R"
                   MOVE "CLASS TIMETABLES BY ROOM" TO WS-PS-TEXT-2
               WHEN "T"
                   MOVE "CLASS TIMETABLES BY STUDENT" TO WS-PS-TEXT-2
           END-EVALUATE
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PERIOD  " DAY-NAME(1) "          " DAY-NAME(2)
               "          " DAY-NAME(3) "          " DAY-NAME(4)
               "          " DAY-NAME(5)
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    EACH DISTINCT CODE ONCE, IN THE ORDER IT FIRST APPEARS
      *    ON ITS FILE.
       0300-PRINT-ALL-SECTIONS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
                   UNTIL WS-OUTER > WS-TT-COUNT
               MOVE "N" TO WS-SEEN-BEFORE
               PERFORM VARYING WS-INNER FROM 1 BY 1
                       UNTIL WS-INNER >= WS-OUTER
                   IF TTE-SECTION(WS-INNER) = TTE-SECTION(WS-OUTER)
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               IF WS-SEEN-BEFORE = "N"
                   MOVE TTE-SECTION(WS-OUTER) TO WS-KEY
                   PERFORM 0500-PRINT-ONE-TIMETABLE
               END-IF
           END-PERFORM.

       0320-PRINT-ALL-INSTRUCTORS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
                   UNTIL WS-OUTER > WS-SA-COUNT
               MOVE "N" TO WS-SEEN-BEFORE
               PERFORM VARYING WS-INNER FROM 1 BY 1
                       UNTIL WS-INNER >= WS-OUTER
                   IF SAE-INSTR-ID(WS-INNER)
                           = SAE-INSTR-ID(WS-OUTER)
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               IF WS-SEEN-BEFORE = "N"
                   MOVE SAE-INSTR-ID(WS-OUTER) TO WS-KEY
                   PERFORM 0500-PRINT-ONE-TIMETABLE
               END-IF
           END-PERFORM.

       0340-PRINT-ALL-ROOMS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
                   UNTIL WS-OUTER > WS-RM-COUNT
               MOVE RME-ROOM(WS-OUTER) TO WS-KEY
               PERFORM 0500-PRINT-ONE-TIMETABLE
           END-PERFORM.

       0360-PRINT-ALL-STUDENTS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
                   UNTIL WS-OUTER > WS-ET-COUNT
               MOVE "N" TO WS-SEEN-BEFORE
               PERFORM VARYING WS-INNER FROM 1 BY 1
                       UNTIL WS-INNER >= WS-OUTER
                   IF ETE-STUDENT(WS-INNER) = ETE-STUDENT(WS-OUTER)
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               IF WS-SEEN-BEFORE = "N"
                   MOVE ETE-STUDENT(WS-OUTER) TO WS-KEY
                   PERFORM 0500-PRINT-ONE-TIMETABLE
               END-IF
           END-PERFORM.

      *    FILL THE GRID FOR WS-KEY FROM EVERY MATCHING MEETING AND
      *    PRINT IT. WHEN EVERYTHING IS BEING PRINTED, A CODE WITH
      *    NO MEETINGS IS SKIPPED.
       0500-PRINT-ONE-TIMETABLE.
           MOVE SPACES TO WEEK-GRID
           MOVE 0 TO WS-MEETING-COUNT
           MOVE 0 TO WS-CLASH-COUNT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TT-COUNT
               PERFORM 0550-MATCH-MEETING
               IF WS-MATCH = "Y"
                   PERFORM 0580-PLACE-IN-GRID
               END-IF
           END-PERFORM
           IF WS-MEETING-COUNT = 0 AND WS-WANTED-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRINTED-COUNT
           PERFORM 0600-PRINT-TITLE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
               MOVE "D" TO WS-PS-FUNCTION
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " P "     " GRID-CELL(P, 1) " "
                   GRID-CELL(P, 2) " " GRID-CELL(P, 3) " "
                   GRID-CELL(P, 4) " " GRID-CELL(P, 5)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           EVALUATE TRUE
               WHEN WS-MEETING-COUNT = 0
                   MOVE "  NO MEETINGS ON THE TIMETABLE."
                       TO WS-PS-TEXT-1
               WHEN WS-CLASH-COUNT > 0
                   STRING "  " WS-MEETING-COUNT " MEETINGS A WEEK -- "
                       WS-CLASH-COUNT " SLOT CLASHES TO RESOLVE"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN OTHER
                   STRING "  " WS-MEETING-COUNT " MEETINGS A WEEK"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-EVALUATE
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    DOES MEETING T BELONG ON WS-KEY'S TIMETABLE, AND WHAT
      *    GOES IN ITS CELL.
       0550-MATCH-MEETING.
           MOVE "N" TO WS-MATCH
           MOVE SPACES TO WS-CELL-TEXT
           EVALUATE WS-KIND
               WHEN "S"
                   IF TTE-SECTION(T) = WS-KEY
                       MOVE "Y" TO WS-MATCH
                       STRING "ROOM " TTE-ROOM(T)
                           DELIMITED BY SIZE INTO WS-CELL-TEXT
                   END-IF
               WHEN "I"
                   MOVE TTE-SECTION(T) TO WS-LOOK-SECTION
                   PERFORM 0700-FIND-INSTRUCTOR
                   IF WS-LOOK-INSTR = WS-KEY
                       MOVE "Y" TO WS-MATCH
                       STRING TTE-SECTION(T) " " TTE-ROOM(T)
                           DELIMITED BY SIZE INTO WS-CELL-TEXT
                   END-IF
               WHEN "R"
                   IF TTE-ROOM(T) = WS-KEY
                       MOVE "Y" TO WS-MATCH
                       STRING "SECT " TTE-SECTION(T)
                           DELIMITED BY SIZE INTO WS-CELL-TEXT
                   END-IF
               WHEN "T"
                   PERFORM VARYING E FROM 1 BY 1
                           UNTIL E > WS-ET-COUNT
                       IF ETE-SECTION(E) = TTE-SECTION(T)
                               AND ETE-STUDENT(E) = WS-KEY
                           MOVE "Y" TO WS-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-MATCH = "Y"
                       STRING TTE-SECTION(T) " " TTE-ROOM(T)
                           DELIMITED BY SIZE INTO WS-CELL-TEXT
                   END-IF
           END-EVALUATE.

       0580-PLACE-IN-GRID.
           ADD 1 TO WS-MEETING-COUNT
           MOVE TTE-PERIOD(T) TO P
           MOVE TTE-DAY(T) TO D
           IF P < 1 OR P > 8 OR D < 1 OR D > 5
               EXIT PARAGRAPH
           END-IF
           IF GRID-CELL(P, D) = SPACES
               MOVE WS-CELL-TEXT TO GRID-CELL(P, D)
           ELSE
               IF GRID-CELL(P, D) NOT = "** CLASH **"
                   ADD 1 TO WS-CLASH-COUNT
                   MOVE "** CLASH **" TO GRID-CELL(P, D)
               END-IF
           END-IF.

       0600-PRINT-TITLE.
           MOVE SPACES TO WS-TITLE-NAME
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           EVALUATE WS-KIND
               WHEN "S"
                   MOVE WS-KEY TO WS-LOOK-SECTION
                   PERFORM 0700-FIND-INSTRUCTOR
                   MOVE WS-LOOK-INSTR TO IN-INSTR-ID
                   PERFORM 0720-INSTRUCTOR-NAME
                   STRING "SECTION " WS-KEY(1:3) "   INSTRUCTOR "
                       WS-LOOK-INSTR " " WS-TITLE-NAME
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN "I"
                   MOVE WS-KEY TO IN-INSTR-ID
                   PERFORM 0720-INSTRUCTOR-NAME
                   STRING "INSTRUCTOR " WS-KEY " " WS-TITLE-NAME
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN "R"
                   MOVE 0 TO RM-SEATS
                   PERFORM VARYING R FROM 1 BY 1
                           UNTIL R > WS-RM-COUNT
                       IF RME-ROOM(R) = WS-KEY(1:4)
                           MOVE RME-SEATS(R) TO RM-SEATS
                       END-IF
                   END-PERFORM
                   STRING "ROOM " WS-KEY(1:4) "   SEATS " RM-SEATS
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN "T"
                   IF WS-STUDENT-OPEN = "Y"
                       MOVE WS-KEY TO SD-STUDENT-ID
                       READ STUDENT-DIR-FILE
                           INVALID KEY
                               MOVE "(NOT ON THE DIRECTORY)"
                                   TO WS-TITLE-NAME
                           NOT INVALID KEY
                               MOVE SD-NAME TO WS-TITLE-NAME
                       END-READ
                   END-IF
                   STRING "STUDENT " WS-KEY " " WS-TITLE-NAME
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-EVALUATE
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    THE INSTRUCTOR OF WS-LOOK-SECTION, SPACES IF NOBODY IS
      *    ASSIGNED YET.
       0700-FIND-INSTRUCTOR.
           MOVE SPACES TO WS-LOOK-INSTR
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-SECTION(A) = WS-LOOK-SECTION
                   MOVE SAE-INSTR-ID(A) TO WS-LOOK-INSTR
               END-IF
           END-PERFORM.

       0720-INSTRUCTOR-NAME.
           MOVE SPACES TO WS-TITLE-NAME
           IF WS-INSTR-OPEN = "Y" AND IN-INSTR-ID NOT = SPACES
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON INSTRUCTOR FILE)"
                           TO WS-TITLE-NAME
                   NOT INVALID KEY
                       MOVE IN-NAME TO WS-TITLE-NAME
               END-READ
           END-IF.
