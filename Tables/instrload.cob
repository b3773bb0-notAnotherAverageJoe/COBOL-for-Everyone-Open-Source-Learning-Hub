      *            LOOKUP, NOT A WALK AROUND THE OFFICE. SECTIONS
      *            WITH MARKS BUT NO INSTRUCTOR ARE LISTED FOR
      *            FOLLOW-UP.
      *            EACH SECTION ALSO SHOWS THE TERM STIPEND IT COSTS
      *            (SA-STIPEND, PAID THROUGH PAYROLL -- SEE stipgen),
      *            WITH THE INSTRUCTOR'S STIPEND TOTAL ON THE LOAD
      *            LINE AND THE WHOLE STIPEND BILL AT THE END.
      *    compile with ->  cobc -x -o instrload instrload.cob
      *    then run ./instrload

       01  ASSIGN-RECORD.
           05 SA-SECTION       PIC X(3).
           05 SA-INSTR-ID      PIC X(5).
           05 SA-STIPEND       PIC 9(5)V99.

       FD  MARKS-FILE.
       01  MARKS-RECORD.
           05 IN-INSTR-ID      PIC X(5).
           05 IN-NAME          PIC X(25).
           05 IN-CONTACT       PIC X(20).
           05 IN-EMP-ID        PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-SA-FILE-STATUS   PIC X(2) VALUE "00".
               10 SEE-INSTR-ID     PIC X(5).
               10 SEE-STUDENTS     PIC 9(3).
               10 SEE-MARK-TOTAL   PIC 9(5).
               10 SEE-STIPEND      PIC 9(5)V99.
               10 SEE-LISTED       PIC X.
       01  S                   PIC 9(2) VALUE 1.
       01  T                   PIC 9(2) VALUE 1.
       01  WS-INSTR-SECTIONS   PIC 9(2) VALUE 0.
       01  WS-INSTR-STUDENTS   PIC 9(4) VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(2) VALUE 0.
       01  WS-INSTR-STIPEND    PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-STIPEND    PIC 9(7)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-STIPEND       PIC ZZ,ZZ9.99.
           05 ED-TOTAL         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
               END-IF
           END-PERFORM
           PERFORM 0500-LIST-ORPHAN-SECTIONS
           MOVE WS-TOTAL-STIPEND TO ED-TOTAL
           DISPLAY " "
           DISPLAY "TOTAL TERM STIPEND COST: " ED-TOTAL
           IF WS-INSTR-OPEN = "Y"
               CLOSE INSTRUCTOR-FILE
           END-IF
                           MOVE 0 TO SEE-STUDENTS(WS-SE-COUNT)
                           MOVE 0 TO SEE-MARK-TOTAL(WS-SE-COUNT)
                           MOVE "N" TO SEE-LISTED(WS-SE-COUNT)
                           IF SA-STIPEND IS NUMERIC
                               MOVE SA-STIPEND
                                   TO SEE-STIPEND(WS-SE-COUNT)
                           ELSE
                               MOVE 0 TO SEE-STIPEND(WS-SE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               MOVE 0 TO SEE-STUDENTS(WS-SE-INDEX)
               MOVE 0 TO SEE-MARK-TOTAL(WS-SE-INDEX)
               MOVE "N" TO SEE-LISTED(WS-SE-INDEX)
               MOVE 0 TO SEE-STIPEND(WS-SE-INDEX)
           END-IF
           IF WS-SE-INDEX > 0
               ADD 1 TO SEE-STUDENTS(WS-SE-INDEX)
               WS-INSTR-NAME
           MOVE 0 TO WS-INSTR-SECTIONS
           MOVE 0 TO WS-INSTR-STUDENTS
           MOVE 0 TO WS-INSTR-STIPEND
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-SE-COUNT
               IF SEE-INSTR-ID(T) = SEE-INSTR-ID(S)
                       AND SEE-LISTED(T) NOT = "Y"
                   MOVE "Y" TO SEE-LISTED(T)
                   ADD 1 TO WS-INSTR-SECTIONS
                   ADD SEE-STUDENTS(T) TO WS-INSTR-STUDENTS
                   ADD SEE-STIPEND(T) TO WS-INSTR-STIPEND
                   IF SEE-STUDENTS(T) = 0
                       MOVE 0 TO WS-SECTION-AVG
                   ELSE
                       COMPUTE WS-SECTION-AVG ROUNDED =
                           SEE-MARK-TOTAL(T) / SEE-STUDENTS(T)
                   END-IF
                   MOVE SEE-STIPEND(T) TO ED-STIPEND
                   DISPLAY "  SECTION " SEE-SECTION(T) "  "
                       SEE-STUDENTS(T) " STUDENTS  AVERAGE "
                       WS-SECTION-AVG "  STIPEND " ED-STIPEND
               END-IF
           END-PERFORM
           ADD WS-INSTR-STIPEND TO WS-TOTAL-STIPEND
           MOVE WS-INSTR-STIPEND TO ED-TOTAL
           DISPLAY "  LOAD: " WS-INSTR-SECTIONS " SECTIONS, "
               WS-INSTR-STUDENTS " STUDENTS  STIPEND COST "
               ED-TOTAL.

       0500-LIST-ORPHAN-SECTIONS.
           MOVE 0 TO WS-ORPHAN-COUNT
