      *            PER SECTION NAMING ITS INSTRUCTOR). THE WORKLOAD
      *            REPORT (instrload.cob) JOINS THE ASSIGNMENTS
      *            WITH marks.dat.
      *            PART-TIME INSTRUCTORS ARE PAID THROUGH PAYROLL: AN
      *            INSTRUCTOR MAY BE LINKED TO THEIR EMP-ID ON
      *            employee.dat (IN-EMP-ID, BLANK FOR STAFF WHOSE
      *            TEACHING IS PART OF THEIR SALARY), AND EACH
      *            ASSIGNMENT CARRIES THE STIPEND THE SECTION PAYS
      *            FOR A TERM (SA-STIPEND, ZERO FOR NONE). stipgen
      *            TURNS THOSE INTO PAY-PERIOD INSTALLMENTS AT TERM
      *            START. instructors.dat GREW BY THE EMP-ID -- AN
      *            EXISTING FILE IS CONVERTED ONCE WITH
      *            instrconvert.cob.
      *    compile with ->  cobc -x -o instrmaint instrmaint.cob
      *    then run ./instrmaint

           05 IN-INSTR-ID      PIC X(5).
           05 IN-NAME          PIC X(25).
           05 IN-CONTACT       PIC X(20).
           05 IN-EMP-ID        PIC X(5).

      *    ONE LINE PER SECTION -- A SECTION HAS EXACTLY ONE
      *    INSTRUCTOR; AN INSTRUCTOR MAY CARRY SEVERAL SECTIONS.
       01  ASSIGN-RECORD.
           05 SA-SECTION       PIC X(3).
           05 SA-INSTR-ID      PIC X(5).
           05 SA-STIPEND       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-IN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-WORK-SECTION     PIC X(3).
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-IN-PROMPT        PIC X(60).
       01  WS-IN-NUM-BUFFER    PIC X(18).
       01  WS-STIPEND          PIC 9(5)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-STIPEND       PIC ZZ,ZZ9.99.

       01  ASSIGN-TABLE.
           05 WS-SA-COUNT      PIC 9(2) VALUE 0.
           05 SA-ENTRY OCCURS 50 TIMES.
               10 SAE-SECTION      PIC X(3).
               10 SAE-INSTR-ID     PIC X(5).
               10 SAE-STIPEND      PIC 9(5)V99.
       01  A                   PIC 9(2) VALUE 1.

       PROCEDURE DIVISION.
                               TO SAE-SECTION(WS-SA-COUNT)
                           MOVE SA-INSTR-ID
                               TO SAE-INSTR-ID(WS-SA-COUNT)
      *                    A LINE WRITTEN BEFORE STIPENDS HAS NO RATE.
                           IF SA-STIPEND IS NUMERIC
                               MOVE SA-STIPEND
                                   TO SAE-STIPEND(WS-SA-COUNT)
                           ELSE
                               MOVE 0 TO SAE-STIPEND(WS-SA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           ACCEPT IN-NAME
           DISPLAY "ENTER CONTACT (PHONE OR EMAIL): "
           ACCEPT IN-CONTACT
           DISPLAY "ENTER PAYROLL EMP-ID (BLANK = NOT PAID BY "
               "STIPEND): "
           MOVE SPACES TO IN-EMP-ID
           ACCEPT IN-EMP-ID
           WRITE INSTRUCTOR-RECORD
           IF WS-IN-FILE-STATUS = "22"
               DISPLAY "INSTRUCTOR ALREADY ON FILE. USE U TO "
                   DISPLAY "ID:      " IN-INSTR-ID
                   DISPLAY "NAME:    " IN-NAME
                   DISPLAY "CONTACT: " IN-CONTACT
                   IF IN-EMP-ID = SPACES
                       DISPLAY "PAYROLL: NOT LINKED"
                   ELSE
                       DISPLAY "PAYROLL: EMP-ID " IN-EMP-ID
                   END-IF
                   PERFORM VARYING A FROM 1 BY 1
                           UNTIL A > WS-SA-COUNT
                       IF SAE-INSTR-ID(A) = IN-INSTR-ID
                           MOVE SAE-STIPEND(A) TO ED-STIPEND
                           DISPLAY "TEACHES: SECTION "
                               SAE-SECTION(A) "  STIPEND "
                               ED-STIPEND
                       END-IF
                   END-PERFORM
           END-READ.
                   ACCEPT IN-NAME
                   DISPLAY "ENTER NEW CONTACT: "
                   ACCEPT IN-CONTACT
                   DISPLAY "ENTER PAYROLL EMP-ID (NOW " IN-EMP-ID
                       ", BLANK = NOT PAID BY STIPEND): "
                   MOVE SPACES TO IN-EMP-ID
                   ACCEPT IN-EMP-ID
                   REWRITE INSTRUCTOR-RECORD
                   IF WS-IN-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR UPDATING, STATUS = "
           END-READ.

      *    ONE INSTRUCTOR PER SECTION -- ASSIGNING A SECTION AGAIN
      *    MOVES IT TO THE NEW INSTRUCTOR, AT THE STIPEND KEYED NOW.
       0600-ASSIGN-SECTION.
           DISPLAY "ENTER SECTION CODE (3 CHARS): "
           ACCEPT WS-WORK-SECTION
                       "FILE. ADD THEM FIRST."
                   GO TO 0600-EXIT
           END-READ
           MOVE "ENTER TERM STIPEND FOR THE SECTION (0 = NONE): "
               TO WS-IN-PROMPT
           CALL "NUMVALID" USING WS-IN-PROMPT WS-IN-NUM-BUFFER
           MOVE WS-IN-NUM-BUFFER TO WS-STIPEND
           IF WS-STIPEND > 0 AND IN-EMP-ID = SPACES
               DISPLAY "NOTE: " IN-INSTR-ID " IS NOT LINKED TO AN "
                   "EMP-ID -- THE STIPEND CANNOT BE PAID UNTIL THEY "
                   "ARE (USE U)."
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-SECTION(A) = WS-WORK-SECTION
                   TO SAE-SECTION(WS-FOUND-INDEX)
           END-IF
           MOVE IN-INSTR-ID TO SAE-INSTR-ID(WS-FOUND-INDEX)
           MOVE WS-STIPEND TO SAE-STIPEND(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-ASSIGN-FILE
           DISPLAY "SECTION " WS-WORK-SECTION " ASSIGNED TO "
               IN-INSTR-ID " (" FUNCTION TRIM(IN-NAME) ").".
           IF WS-SA-COUNT = 0
               DISPLAY "NO SECTION ASSIGNMENTS ON FILE YET."
           ELSE
               DISPLAY "SECTION  INSTRUCTOR    STIPEND"
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
                   MOVE SAE-STIPEND(A) TO ED-STIPEND
                   DISPLAY SAE-SECTION(A) "      "
                       SAE-INSTR-ID(A) "  " ED-STIPEND
               END-PERFORM
           END-IF.

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               MOVE SAE-SECTION(A)  TO SA-SECTION
               MOVE SAE-INSTR-ID(A) TO SA-INSTR-ID
               MOVE SAE-STIPEND(A)  TO SA-STIPEND
               WRITE ASSIGN-RECORD
           END-PERFORM
           CLOSE ASSIGN-FILE.
