       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRCONVERT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ONE-TIME CONVERSION UTILITY FOR INSTRUCTOR
      *            STIPENDS. EVERY INSTRUCTOR ON instructors.dat NOW
      *            CARRIES THE EMP-ID THAT PAYS THEM THROUGH PAYROLL
      *            (SEE instrmaint.cob), SO THE RECORD GREW. BEFORE
      *            THE FIRST RUN UNDER THE NEW LAYOUT THE OPERATOR
      *            RENAMES instructors.dat TO instructors.old; THIS
      *            PROGRAM READS THE OLD LAYOUT AND WRITES THE NEW
      *            FILE WITH EVERY EMP-ID BLANK -- NOBODY WAS PAID
      *            THROUGH PAYROLL BEFORE, SO THE LINKS ARE KEYED
      *            AFTERWARDS WITH instrmaint (U). sectassign.dat
      *            NEEDS NO CONVERSION: A LINE WITHOUT A STIPEND
      *            READS AS ZERO. THE OLD FILE IS LEFT IN PLACE. THE
      *            RUN REFUSES TO OVERWRITE AN EXISTING
      *            instructors.dat.
      *    compile with ->  cobc -x -o instrconvert instrconvert.cob
      *    then run ./instrconvert

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INSTRUCTOR-FILE ASSIGN TO "instructors.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INSTR-ID
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-INSTR-ID
               FILE STATUS IS WS-IN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INSTRUCTOR-FILE.
       01  OLD-INSTRUCTOR-RECORD.
           05 OI-INSTR-ID      PIC X(5).
           05 OI-BODY          PIC X(45).

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 IN-INSTR-ID      PIC X(5).
           05 IN-BODY          PIC X(45).
           05 IN-EMP-ID        PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-OI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-IN-COUNT         PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-IN-FILE-STATUS = "00"
               CLOSE INSTRUCTOR-FILE
               DISPLAY "instructors.dat ALREADY EXISTS -- RENAME IT "
                   "TO instructors.old FIRST, OR THE CONVERSION HAS "
                   "ALREADY RUN. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-CONVERT-INSTRUCTORS
           DISPLAY "CONVERTED " WS-IN-COUNT " INSTRUCTORS TO THE "
               "STIPEND LAYOUT."
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " RECORDS COULD NOT "
                   "BE WRITTEN -- SEE MESSAGES ABOVE. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "instructors.old IS NOW RETIRED -- NOTHING READS "
               "IT ANY MORE. LINK THE PAID INSTRUCTORS TO THEIR "
               "EMP-IDS WITH instrmaint."
           GOBACK.

       0100-CONVERT-INSTRUCTORS.
           OPEN OUTPUT INSTRUCTOR-FILE
           OPEN INPUT OLD-INSTRUCTOR-FILE
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "NO instructors.old TO CONVERT -- "
                   "instructors.dat CREATED EMPTY."
               CLOSE INSTRUCTOR-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-INSTRUCTOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 0150-CONVERT-ONE-INSTRUCTOR
                   END-READ
               END-PERFORM
               CLOSE OLD-INSTRUCTOR-FILE
               CLOSE INSTRUCTOR-FILE
           END-IF.

      *    THE OLD FILE IS READ IN KEY ORDER, SO THE NEW ONE IS
      *    WRITTEN IN KEY ORDER UNDER THE SAME KEYS.
       0150-CONVERT-ONE-INSTRUCTOR.
           MOVE OI-INSTR-ID TO IN-INSTR-ID
           MOVE OI-BODY     TO IN-BODY
           MOVE SPACES      TO IN-EMP-ID
           WRITE INSTRUCTOR-RECORD
           IF WS-IN-FILE-STATUS = "00"
               ADD 1 TO WS-IN-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR WRITING " OI-INSTR-ID
                   ", STATUS = " WS-IN-FILE-STATUS
           END-IF.
