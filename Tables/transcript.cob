       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    OFFICIAL TRANSCRIPT PRINT. studentmaster.dat ONLY
      *            EVER HELD TWELVE BARE TERM MARKS AND alumni.dat
      *            ONLY A CUMULATIVE AVERAGE, SO WHEN A GRADUATE
      *            ASKED FOR A TRANSCRIPT FOR A COLLEGE OR AN
      *            EMPLOYER THERE WAS NOTHING TO SEND. TERM END NOW
      *            WRITES EVERY MARK TO THE PERMANENT ACADEMIC
      *            HISTORY acadhist.dat WITH ITS COURSE AND CREDITS
      *            (SEE termend.cob AND coursecat.cob). FOR EACH
      *            STUDENT ID KEYED, THIS PROGRAM PRINTS TO
      *            transcript.rpt:
      *              - THE NAME (DIRECTORY, OR THE ALUMNI ARCHIVE FOR
      *                A GRADUATE NO LONGER ON THE DIRECTORY);
      *              - TERM BY TERM, EVERY COURSE WITH ITS MARK,
      *                LETTER GRADE, CREDITS ATTEMPTED AND EARNED,
      *                AND A CREDIT-WEIGHTED TERM AVERAGE;
      *              - THE CUMULATIVE CREDITS EARNED AND THE
      *                CUMULATIVE CREDIT-WEIGHTED AVERAGE;
      *              - THE GRADUATION DATE FROM alumni.dat, OR THE
      *                CURRENT YEAR LEVEL FOR A STUDENT STILL HERE.
      *            COURSES WITH NO CREDIT HOURS PRINT BUT DO NOT
      *            WEIGH IN THE AVERAGES. EVERY TRANSCRIPT PRINTED
      *            IS AUDITED. A BLANK STUDENT ID ENDS THE RUN.
      *    compile with ->  cobc -x -o transcript transcript.cob
      *    then run ./transcript

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACAD-HIST-FILE ASSIGN TO "acadhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-FILE-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO "alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.

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

       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           05 AL-STUDENT-ID    PIC X(5).
           05 AL-NAME          PIC X(25).
           05 AL-GRAD-DATE     PIC X(8).
           05 AL-TERM-COUNT    PIC 9(2).
           05 AL-CUM-AVERAGE   PIC 99V99.

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AH-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-DIR-OPEN         PIC X VALUE "N".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-WORK-STUDENT     PIC X(5).
       01  WS-STUDENT-NAME     PIC X(25).
       01  WS-STUDENT-YEAR     PIC X(4).
       01  WS-ON-DIRECTORY     PIC X VALUE "N".
       01  WS-GRAD-DATE        PIC X(8).
       01  WS-PREV-TERM        PIC X(5).
       01  WS-LINE-COUNT       PIC 9(4) VALUE 0.
       01  WS-PRINT-COUNT      PIC 9(4) VALUE 0.
       01  WS-PASS-MARK        PIC 99 VALUE 60.
       01  WS-LETTER-GRADE     PIC X VALUE SPACE.

      *    CREDIT-WEIGHTED AVERAGE = SUM OF (MARK X CREDITS) OVER
      *    SUM OF CREDITS, FOR THE TERM AND FOR THE WHOLE CAREER.
       01  TRANSCRIPT-TOTALS.
           05 WS-TERM-POINTS   PIC 9(6)V9 VALUE 0.
           05 WS-TERM-ATTEMPT  PIC 9(4)V9 VALUE 0.
           05 WS-TERM-EARNED   PIC 9(4)V9 VALUE 0.
           05 WS-CUM-POINTS    PIC 9(7)V9 VALUE 0.
           05 WS-CUM-ATTEMPT   PIC 9(5)V9 VALUE 0.
           05 WS-CUM-EARNED    PIC 9(5)V9 VALUE 0.
       01  WS-AVERAGE          PIC 9(3)V99 VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  EDITED-FIELDS.
           05 ED-CREDITS       PIC Z9.9.
           05 ED-EARNED        PIC Z9.9.
           05 ED-TOTAL-CREDITS PIC ZZZ9.9.
           05 ED-TOTAL-EARNED  PIC ZZZ9.9.
           05 ED-AVERAGE       PIC ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TRANSCRIPT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ACAD-HIST-FILE
           IF WS-AH-FILE-STATUS NOT = "00"
               DISPLAY "NO ACADEMIC HISTORY ON FILE. IT IS WRITTEN "
                   "BY termend AT THE CLOSE OF EACH TERM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ACAD-HIST-FILE
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS = "00"
               MOVE "Y" TO WS-DIR-OPEN
           END-IF
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "transcript.rpt" TO WS-PS-TEXT-1
           MOVE "OFFICIAL ACADEMIC TRANSCRIPT" TO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  COURSE TITLE                          SEC  "
               "MARK GRADE CREDITS EARNED"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               DISPLAY "ENTER STUDENT ID FOR A TRANSCRIPT (BLANK "
                   "TO FINISH): "
               MOVE SPACES TO WS-WORK-STUDENT
               ACCEPT WS-WORK-STUDENT
               MOVE FUNCTION UPPER-CASE(WS-WORK-STUDENT)
                   TO WS-WORK-STUDENT
               IF WS-WORK-STUDENT = SPACES
                   MOVE "Y" TO WS-DONE-SWITCH
               ELSE
                   PERFORM 0100-PRINT-TRANSCRIPT THRU 0100-EXIT
               END-IF
           END-PERFORM
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-DIR-OPEN = "Y"
               CLOSE STUDENT-DIR-FILE
           END-IF
           DISPLAY WS-PRINT-COUNT " TRANSCRIPTS PRINTED TO "
               "transcript.rpt."
           GOBACK.

       0100-PRINT-TRANSCRIPT.
           PERFORM 0200-IDENTIFY-STUDENT
           IF WS-ON-DIRECTORY = "N" AND WS-GRAD-DATE = SPACES
               DISPLAY "STUDENT " WS-WORK-STUDENT " IS NOT ON THE "
                   "DIRECTORY OR THE ALUMNI ARCHIVE."
               GO TO 0100-EXIT
           END-IF
           INITIALIZE TRANSCRIPT-TOTALS
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PREV-TERM
           PERFORM 0300-PRINT-STUDENT-HEADING
           MOVE "N" TO WS-AH-EOF
           OPEN INPUT ACAD-HIST-FILE
           PERFORM UNTIL WS-AH-EOF = "Y"
               READ ACAD-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-AH-EOF
                   NOT AT END
                       IF AH-STUDENT-ID = WS-WORK-STUDENT
                           PERFORM 0400-PRINT-COURSE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACAD-HIST-FILE
           IF WS-LINE-COUNT = 0
               MOVE "  NO COURSES ON THE ACADEMIC HISTORY."
                   TO WS-PS-TEXT-1
               PERFORM 0900-PRINT-LINE
           ELSE
               PERFORM 0500-PRINT-TERM-TOTAL
           END-IF
           PERFORM 0600-PRINT-CUMULATIVE
           ADD 1 TO WS-PRINT-COUNT
           DISPLAY "TRANSCRIPT FOR " WS-WORK-STUDENT " "
               WS-STUDENT-NAME " PRINTED (" WS-LINE-COUNT
               " COURSES)."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PRINTED TRANSCRIPT " WS-WORK-STUDENT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0100-EXIT.
           EXIT.

      *    THE DIRECTORY NAMES A CURRENT STUDENT; A GRADUATE MAY
      *    ONLY BE ON THE ALUMNI ARCHIVE, WHICH ALSO CARRIES THE
      *    GRADUATION DATE.
       0200-IDENTIFY-STUDENT.
           MOVE "N" TO WS-ON-DIRECTORY
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SPACES TO WS-STUDENT-YEAR
           MOVE SPACES TO WS-GRAD-DATE
           IF WS-DIR-OPEN = "Y"
               MOVE WS-WORK-STUDENT TO SD-STUDENT-ID
               READ STUDENT-DIR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-DIRECTORY
                       MOVE SD-NAME TO WS-STUDENT-NAME
                       MOVE SD-YEAR TO WS-STUDENT-YEAR
               END-READ
           END-IF
           MOVE "N" TO WS-AL-EOF
           OPEN INPUT ALUMNI-FILE
           IF WS-AL-FILE-STATUS = "00"
               PERFORM UNTIL WS-AL-EOF = "Y"
                   READ ALUMNI-FILE
                       AT END
                           MOVE "Y" TO WS-AL-EOF
                       NOT AT END
                           IF AL-STUDENT-ID = WS-WORK-STUDENT
                               MOVE AL-GRAD-DATE TO WS-GRAD-DATE
                               IF WS-STUDENT-NAME = SPACES
                                   MOVE AL-NAME TO WS-STUDENT-NAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.

       0300-PRINT-STUDENT-HEADING.
           MOVE ALL "=" TO WS-PS-TEXT-1
           PERFORM 0900-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "STUDENT " WS-WORK-STUDENT "   " WS-STUDENT-NAME
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0900-PRINT-LINE.

       0400-PRINT-COURSE-LINE.
           IF AH-TERM NOT = WS-PREV-TERM
               IF WS-LINE-COUNT > 0
                   PERFORM 0500-PRINT-TERM-TOTAL
               END-IF
               MOVE AH-TERM TO WS-PREV-TERM
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "TERM " AH-TERM
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0900-PRINT-LINE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN AH-MARK >= 90
                   MOVE "A" TO WS-LETTER-GRADE
               WHEN AH-MARK >= 80
                   MOVE "B" TO WS-LETTER-GRADE
               WHEN AH-MARK >= 70
                   MOVE "C" TO WS-LETTER-GRADE
               WHEN AH-MARK >= WS-PASS-MARK
                   MOVE "D" TO WS-LETTER-GRADE
               WHEN OTHER
                   MOVE "F" TO WS-LETTER-GRADE
           END-EVALUATE
           MOVE AH-CREDITS TO ED-CREDITS
           MOVE AH-EARNED TO ED-EARNED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  " AH-COURSE " " AH-TITLE " " AH-SECTION "  "
               AH-MARK "   " WS-LETTER-GRADE "        " ED-CREDITS
               "   " ED-EARNED
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0900-PRINT-LINE
           COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
               + AH-MARK * AH-CREDITS
           ADD AH-CREDITS TO WS-TERM-ATTEMPT
           ADD AH-EARNED TO WS-TERM-EARNED.

       0500-PRINT-TERM-TOTAL.
           MOVE 0 TO WS-AVERAGE
           IF WS-TERM-ATTEMPT > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TERM-POINTS / WS-TERM-ATTEMPT
           END-IF
           MOVE WS-AVERAGE TO ED-AVERAGE
           MOVE WS-TERM-ATTEMPT TO ED-TOTAL-CREDITS
           MOVE WS-TERM-EARNED TO ED-TOTAL-EARNED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "        TERM " WS-PREV-TERM "  ATTEMPTED "
               ED-TOTAL-CREDITS "  EARNED " ED-TOTAL-EARNED
               "  AVERAGE " ED-AVERAGE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0900-PRINT-LINE
           ADD WS-TERM-POINTS TO WS-CUM-POINTS
           ADD WS-TERM-ATTEMPT TO WS-CUM-ATTEMPT
           ADD WS-TERM-EARNED TO WS-CUM-EARNED
           MOVE 0 TO WS-TERM-POINTS
           MOVE 0 TO WS-TERM-ATTEMPT
           MOVE 0 TO WS-TERM-EARNED.

       0600-PRINT-CUMULATIVE.
           MOVE 0 TO WS-AVERAGE
           IF WS-CUM-ATTEMPT > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-CUM-POINTS / WS-CUM-ATTEMPT
           END-IF
           MOVE WS-AVERAGE TO ED-AVERAGE
           MOVE WS-CUM-EARNED TO ED-TOTAL-EARNED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CUMULATIVE CREDITS EARNED " ED-TOTAL-EARNED
               "   CUMULATIVE AVERAGE " ED-AVERAGE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0900-PRINT-LINE
           MOVE SPACES TO WS-PS-TEXT-1
           IF WS-GRAD-DATE NOT = SPACES
               MOVE "F" TO WS-DV-FUNCTION
               MOVE WS-GRAD-DATE TO WS-DV-DATE-1
               MOVE SPACES TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
               STRING "GRADUATED " WS-DV-DISPLAY
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           ELSE
               STRING "CURRENTLY ENROLLED -- YEAR " WS-STUDENT-YEAR
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-IF
           PERFORM 0900-PRINT-LINE.

       0900-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
