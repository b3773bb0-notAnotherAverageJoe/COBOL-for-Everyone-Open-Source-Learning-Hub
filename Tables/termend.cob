      *                ACTIVE STUDENTS;
      *              - PROMOTES CONTINUING STUDENTS BY ADVANCING
      *                SD-YEAR ON THE DIRECTORY.
      *            BEFORE ANY OF THAT, EVERY MARK ON marks.dat IS
      *            WRITTEN TO THE PERMANENT ACADEMIC HISTORY
      *            acadhist.dat UNDER THE TERM CODE KEYED AT THE
      *            START OF THE RUN -- ONE LINE PER STUDENT, TERM
      *            AND COURSE WITH THE MARK, THE COURSE'S CREDIT
      *            HOURS (COURSE CATALOG, SEE coursecat.cob) AND THE
      *            CREDITS EARNED, WHICH ARE THE FULL CREDITS FOR A
      *            PASSING MARK (60, A "D") AND NONE OTHERWISE. A
      *            MARK ALREADY ON THE HISTORY FOR THE STUDENT, TERM
      *            AND SECTION IS NOT WRITTEN TWICE, SO A RESTART
      *            AFTER A RUN THAT DIED PART WAY THROUGH THE HISTORY
      *            WRITES JUST THE MARKS STILL MISSING.
      *            THE HISTORY IS NEVER PURGED -- IT IS WHAT
      *            transcript.cob PRINTS FROM, FOR STUDENTS AND
      *            ALUMNI ALIKE.
      *            THE RUN IS LEDGERED THROUGH RUNLEDGER UNDER THE
      *            TERM CODE, WHICH IS THEREFORE REQUIRED, WITH A
      *            MARKER PER STUDENT GRADUATED OR PROMOTED. A RUN
      *            THAT DIES PART WAY RESTARTS AFTER THE LAST
      *            STUDENT COMMITTED, SO NOBODY IS PROMOTED TWICE,
      *            AND A SECOND RUN FOR THE SAME TERM IS REFUSED. AN
      *            OPERATOR CAN AUTHORIZE A REVERSAL RUN INSTEAD: EACH
      *            GRADUATE'S MASTER RECORD IS PUT BACK FROM THE
      *            MARKER AND THEIR alumni.dat LINE REMOVED, AND EACH
      *            PROMOTION IS TAKEN BACK ON THE DIRECTORY, SO THE
      *            TERM CAN BE RUN AGAIN. THE ACADEMIC HISTORY IS
      *            LEFT AS IT IS -- THE MARKS WERE EARNED EITHER WAY.
      *    compile with ->  cobc -x -o termend termend.cob
      *    then run ./termend

           SELECT GRAD-LIST-FILE ASSIGN TO "gradlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT MARKS-FILE ASSIGN TO "marks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "courses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT SECT-COURSE-FILE ASSIGN TO "sectcourse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT ACAD-HIST-FILE ASSIGN TO "acadhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRAD-LIST-FILE.
       01  GRAD-LIST-RECORD    PIC X(60).

       FD  MARKS-FILE.
       01  MARKS-RECORD.
           05 MR-SECTION       PIC X(3).
           05 MR-STUDENT-ID    PIC X(5).
           05 MR-MARK          PIC 99.

       FD  COURSE-FILE.
       01  COURSE-RECORD.
           05 CC-COURSE        PIC X(6).
           05 CC-TITLE         PIC X(30).
           05 CC-CREDITS       PIC 9(2)V9.

       FD  SECT-COURSE-FILE.
       01  SECT-COURSE-RECORD.
           05 SC-SECTION       PIC X(3).
           05 SC-COURSE        PIC X(6).

      *    ONE LINE PER STUDENT, TERM AND COURSE, FOREVER. THE
      *    TITLE AND CREDITS ARE COPIED IN SO A LATER CATALOG
      *    CHANGE NEVER REWRITES SOMEONE'S TRANSCRIPT.
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

       WORKING-STORAGE SECTION.
       01  WS-SM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MR-EOF           PIC X VALUE "N".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-SC-EOF           PIC X VALUE "N".
       01  WS-AH-EOF           PIC X VALUE "N".
       01  WS-TERM             PIC X(5) VALUE SPACES.
       01  WS-SM-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-DIR-OPEN         PIC X VALUE "N".
      *    AS ELIGIBILITY'S THRESHOLDS.
       01  WS-COMPLETE-TERMS   PIC 99 VALUE 8.
       01  WS-COMPLETE-AVERAGE PIC 99 VALUE 60.
       01  WS-PASS-MARK        PIC 99 VALUE 60.

       01  COURSE-TABLE.
           05 WS-CC-COUNT      PIC 9(3) VALUE 0.
           05 CC-ENTRY OCCURS 200 TIMES.
               10 CCE-COURSE       PIC X(6).
               10 CCE-TITLE        PIC X(30).
               10 CCE-CREDITS      PIC 9(2)V9.
       01  LINK-TABLE.
           05 WS-SC-COUNT      PIC 9(3) VALUE 0.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SCE-SECTION      PIC X(3).
               10 SCE-COURSE       PIC X(6).
       01  C                   PIC 9(3) VALUE 1.
       01  L                   PIC 9(3) VALUE 1.

       01  T                   PIC 9(2) VALUE 1.
       01  WS-MARK-TOTAL       PIC 9(5) VALUE 0.
       01  WS-STUDENT-NAME     PIC X(25) VALUE SPACES.
       01  WS-NEW-YEAR         PIC 9(4) VALUE 0.
       01  WS-GRAD-LINE        PIC X(60).
       01  WS-AL-EOF           PIC X VALUE "N".

       01  RUN-TOTALS.
           05 WS-READ-COUNT    PIC 9(4) VALUE 0.
           05 WS-GRAD-COUNT    PIC 9(4) VALUE 0.
           05 WS-PROMOTE-COUNT PIC 9(4) VALUE 0.
           05 WS-HISTORY-COUNT PIC 9(4) VALUE 0.
           05 WS-UNLINKED-COUNT PIC 9(4) VALUE 0.
           05 WS-ALREADY-COUNT PIC 9(4) VALUE 0.
           05 WS-HIST-ON-FILE-COUNT PIC 9(4) VALUE 0.
           05 WS-REINSTATE-COUNT PIC 9(4) VALUE 0.
           05 WS-DEMOTE-COUNT  PIC 9(4) VALUE 0.
           05 WS-LEFT-COUNT    PIC 9(4) VALUE 0.
           05 WS-REVERSE-ERRORS PIC 9(4) VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TERMEND".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE RUN LEDGER (SEE Shared/runledger.cob). A GRADUATE'S
      *    MARKER CARRIES THE WHOLE MASTER RECORD AND THE GRADUATION
      *    DATE, A PROMOTION'S THE YEAR BEFORE AND AFTER, SO A
      *    REVERSAL CAN PUT EITHER BACK.
       01  RUNLEDGER-FIELDS.
           05 WS-RL-FUNCTION   PIC X.
           05 WS-RL-JOB        PIC X(15) VALUE "TERMEND".
           05 WS-RL-RUN-KEY    PIC X(12).
           05 WS-RL-ITEM-KEY   PIC X(20).
           05 WS-RL-ITEM-DATA  PIC X(40).
           05 WS-RL-RESULT     PIC X.
       01  WS-RUN-TYPE         PIC X VALUE "N".
       01  WS-RESUME-KEY       PIC X(20) VALUE SPACES.
       01  TERM-MARK-DATA.
           05 TMD-ACTION       PIC X.
               88 TMD-GRADUATED        VALUE "G".
               88 TMD-PROMOTED         VALUE "P".
           05 TMD-GRAD-DATE    PIC X(8).
           05 TMD-MASTER-IMAGE PIC X(31).
       01  TERM-MARK-PROMOTION REDEFINES TERM-MARK-DATA.
           05 FILLER           PIC X.
           05 TMP-OLD-YEAR     PIC X(4).
           05 TMP-NEW-YEAR     PIC X(4).
           05 FILLER           PIC X(31).

      *    WHAT A REVERSAL HAS TO PUT BACK, FETCHED FROM THE LEDGER
      *    BEFORE ANYTHING IS TOUCHED.
       01  REVERSE-TABLE.
           05 WS-RV-COUNT      PIC 9(4) VALUE 0.
           05 RV-ENTRY OCCURS 2000 TIMES.
               10 RVE-STUDENT-ID   PIC X(20).
               10 RVE-DATA         PIC X(40).
       01  R                   PIC 9(4) VALUE 1.

      *    THE ALUMNI ARCHIVE, HELD WHILE A REVERSAL TAKES ITS
      *    GRADUATES BACK OFF IT -- AS gradeappr.cob HOLDS IT.
       01  ALUMNI-TABLE.
           05 WS-AL-COUNT      PIC 9(4) VALUE 0.
           05 AL-ENTRY OCCURS 2000 TIMES.
               10 ALE-STUDENT-ID   PIC X(5).
               10 ALE-NAME         PIC X(25).
               10 ALE-GRAD-DATE    PIC X(8).
               10 ALE-TERM-COUNT   PIC 9(2).
               10 ALE-CUM-AVERAGE  PIC 99V99.
               10 ALE-DROP         PIC X.
       01  A                   PIC 9(4) VALUE 1.
       01  WS-ALUMNI-CHANGED   PIC X VALUE "N".

      *    THE MARKS ALREADY ON acadhist.dat FOR THE TERM BEING
      *    RUN, BY STUDENT AND SECTION -- WHAT AN EARLIER ATTEMPT
      *    GOT WRITTEN BEFORE IT DIED.
       01  HISTORY-ON-FILE-TABLE.
           05 WS-HF-COUNT      PIC 9(4) VALUE 0.
           05 HF-ENTRY OCCURS 5000 TIMES.
               10 HFE-STUDENT-ID   PIC X(5).
               10 HFE-SECTION      PIC X(3).
       01  H                   PIC 9(4) VALUE 1.
       01  WS-HF-OVERFLOW      PIC X VALUE "N".
       01  WS-HF-FOUND         PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY "NOT CONFIRMED. NOTHING DONE."
               GOBACK
           END-IF
           DISPLAY "ENTER TERM CODE FOR THE ACADEMIC HISTORY "
               "(E.G. 2026F): "
           ACCEPT WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM
           IF WS-TERM = SPACES
               DISPLAY "NO TERM CODE -- THE RUN IS LEDGERED BY TERM. "
                   "NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER ON FILE. RUN THE "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "B" TO WS-RL-FUNCTION
           MOVE WS-TERM TO WS-RL-RUN-KEY
           MOVE SPACES TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           IF WS-RL-RESULT = "D" OR WS-RL-RESULT = "E"
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RL-RESULT TO WS-RUN-TYPE
           MOVE WS-RL-ITEM-KEY TO WS-RESUME-KEY
           IF WS-RUN-TYPE = "V"
               PERFORM 0700-REVERSE-THE-TERM THRU 0700-EXIT
               GOBACK
           END-IF
           PERFORM 0500-WRITE-ACADEMIC-HISTORY THRU 0500-EXIT
           OPEN I-O STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS = "00"
               MOVE "Y" TO WS-DIR-OPEN
                   "MISSING AND NO YEAR PROMOTION THIS RUN."
           END-IF
           PERFORM 0100-OPEN-ALUMNI-ARCHIVE
           PERFORM 0150-OPEN-GRAD-LIST
           IF WS-RESUME-KEY NOT = SPACES
               MOVE WS-RESUME-KEY TO SM-STUDENT-ID
               START STUDENT-MASTER-FILE
                   KEY IS GREATER THAN SM-STUDENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SM-EOF
               END-START
               DISPLAY "RESUMING AFTER STUDENT "
                   FUNCTION TRIM(WS-RESUME-KEY) "."
           END-IF
           PERFORM UNTIL WS-SM-EOF = "Y"
               READ STUDENT-MASTER-FILE NEXT
                   AT END
           END-IF
           CLOSE ALUMNI-FILE
           CLOSE GRAD-LIST-FILE
           MOVE "C" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           DISPLAY WS-READ-COUNT " STUDENTS PROCESSED: "
               WS-GRAD-COUNT " GRADUATED TO alumni.dat, "
               WS-PROMOTE-COUNT " PROMOTED."
           IF WS-ALREADY-COUNT > 0
               DISPLAY WS-ALREADY-COUNT " ALREADY DONE BY THE "
                   "EARLIER ATTEMPT -- NOT DONE AGAIN."
           END-IF
           DISPLAY "GRADUATION LIST ON gradlist.txt."
           DISPLAY WS-HISTORY-COUNT " MARKS WRITTEN TO acadhist.dat "
               "FOR TERM " WS-TERM "."
           IF WS-HIST-ON-FILE-COUNT > 0
               DISPLAY WS-HIST-ON-FILE-COUNT " MARKS WERE ALREADY ON "
                   "THE HISTORY FROM THE EARLIER ATTEMPT -- NOT "
                   "WRITTEN AGAIN."
           END-IF
           IF WS-UNLINKED-COUNT > 0
               DISPLAY "*** " WS-UNLINKED-COUNT " OF THEM ARE FROM "
                   "SECTIONS WITH NO COURSE -- NO CREDITS RECORDED. "
                   "LINK THE SECTIONS WITH coursecat. ***"
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "TERM END: " WS-GRAD-COUNT " GRADUATED, "
               WS-PROMOTE-COUNT " PROMOTED"
               OPEN EXTEND ALUMNI-FILE
           END-IF.

      *    THE GRADUATION LIST IS STARTED FRESH, EXCEPT ON A
      *    RESTART, WHERE THE FIRST ATTEMPT'S GRADUATES ARE ALREADY
      *    ON IT.
       0150-OPEN-GRAD-LIST.
           IF WS-RESUME-KEY NOT = SPACES
               OPEN EXTEND GRAD-LIST-FILE
               IF WS-GL-FILE-STATUS = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT GRAD-LIST-FILE
           MOVE SPACES TO WS-GRAD-LINE
           STRING "GRADUATION LIST -- " WS-TODAY
               DELIMITED BY SIZE INTO WS-GRAD-LINE
           MOVE WS-GRAD-LINE TO GRAD-LIST-RECORD
           WRITE GRAD-LIST-RECORD.

      *    A STUDENT THE LEDGER SAYS THIS TERM END HAS ALREADY
      *    GRADUATED OR PROMOTED IS LEFT ALONE.
       0200-PROCESS-ONE-STUDENT.
           MOVE "Q" TO WS-RL-FUNCTION
           MOVE SM-STUDENT-ID TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           IF WS-RL-RESULT = "A"
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MARK-TOTAL
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > SM-TERM-COUNT
               ADD SM-TERM-MARKS(T) TO WS-MARK-TOTAL
                   WS-SM-FILE-STATUS " ***"
               GO TO 0300-EXIT
           END-IF
           MOVE SPACES TO TERM-MARK-DATA
           MOVE "G" TO TMD-ACTION
           MOVE WS-TODAY TO TMD-GRAD-DATE
           MOVE STUDENT-MASTER-RECORD TO TMD-MASTER-IMAGE
           PERFORM 0450-MARK-STUDENT-DONE
           ADD 1 TO WS-GRAD-COUNT
           MOVE SPACES TO WS-GRAD-LINE
           STRING SM-STUDENT-ID "  " WS-STUDENT-NAME
                   "YEAR '" SD-YEAR "' -- NOT PROMOTED."
               GO TO 0400-EXIT
           END-IF
           MOVE SPACES TO TERM-MARK-DATA
           MOVE "P" TO TMD-ACTION
           MOVE SD-YEAR TO TMP-OLD-YEAR
           MOVE SD-YEAR TO WS-NEW-YEAR
           ADD 1 TO WS-NEW-YEAR
           MOVE WS-NEW-YEAR TO SD-YEAR
           REWRITE STUDENT-DIR-RECORD
           IF WS-SD-FILE-STATUS = "00"
               MOVE SD-YEAR TO TMP-NEW-YEAR
               PERFORM 0450-MARK-STUDENT-DONE
               ADD 1 TO WS-PROMOTE-COUNT
           END-IF.
       0400-EXIT.
           EXIT.

      *    THE MARKER FOLLOWS THE UPDATE STRAIGHT AWAY.
       0450-MARK-STUDENT-DONE.
           MOVE "M" TO WS-RL-FUNCTION
           MOVE SM-STUDENT-ID TO WS-RL-ITEM-KEY
           MOVE TERM-MARK-DATA TO WS-RL-ITEM-DATA
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT.

      *    THE TERM'S MARKS GO TO THE HISTORY BEFORE ANYONE IS
      *    GRADUATED OR PROMOTED. A MARK FROM A SECTION WITH NO
      *    COURSE LINK IS STILL KEPT, WITH NO CREDITS, SO NOTHING
      *    A STUDENT DID IS LOST. A MARK ALREADY WRITTEN FOR THE
      *    TERM BY AN EARLIER ATTEMPT IS SKIPPED, THE REST GO ON.
       0500-WRITE-ACADEMIC-HISTORY.
           IF WS-TERM = SPACES
               DISPLAY "WARNING: NO TERM CODE -- NO ACADEMIC HISTORY "
                   "WRITTEN THIS RUN."
               GO TO 0500-EXIT
           END-IF
           OPEN INPUT MARKS-FILE
           IF WS-MR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO marks.dat ON FILE -- NO ACADEMIC "
                   "HISTORY WRITTEN THIS RUN."
               GO TO 0500-EXIT
           END-IF
           OPEN INPUT ACAD-HIST-FILE
           IF WS-AH-FILE-STATUS = "00"
               PERFORM UNTIL WS-AH-EOF = "Y"
                   READ ACAD-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-AH-EOF
                       NOT AT END
                           IF AH-TERM = WS-TERM
                               PERFORM 0505-NOTE-HISTORY-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACAD-HIST-FILE
           END-IF
           IF WS-HF-OVERFLOW = "Y"
      *        WITHOUT THE WHOLE LIST THE RUN CANNOT TELL WHICH
      *        MARKS ARE STILL MISSING -- REFUSE BEFORE ANYTHING IS
      *        WRITTEN OR ANYONE IS PROMOTED.
               DISPLAY "*** MORE THAN 5000 MARKS ON acadhist.dat FOR "
                   "TERM " WS-TERM " -- NOTHING DONE. ***"
               CLOSE MARKS-FILE
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0510-LOAD-CATALOG
           OPEN EXTEND ACAD-HIST-FILE
           IF WS-AH-FILE-STATUS NOT = "00"
      *        HISTORY DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST TERM IS WRITTEN.
               OPEN OUTPUT ACAD-HIST-FILE
               CLOSE ACAD-HIST-FILE
               OPEN EXTEND ACAD-HIST-FILE
           END-IF
           PERFORM UNTIL WS-MR-EOF = "Y"
               READ MARKS-FILE
                   AT END
                       MOVE "Y" TO WS-MR-EOF
                   NOT AT END
                       PERFORM 0515-CHECK-HISTORY-ON-FILE
                       IF WS-HF-FOUND = "Y"
                           ADD 1 TO WS-HIST-ON-FILE-COUNT
                       ELSE
                           PERFORM 0520-WRITE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MARKS-FILE
           CLOSE ACAD-HIST-FILE.
       0500-EXIT.
           EXIT.

       0505-NOTE-HISTORY-ON-FILE.
           IF WS-HF-COUNT = 5000
               MOVE "Y" TO WS-HF-OVERFLOW
           ELSE
               ADD 1 TO WS-HF-COUNT
               MOVE AH-STUDENT-ID TO HFE-STUDENT-ID(WS-HF-COUNT)
               MOVE AH-SECTION TO HFE-SECTION(WS-HF-COUNT)
           END-IF.

       0510-LOAD-CATALOG.
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

       0515-CHECK-HISTORY-ON-FILE.
           MOVE "N" TO WS-HF-FOUND
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > WS-HF-COUNT OR WS-HF-FOUND = "Y"
               IF HFE-STUDENT-ID(H) = MR-STUDENT-ID
                       AND HFE-SECTION(H) = MR-SECTION
                   MOVE "Y" TO WS-HF-FOUND
               END-IF
           END-PERFORM.

       0520-WRITE-HISTORY-LINE.
           MOVE MR-STUDENT-ID TO AH-STUDENT-ID
           MOVE WS-TERM       TO AH-TERM
           MOVE MR-SECTION    TO AH-SECTION
           MOVE MR-MARK       TO AH-MARK
           MOVE SPACES        TO AH-COURSE
           MOVE SPACES        TO AH-TITLE
           MOVE 0             TO AH-CREDITS
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SC-COUNT
               IF SCE-SECTION(L) = MR-SECTION
                   MOVE SCE-COURSE(L) TO AH-COURSE
               END-IF
           END-PERFORM
           IF AH-COURSE NOT = SPACES
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
                   IF CCE-COURSE(C) = AH-COURSE
                       MOVE CCE-TITLE(C) TO AH-TITLE
                       MOVE CCE-CREDITS(C) TO AH-CREDITS
                   END-IF
               END-PERFORM
           END-IF
           IF AH-TITLE = SPACES
               ADD 1 TO WS-UNLINKED-COUNT
               MOVE "(SECTION NOT IN CATALOG)" TO AH-TITLE
           END-IF
           IF MR-MARK >= WS-PASS-MARK
               MOVE AH-CREDITS TO AH-EARNED
           ELSE
               MOVE 0 TO AH-EARNED
           END-IF
           WRITE ACAD-HIST-RECORD
           ADD 1 TO WS-HISTORY-COUNT.

      *    THE AUTHORIZED REVERSAL. THE GRADUATES COME OFF THE
      *    ALUMNI ARCHIVE FIRST AND GO BACK ON THE MASTER SECOND --
      *    THE MARKER STILL HOLDS THE MASTER RECORD UNTIL IT IS
      *    PUT BACK, SO A CRASH IN BETWEEN IS FINISHED BY RUNNING
      *    THE REVERSAL AGAIN, AND NO CAREER IS LOST.
       0700-REVERSE-THE-TERM.
           OPEN I-O STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT DIRECTORY -- THE PROMOTIONS CANNOT "
                   "BE TAKEN BACK. NOTHING DONE."
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF
           MOVE 0 TO WS-RV-COUNT
           MOVE "F" TO WS-RL-FUNCTION
           MOVE "Y" TO WS-RL-RESULT
           PERFORM UNTIL WS-RL-RESULT NOT = "Y" OR WS-RV-COUNT = 2000
               CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
                   WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
                   WS-RL-RESULT
               IF WS-RL-RESULT = "Y"
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-RL-ITEM-KEY TO RVE-STUDENT-ID(WS-RV-COUNT)
                   MOVE WS-RL-ITEM-DATA TO RVE-DATA(WS-RV-COUNT)
               END-IF
           END-PERFORM
           PERFORM 0710-LOAD-ALUMNI
           IF WS-AL-COUNT = 2000 AND WS-AL-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 2000 GRADUATES ON alumni.dat -- "
                   "IT CANNOT BE REWRITTEN SAFELY HERE. ***"
               CLOSE STUDENT-MASTER-FILE
               CLOSE STUDENT-DIR-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               MOVE RVE-DATA(R) TO TERM-MARK-DATA
               IF TMD-GRADUATED
                   PERFORM 0720-DROP-ALUMNI-LINE
               END-IF
           END-PERFORM
           IF WS-ALUMNI-CHANGED = "Y"
               PERFORM 0730-REWRITE-ALUMNI
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               MOVE RVE-DATA(R) TO TERM-MARK-DATA
               IF TMD-GRADUATED
                   PERFORM 0740-REINSTATE-GRADUATE
               ELSE
                   PERFORM 0750-TAKE-BACK-PROMOTION
               END-IF
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-DIR-FILE
           IF WS-RV-COUNT = 2000 OR WS-REVERSE-ERRORS > 0
               DISPLAY "*** REVERSAL NOT FINISHED -- "
                   WS-REINSTATE-COUNT " PUT BACK, " WS-DEMOTE-COUNT
                   " TAKEN BACK SO FAR. "
                   "RUN THE REVERSAL AGAIN FOR THE REST. ***"
               MOVE 4 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF
           MOVE "C" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           DISPLAY "TERM " WS-TERM " REVERSED: " WS-REINSTATE-COUNT
               " GRADUATES PUT BACK ON THE MASTER, "
               WS-DEMOTE-COUNT " PROMOTIONS TAKEN BACK."
           IF WS-LEFT-COUNT > 0
               DISPLAY WS-LEFT-COUNT " DIRECTORY YEARS CHANGED SINCE "
                   "THE RUN WERE LEFT ALONE -- SETTLE THEM BY HAND."
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "TERM END " WS-TERM " REVERSED, "
               WS-REINSTATE-COUNT " REINSTATED"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0700-EXIT.
           EXIT.

       0710-LOAD-ALUMNI.
           MOVE 0 TO WS-AL-COUNT
           MOVE "N" TO WS-AL-EOF
           OPEN INPUT ALUMNI-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AL-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-EOF = "Y" OR WS-AL-COUNT = 2000
               READ ALUMNI-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       ADD 1 TO WS-AL-COUNT
                       MOVE ALUMNI-RECORD TO AL-ENTRY(WS-AL-COUNT)
                       MOVE "N" TO ALE-DROP(WS-AL-COUNT)
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

      *    ONLY THE LINE THIS RUN WROTE -- SAME STUDENT, SAME
      *    GRADUATION DATE.
       0720-DROP-ALUMNI-LINE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AL-COUNT
               IF ALE-STUDENT-ID(A) = RVE-STUDENT-ID(R)
                       AND ALE-GRAD-DATE(A) = TMD-GRAD-DATE
                   MOVE "Y" TO ALE-DROP(A)
                   MOVE "Y" TO WS-ALUMNI-CHANGED
               END-IF
           END-PERFORM.

       0730-REWRITE-ALUMNI.
           OPEN OUTPUT ALUMNI-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AL-COUNT
               IF ALE-DROP(A) NOT = "Y"
                   MOVE AL-ENTRY(A) TO ALUMNI-RECORD
                   WRITE ALUMNI-RECORD
               END-IF
           END-PERFORM
           CLOSE ALUMNI-FILE.

      *    A MASTER RECORD ALREADY BACK (STATUS 22) IS FROM AN
      *    EARLIER ATTEMPT AT THIS REVERSAL AND COUNTS AS PUT BACK.
       0740-REINSTATE-GRADUATE.
           MOVE TMD-MASTER-IMAGE TO STUDENT-MASTER-RECORD
           WRITE STUDENT-MASTER-RECORD
           IF WS-SM-FILE-STATUS NOT = "00"
                   AND WS-SM-FILE-STATUS NOT = "22"
               DISPLAY "*** ERROR PUTTING BACK " SM-STUDENT-ID
                   ", STATUS = " WS-SM-FILE-STATUS " ***"
               ADD 1 TO WS-REVERSE-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM 0760-MARK-REVERSED
           ADD 1 TO WS-REINSTATE-COUNT
           DISPLAY "PUT BACK: " SM-STUDENT-ID.

      *    ONLY A YEAR STILL WHAT THIS RUN MADE IT IS TAKEN BACK.
       0750-TAKE-BACK-PROMOTION.
           MOVE RVE-STUDENT-ID(R) TO SD-STUDENT-ID
           READ STUDENT-DIR-FILE
               INVALID KEY
                   ADD 1 TO WS-LEFT-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF SD-YEAR NOT = TMP-NEW-YEAR
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "NOTE: " SD-STUDENT-ID " IS NOW YEAR '"
                   SD-YEAR "' -- LEFT ALONE."
               EXIT PARAGRAPH
           END-IF
           MOVE TMP-OLD-YEAR TO SD-YEAR
           REWRITE STUDENT-DIR-RECORD
           IF WS-SD-FILE-STATUS = "00"
               PERFORM 0760-MARK-REVERSED
               ADD 1 TO WS-DEMOTE-COUNT
           END-IF.

       0760-MARK-REVERSED.
           MOVE "M" TO WS-RL-FUNCTION
           MOVE RVE-STUDENT-ID(R) TO WS-RL-ITEM-KEY
           MOVE RVE-DATA(R) TO WS-RL-ITEM-DATA
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT.
