       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEAPPR.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    DUAL APPROVAL OF GRADE CHANGES AFTER TERM END.
      *            gradechg.cob QUEUES A CHANGE TO A CLOSED TERM'S
      *            MARK ON gradechg.dat INSTEAD OF APPLYING IT; THIS
      *            PROGRAM WALKS THE PENDING REQUESTS AND LETS A
      *            DIFFERENT OPERATOR (PER THE SHARED SIGN-ON) APPLY
      *            OR REJECT EACH ONE -- AN OPERATOR CAN NEVER
      *            APPROVE THEIR OWN REQUEST, AS IN EMPAPPROVE. AN
      *            APPROVED CHANGE:
      *              - CORRECTS THE MARK AND THE CREDITS EARNED ON
      *                THE ACADEMIC HISTORY acadhist.dat;
      *              - CORRECTS THE SAME TERM MARK ON
      *                studentmaster.dat (THE HISTORY LINE'S
      *                POSITION AMONG THE STUDENT'S LINES GIVES ITS
      *                SLOT IN SM-TERM-MARKS, CHECKED AGAINST THE OLD
      *                MARK; FAILING THAT THE LATEST SLOT HOLDING THE
      *                OLD MARK IS USED);
      *              - RE-RUNS THE GRADUATION DECISION WITH TERMEND'S
      *                CRITERIA: A STUDENT WHO NOW QUALIFIES IS
      *                GRADUATED TO alumni.dat ON THE SPOT (THE
      *                ALUMNI LINE IS WRITTEN BEFORE THE MASTER
      *                RECORD IS REMOVED, AND A FAILURE OF EITHER
      *                LEAVES THE STUDENT ON THE MASTER); FOR A
      *                STUDENT ALREADY GRADUATED THE ARCHIVED
      *                CUMULATIVE AVERAGE IS CORRECTED, AND IF IT NO
      *                LONGER MEETS THE CRITERIA THE CHANGE IS
      *                FLAGGED FOR THE REGISTRAR -- A GRADUATION IS
      *                NEVER WITHDRAWN BY A BATCH PROGRAM.
      *            A REQUEST WHOSE HISTORY MARK NO LONGER MATCHES ITS
      *            OLD MARK IS REJECTED. APPROVALS AND REJECTIONS
      *            BOTH LAND IN gradejournal.dat WITH THE BEFORE AND
      *            AFTER MARK AND CUMULATIVE AVERAGE.
      *    compile with ->  cobc -x -o gradeappr gradeappr.cob
      *    then run ./gradeappr

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "gradechg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GQ-FILE-STATUS.
           SELECT ACAD-HIST-FILE ASSIGN TO "acadhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "studentmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO "alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "gradejournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT gradechg WRITES.
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

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-STUDENT-ID    PIC X(5).
           05 SM-TERM-COUNT    PIC 9(2).
           05 SM-TERM-MARKS    OCCURS 12 TIMES PIC 99.

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           05 AL-STUDENT-ID    PIC X(5).
           05 AL-NAME          PIC X(25).
           05 AL-GRAD-DATE     PIC X(8).
           05 AL-TERM-COUNT    PIC 9(2).
           05 AL-CUM-AVERAGE   PIC 99V99.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 GJ-TIMESTAMP     PIC X(14).
           05 GJ-ACTION        PIC X(6).
           05 GJ-STUDENT-ID    PIC X(5).
           05 GJ-TERM          PIC X(5).
           05 GJ-SECTION       PIC X(3).
           05 GJ-BEFORE-MARK   PIC 99.
           05 GJ-AFTER-MARK    PIC 99.
           05 GJ-BEFORE-AVERAGE PIC 99V99.
           05 GJ-AFTER-AVERAGE PIC 99V99.
           05 GJ-REQUESTED-BY  PIC X(10).
           05 GJ-DECIDED-BY    PIC X(10).
           05 GJ-OUTCOME       PIC X(20).
           05 GJ-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-GQ-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AL-WRITE-STATUS  PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GQ-EOF           PIC X VALUE "N".
       01  WS-AH-EOF           PIC X VALUE "N".
       01  WS-AL-EOF           PIC X VALUE "N".
       01  WS-SM-OPEN          PIC X VALUE "N".
       01  WS-DIR-OPEN         PIC X VALUE "N".
       01  WS-HISTORY-CHANGED  PIC X VALUE "N".
       01  WS-ALUMNI-CHANGED   PIC X VALUE "N".
       01  WS-ON-MASTER        PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-DECISION         PIC X VALUE " ".
       01  WS-TODAY            PIC X(8).
       01  WS-PENDING-COUNT    PIC 9(3) VALUE 0.
       01  WS-APPLIED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(3) VALUE 0.
       01  WS-JRN-ACTION       PIC X(6) VALUE SPACES.
       01  WS-JRN-TIMESTAMP    PIC X(26).
       01  WS-OUTCOME          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "GRADEAPPR".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    COMPLETION CRITERIA AND PASS MARK -- THE SAME VALUES
      *    TERMEND GRADUATES AND CREDITS BY.
       01  WS-COMPLETE-TERMS   PIC 99 VALUE 8.
       01  WS-COMPLETE-AVERAGE PIC 99 VALUE 60.
       01  WS-PASS-MARK        PIC 99 VALUE 60.

       01  REQUEST-TABLE.
           05 WS-RQ-COUNT      PIC 9(3) VALUE 0.
           05 RQ-ENTRY OCCURS 200 TIMES.
               10 RQE-STATUS       PIC X.
               10 RQE-REQUEST-DATE PIC X(8).
               10 RQE-REQUESTED-BY PIC X(10).
               10 RQE-DECIDED-BY   PIC X(10).
               10 RQE-STUDENT-ID   PIC X(5).
               10 RQE-TERM         PIC X(5).
               10 RQE-SECTION      PIC X(3).
               10 RQE-OLD-MARK     PIC 99.
               10 RQE-NEW-MARK     PIC 99.
               10 RQE-REASON       PIC X(40).
       01  Q                   PIC 9(3) VALUE 1.

       01  HISTORY-TABLE.
           05 WS-AH-COUNT      PIC 9(4) VALUE 0.
           05 AH-ENTRY OCCURS 5000 TIMES.
               10 AHE-STUDENT-ID   PIC X(5).
               10 AHE-TERM         PIC X(5).
               10 AHE-COURSE       PIC X(6).
               10 AHE-SECTION      PIC X(3).
               10 AHE-TITLE        PIC X(30).
               10 AHE-MARK         PIC 99.
               10 AHE-CREDITS      PIC 9(2)V9.
               10 AHE-EARNED       PIC 9(2)V9.
       01  H                   PIC 9(4) VALUE 1.
       01  WS-HIST-INDEX       PIC 9(4) VALUE 0.
       01  WS-HIST-POSITION    PIC 9(4) VALUE 0.
       01  WS-HIST-LINES       PIC 9(4) VALUE 0.

       01  ALUMNI-TABLE.
           05 WS-AL-COUNT      PIC 9(4) VALUE 0.
           05 AL-ENTRY OCCURS 2000 TIMES.
               10 ALE-STUDENT-ID   PIC X(5).
               10 ALE-NAME         PIC X(25).
               10 ALE-GRAD-DATE    PIC X(8).
               10 ALE-TERM-COUNT   PIC 9(2).
               10 ALE-CUM-AVERAGE  PIC 99V99.
       01  A                   PIC 9(4) VALUE 1.
       01  WS-ALUMNI-INDEX     PIC 9(4) VALUE 0.

       01  T                   PIC S9(4) VALUE 0.
       01  WS-SLOT             PIC S9(4) VALUE 0.
       01  WS-MARK-TOTAL       PIC 9(5) VALUE 0.
       01  WS-BEFORE-AVERAGE   PIC 99V99 VALUE 0.
       01  WS-AFTER-AVERAGE    PIC 99V99 VALUE 0.
       01  WS-POINTS           PIC 9(5)V99 VALUE 0.

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
           PERFORM 0100-LOAD-REQUESTS
           IF WS-RQ-COUNT = 200 AND WS-GQ-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW --
      *        REFUSE TO RUN RATHER THAN LOSE QUEUED REQUESTS.
               DISPLAY "*** MORE THAN 200 REQUESTS ON FILE. ARCHIVE "
                   "DECIDED ITEMS OFF gradechg.dat FIRST. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-RQ-COUNT
               IF RQE-STATUS(Q) = "P"
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               DISPLAY "NOTHING IS WAITING FOR APPROVAL."
               STOP RUN
           END-IF
           PERFORM 0120-LOAD-HISTORY
           IF WS-AH-COUNT = 5000 AND WS-AH-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 5000 LINES ON acadhist.dat -- "
                   "IT CANNOT BE REWRITTEN SAFELY HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0140-LOAD-ALUMNI
           IF WS-AL-COUNT = 2000 AND WS-AL-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 2000 GRADUATES ON alumni.dat -- "
                   "IT CANNOT BE REWRITTEN SAFELY HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-SM-FILE-STATUS = "00"
               MOVE "Y" TO WS-SM-OPEN
           ELSE
               DISPLAY "WARNING: NO STUDENT MASTER ON FILE -- ONLY "
                   "GRADUATES' AVERAGES CAN BE CORRECTED THIS RUN."
           END-IF
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS = "00"
               MOVE "Y" TO WS-DIR-OPEN
           END-IF
           DISPLAY WS-PENDING-COUNT " GRADE CHANGES WAITING FOR "
               "APPROVAL."
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-RQ-COUNT
               IF RQE-STATUS(Q) = "P"
                   PERFORM 0200-REVIEW-ONE-REQUEST
               END-IF
           END-PERFORM
           IF WS-SM-OPEN = "Y"
               CLOSE STUDENT-MASTER-FILE
           END-IF
           IF WS-DIR-OPEN = "Y"
               CLOSE STUDENT-DIR-FILE
           END-IF
           IF WS-HISTORY-CHANGED = "Y"
               PERFORM 0800-REWRITE-HISTORY
           END-IF
           IF WS-ALUMNI-CHANGED = "Y"
               PERFORM 0820-REWRITE-ALUMNI
           END-IF
           PERFORM 0840-REWRITE-REQUESTS
           DISPLAY WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
               " REJECTED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "GRADE CHANGES: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           STOP RUN.

       0100-LOAD-REQUESTS.
           MOVE 0 TO WS-RQ-COUNT
           MOVE "N" TO WS-GQ-EOF
           OPEN INPUT GRADE-CHANGE-FILE
           IF WS-GQ-FILE-STATUS NOT = "00"
               DISPLAY "NO GRADE-CHANGE REQUESTS ON FILE. NOTHING TO "
                   "APPROVE."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GQ-EOF = "Y" OR WS-RQ-COUNT = 200
               READ GRADE-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-GQ-EOF
                   NOT AT END
                       ADD 1 TO WS-RQ-COUNT
                       MOVE GRADE-CHANGE-RECORD
                           TO RQ-ENTRY(WS-RQ-COUNT)
               END-READ
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE.

       0120-LOAD-HISTORY.
           MOVE 0 TO WS-AH-COUNT
           MOVE "N" TO WS-AH-EOF
           OPEN INPUT ACAD-HIST-FILE
           IF WS-AH-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AH-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AH-EOF = "Y" OR WS-AH-COUNT = 5000
               READ ACAD-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-AH-EOF
                   NOT AT END
                       ADD 1 TO WS-AH-COUNT
                       MOVE ACAD-HIST-RECORD TO AH-ENTRY(WS-AH-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACAD-HIST-FILE.

       0140-LOAD-ALUMNI.
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
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE.

       0200-REVIEW-ONE-REQUEST.
           DISPLAY " "
           DISPLAY "REQUEST " Q ": STUDENT " RQE-STUDENT-ID(Q)
               " TERM " RQE-TERM(Q) " SECTION " RQE-SECTION(Q)
               " REQUESTED " RQE-REQUEST-DATE(Q) " BY "
               RQE-REQUESTED-BY(Q)
           DISPLAY "  MARK " RQE-OLD-MARK(Q) " TO " RQE-NEW-MARK(Q)
               " -- " RQE-REASON(Q)
           IF RQE-REQUESTED-BY(Q) = WS-OPERATOR-ID
               DISPLAY "  YOU RAISED THIS REQUEST -- A DIFFERENT "
                   "OPERATOR MUST DECIDE IT. SKIPPED."
           ELSE
               DISPLAY "  A = APPLY, R = REJECT, ANY OTHER KEY = "
                   "LEAVE PENDING"
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                       PERFORM 0300-APPLY-REQUEST THRU 0300-EXIT
                   WHEN "R"
                       MOVE "REJECTED" TO WS-OUTCOME
                       PERFORM 0400-REJECT-REQUEST
                   WHEN OTHER
                       DISPLAY "  LEFT PENDING."
               END-EVALUATE
           END-IF.

      *    THE HISTORY LINE IS FOUND AND CHECKED FIRST; ITS POSITION
      *    AMONG THE STUDENT'S LINES IS KEPT FOR THE MASTER UPDATE.
       0300-APPLY-REQUEST.
           MOVE 0 TO WS-HIST-INDEX
           MOVE 0 TO WS-HIST-POSITION
           MOVE 0 TO WS-HIST-LINES
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-AH-COUNT
               IF AHE-STUDENT-ID(H) = RQE-STUDENT-ID(Q)
                   ADD 1 TO WS-HIST-LINES
                   IF AHE-TERM(H) = RQE-TERM(Q)
                           AND AHE-SECTION(H) = RQE-SECTION(Q)
                       MOVE H TO WS-HIST-INDEX
                       MOVE WS-HIST-LINES TO WS-HIST-POSITION
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIST-INDEX = 0
               DISPLAY "  THE MARK IS NO LONGER ON THE ACADEMIC "
                   "HISTORY. REQUEST REJECTED INSTEAD."
               MOVE "NOT ON HISTORY" TO WS-OUTCOME
               PERFORM 0400-REJECT-REQUEST
               GO TO 0300-EXIT
           END-IF
           IF AHE-MARK(WS-HIST-INDEX) NOT = RQE-OLD-MARK(Q)
               DISPLAY "  THE HISTORY NOW SHOWS "
                   AHE-MARK(WS-HIST-INDEX) ", NOT "
                   RQE-OLD-MARK(Q) ". REQUEST REJECTED INSTEAD."
               MOVE "MARK CHANGED SINCE" TO WS-OUTCOME
               PERFORM 0400-REJECT-REQUEST
               GO TO 0300-EXIT
           END-IF
           MOVE RQE-NEW-MARK(Q) TO AHE-MARK(WS-HIST-INDEX)
           IF RQE-NEW-MARK(Q) >= WS-PASS-MARK
               MOVE AHE-CREDITS(WS-HIST-INDEX)
                   TO AHE-EARNED(WS-HIST-INDEX)
           ELSE
               MOVE 0 TO AHE-EARNED(WS-HIST-INDEX)
           END-IF
           MOVE "Y" TO WS-HISTORY-CHANGED
           MOVE 0 TO WS-BEFORE-AVERAGE
           MOVE 0 TO WS-AFTER-AVERAGE
           MOVE "HISTORY ONLY" TO WS-OUTCOME
           MOVE "N" TO WS-ON-MASTER
           IF WS-SM-OPEN = "Y"
               MOVE RQE-STUDENT-ID(Q) TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
               END-READ
           END-IF
           IF WS-ON-MASTER = "Y"
               PERFORM 0500-CORRECT-MASTER THRU 0500-EXIT
           ELSE
               PERFORM 0600-CORRECT-ALUMNUS THRU 0600-EXIT
           END-IF
           MOVE "A" TO RQE-STATUS(Q)
           MOVE WS-OPERATOR-ID TO RQE-DECIDED-BY(Q)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLY" TO WS-JRN-ACTION
           PERFORM 0700-WRITE-JOURNAL
           DISPLAY "  CHANGE APPLIED (" WS-OUTCOME ")."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MARK " RQE-STUDENT-ID(Q) " " RQE-TERM(Q) " "
               RQE-SECTION(Q) " " RQE-OLD-MARK(Q) ">"
               RQE-NEW-MARK(Q)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0400-REJECT-REQUEST.
           MOVE "R" TO RQE-STATUS(Q)
           MOVE WS-OPERATOR-ID TO RQE-DECIDED-BY(Q)
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-BEFORE-AVERAGE
           MOVE 0 TO WS-AFTER-AVERAGE
           MOVE "REJECT" TO WS-JRN-ACTION
           PERFORM 0700-WRITE-JOURNAL
           DISPLAY "  REQUEST REJECTED.".

      *    SLOT = POSITION OF THE HISTORY LINE, LESS THE LINES
      *    THAT HAVE ROLLED OFF THE FRONT OF THE TWELVE-TERM
      *    MASTER. IF THAT SLOT DOES NOT HOLD THE OLD MARK, THE
      *    LATEST SLOT THAT DOES IS TAKEN.
       0500-CORRECT-MASTER.
           PERFORM 0550-MASTER-AVERAGE
           MOVE WS-AFTER-AVERAGE TO WS-BEFORE-AVERAGE
           COMPUTE WS-SLOT = WS-HIST-POSITION
               - (WS-HIST-LINES - SM-TERM-COUNT)
           IF WS-SLOT < 1 OR WS-SLOT > SM-TERM-COUNT
               MOVE 0 TO WS-SLOT
           ELSE
               IF SM-TERM-MARKS(WS-SLOT) NOT = RQE-OLD-MARK(Q)
                   MOVE 0 TO WS-SLOT
               END-IF
           END-IF
           IF WS-SLOT = 0
               PERFORM VARYING T FROM SM-TERM-COUNT BY -1
                       UNTIL T < 1 OR WS-SLOT > 0
                   IF SM-TERM-MARKS(T) = RQE-OLD-MARK(Q)
                       MOVE T TO WS-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SLOT = 0
               DISPLAY "  NOTE: THE OLD MARK IS NOT AMONG THE TERMS "
                   "ON THE MASTER -- ONLY THE HISTORY WAS CORRECTED."
               MOVE "MASTER NOT MATCHED" TO WS-OUTCOME
               MOVE WS-BEFORE-AVERAGE TO WS-AFTER-AVERAGE
               GO TO 0500-EXIT
           END-IF
           MOVE RQE-NEW-MARK(Q) TO SM-TERM-MARKS(WS-SLOT)
           PERFORM 0550-MASTER-AVERAGE
           MOVE "MASTER CORRECTED" TO WS-OUTCOME
           IF SM-TERM-COUNT >= WS-COMPLETE-TERMS
                   AND WS-AFTER-AVERAGE >= WS-COMPLETE-AVERAGE
                   AND WS-BEFORE-AVERAGE < WS-COMPLETE-AVERAGE
               PERFORM 0580-GRADUATE-NOW THRU 0580-EXIT
               GO TO 0500-EXIT
           END-IF
           REWRITE STUDENT-MASTER-RECORD
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "  *** ERROR REWRITING THE MASTER FOR "
                   SM-STUDENT-ID ", STATUS = " WS-SM-FILE-STATUS
                   " ***"
               MOVE "MASTER NOT WRITTEN" TO WS-OUTCOME
           END-IF.
       0500-EXIT.
           EXIT.

       0550-MASTER-AVERAGE.
           MOVE 0 TO WS-MARK-TOTAL
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > SM-TERM-COUNT
               ADD SM-TERM-MARKS(T) TO WS-MARK-TOTAL
           END-PERFORM
           IF SM-TERM-COUNT = 0
               MOVE 0 TO WS-AFTER-AVERAGE
           ELSE
               COMPUTE WS-AFTER-AVERAGE ROUNDED =
                   WS-MARK-TOTAL / SM-TERM-COUNT
           END-IF.

      *    THE CORRECTED MARK LIFTS THE STUDENT OVER TERMEND'S BAR --
      *    ARCHIVE FIRST, REMOVE SECOND, AS TERMEND DOES. THE ALUMNI
      *    LINE GOES ONTO alumni.dat HERE, BEFORE THE DELETE, AND
      *    INTO THE TABLE SO A LATER REQUEST FOR THE SAME STUDENT
      *    CORRECTS IT; IT IS NOT A CHANGE FOR 0820 TO REWRITE. IF
      *    THE DELETE FAILS THE LINE IS TAKEN BACK OUT AND THE
      *    STUDENT STAYS ON THE MASTER, NOT GRADUATED.
       0580-GRADUATE-NOW.
           IF WS-AL-COUNT = 2000
               DISPLAY "  *** ALUMNI TABLE FULL -- STUDENT NOW "
                   "QUALIFIES BUT WAS NOT GRADUATED. ***"
               MOVE "QUALIFIES-NOT MOVED" TO WS-OUTCOME
               PERFORM 0590-REWRITE-MASTER
               GO TO 0580-EXIT
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE SM-STUDENT-ID TO ALE-STUDENT-ID(WS-AL-COUNT)
           MOVE SPACES TO ALE-NAME(WS-AL-COUNT)
           IF WS-DIR-OPEN = "Y"
               MOVE SM-STUDENT-ID TO SD-STUDENT-ID
               READ STUDENT-DIR-FILE
                   NOT INVALID KEY
                       MOVE SD-NAME TO ALE-NAME(WS-AL-COUNT)
               END-READ
           END-IF
           MOVE WS-TODAY TO ALE-GRAD-DATE(WS-AL-COUNT)
           MOVE SM-TERM-COUNT TO ALE-TERM-COUNT(WS-AL-COUNT)
           MOVE WS-AFTER-AVERAGE TO ALE-CUM-AVERAGE(WS-AL-COUNT)
           OPEN EXTEND ALUMNI-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
      *        ARCHIVE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST GRADUATE IS WRITTEN.
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN EXTEND ALUMNI-FILE
           END-IF
           IF WS-AL-FILE-STATUS = "00"
               MOVE AL-ENTRY(WS-AL-COUNT) TO ALUMNI-RECORD
               WRITE ALUMNI-RECORD
               MOVE WS-AL-FILE-STATUS TO WS-AL-WRITE-STATUS
               CLOSE ALUMNI-FILE
               MOVE WS-AL-WRITE-STATUS TO WS-AL-FILE-STATUS
           END-IF
           IF WS-AL-FILE-STATUS NOT = "00"
               DISPLAY "  *** ERROR ARCHIVING " SM-STUDENT-ID
                   ", STATUS = " WS-AL-FILE-STATUS
                   " -- NOT GRADUATED. ***"
               SUBTRACT 1 FROM WS-AL-COUNT
               MOVE "ARCHIVE FAILED" TO WS-OUTCOME
               PERFORM 0590-REWRITE-MASTER
               GO TO 0580-EXIT
           END-IF
           DELETE STUDENT-MASTER-FILE RECORD
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "  *** ERROR REMOVING " SM-STUDENT-ID
                   " FROM THE MASTER, STATUS = " WS-SM-FILE-STATUS
                   " -- NOT GRADUATED. ***"
               SUBTRACT 1 FROM WS-AL-COUNT
               MOVE "Y" TO WS-ALUMNI-CHANGED
               MOVE "REMOVE FAILED" TO WS-OUTCOME
               PERFORM 0590-REWRITE-MASTER
               GO TO 0580-EXIT
           END-IF
           MOVE "GRADUATED" TO WS-OUTCOME
           DISPLAY "  STUDENT " SM-STUDENT-ID " NOW MEETS THE "
               "COMPLETION CRITERIA AND HAS BEEN GRADUATED.".
       0580-EXIT.
           EXIT.

      *    A STUDENT WHO STAYS ON THE MASTER STILL GETS THE
      *    CORRECTED MARK.
       0590-REWRITE-MASTER.
           REWRITE STUDENT-MASTER-RECORD
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "  *** ERROR REWRITING THE MASTER FOR "
                   SM-STUDENT-ID ", STATUS = " WS-SM-FILE-STATUS
                   " ***"
               MOVE "MASTER NOT WRITTEN" TO WS-OUTCOME
           END-IF.

      *    NOT ON THE MASTER: IF THE STUDENT GRADUATED, THE
      *    ARCHIVED AVERAGE IS CORRECTED BY THE DIFFERENCE ACROSS
      *    THE TERMS IT WAS TAKEN OVER.
       0600-CORRECT-ALUMNUS.
           MOVE 0 TO WS-ALUMNI-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AL-COUNT
               IF ALE-STUDENT-ID(A) = RQE-STUDENT-ID(Q)
                   MOVE A TO WS-ALUMNI-INDEX
               END-IF
           END-PERFORM
           IF WS-ALUMNI-INDEX = 0
               GO TO 0600-EXIT
           END-IF
           IF ALE-TERM-COUNT(WS-ALUMNI-INDEX) = 0
               GO TO 0600-EXIT
           END-IF
           MOVE ALE-CUM-AVERAGE(WS-ALUMNI-INDEX) TO WS-BEFORE-AVERAGE
           COMPUTE WS-POINTS = WS-BEFORE-AVERAGE
               * ALE-TERM-COUNT(WS-ALUMNI-INDEX)
               - RQE-OLD-MARK(Q) + RQE-NEW-MARK(Q)
           COMPUTE WS-AFTER-AVERAGE ROUNDED =
               WS-POINTS / ALE-TERM-COUNT(WS-ALUMNI-INDEX)
           MOVE WS-AFTER-AVERAGE TO ALE-CUM-AVERAGE(WS-ALUMNI-INDEX)
           MOVE "Y" TO WS-ALUMNI-CHANGED
           MOVE "ALUMNI CORRECTED" TO WS-OUTCOME
           IF WS-AFTER-AVERAGE < WS-COMPLETE-AVERAGE
               MOVE "REGISTRAR REVIEW" TO WS-OUTCOME
               DISPLAY "  *** GRADUATE'S CORRECTED AVERAGE IS BELOW "
                   "THE COMPLETION CRITERIA -- REFER TO THE "
                   "REGISTRAR. ***"
           END-IF.
       0600-EXIT.
           EXIT.

       0700-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JR-FILE-STATUS NOT = "00"
      *        JOURNAL DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS WRITTEN.
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-JRN-TIMESTAMP(1:14) TO GJ-TIMESTAMP
           MOVE WS-JRN-ACTION TO GJ-ACTION
           MOVE RQE-STUDENT-ID(Q) TO GJ-STUDENT-ID
           MOVE RQE-TERM(Q) TO GJ-TERM
           MOVE RQE-SECTION(Q) TO GJ-SECTION
           MOVE RQE-OLD-MARK(Q) TO GJ-BEFORE-MARK
           IF WS-JRN-ACTION = "APPLY"
               MOVE RQE-NEW-MARK(Q) TO GJ-AFTER-MARK
           ELSE
               MOVE RQE-OLD-MARK(Q) TO GJ-AFTER-MARK
           END-IF
           MOVE WS-BEFORE-AVERAGE TO GJ-BEFORE-AVERAGE
           MOVE WS-AFTER-AVERAGE TO GJ-AFTER-AVERAGE
           MOVE RQE-REQUESTED-BY(Q) TO GJ-REQUESTED-BY
           MOVE WS-OPERATOR-ID TO GJ-DECIDED-BY
           MOVE WS-OUTCOME TO GJ-OUTCOME
           MOVE RQE-REASON(Q) TO GJ-REASON
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       0800-REWRITE-HISTORY.
           OPEN OUTPUT ACAD-HIST-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-AH-COUNT
               MOVE AH-ENTRY(H) TO ACAD-HIST-RECORD
               WRITE ACAD-HIST-RECORD
           END-PERFORM
           CLOSE ACAD-HIST-FILE.

       0820-REWRITE-ALUMNI.
           OPEN OUTPUT ALUMNI-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AL-COUNT
               MOVE AL-ENTRY(A) TO ALUMNI-RECORD
               WRITE ALUMNI-RECORD
           END-PERFORM
           CLOSE ALUMNI-FILE.

       0840-REWRITE-REQUESTS.
           OPEN OUTPUT GRADE-CHANGE-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-RQ-COUNT
               MOVE RQ-ENTRY(Q) TO GRADE-CHANGE-RECORD
               WRITE GRADE-CHANGE-RECORD
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE.
