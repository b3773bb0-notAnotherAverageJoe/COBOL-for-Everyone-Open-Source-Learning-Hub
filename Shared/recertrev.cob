       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTREV.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    REVIEWING MANAGER'S SIDE OF THE QUARTERLY ACCESS
      *            RECERTIFICATION. recertrun.cob OPENS EACH
      *            QUARTER'S CYCLE ON recert.dat; HERE THE SIGNED-ON
      *            OPERATOR IS SHOWN, ONE AT A TIME, EVERY STILL-
      *            PENDING LINE OF THE LATEST CYCLE THAT NAMES THEM
      *            AS REVIEWING MANAGER -- AN ADMIN-ROLE OPERATOR
      *            ALSO GETS THE LINES THAT NAME NOBODY -- AND
      *            ANSWERS EACH ONE:
      *              C - CONFIRM THE ACCESS AS IT STANDS
      *              D - DOWNGRADE TO A LESSER ROLE (A TO M OR I,
      *                  M TO I)
      *              R - REVOKE (THE OPERATOR IS DISABLED; THE ADMIN
      *                  OPERATOR CANNOT BE REVOKED, AS IN useradmin)
      *              S - SKIP FOR NOW,  X - STOP REVIEWING
      *            NOBODY REVIEWS THEIR OWN ACCESS, AND A LINE PAST
      *            ITS DEADLINE IS LEFT FOR recertrun TO EXPIRE.
      *            A DOWNGRADE OR REVOKE TAKES EFFECT ON
      *            authusers.dat AT ONCE. EACH ANSWER IS STAMPED ON
      *            THE LINE WITH THE REVIEWER AND DATE, WRITTEN
      *            STRAIGHT BACK, AND LOGGED THROUGH AUDITLOG.
      *    compile with (from the repo root) ->
      *        cobc -x -o recertrev Shared/recertrev.cob
      *    then run ./recertrev

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-USER-FILE ASSIGN TO "authusers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "recert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT SIGNON READS.
       FD  AUTH-USER-FILE.
       01  AUTH-USER-RECORD.
           05 AU-OPERATOR-ID       PIC X(10).
           05 AU-SALT              PIC X(8).
           05 AU-PASSWORD-HASH     PIC 9(10).
           05 AU-FAILED-COUNT      PIC 9.
           05 AU-STATUS            PIC X.
           05 AU-ROLE              PIC X.
           05 AU-LAST-SIGNON       PIC X(8).
           05 AU-MANAGER-ID        PIC X(10).

      *    SAME LAYOUT recertrun WRITES.
       FD  CERT-FILE.
       01  CERT-RECORD.
           05 CR-CYCLE         PIC X(6).
           05 CR-OPERATOR-ID   PIC X(10).
           05 CR-ROLE          PIC X.
           05 CR-MANAGER-ID    PIC X(10).
           05 CR-LAST-SIGNON   PIC X(8).
           05 CR-LAST-ACTIVITY PIC X(8).
           05 CR-DEADLINE      PIC X(8).
           05 CR-DECISION      PIC X.
           05 CR-NEW-ROLE      PIC X.
           05 CR-REVIEWER      PIC X(10).
           05 CR-DECIDED-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-AU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AU-EOF           PIC X VALUE "N".
       01  WS-CR-EOF           PIC X VALUE "N".
       01  WS-AU-OVERFLOW      PIC X VALUE "N".
       01  WS-CR-OVERFLOW      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-CYCLE            PIC X(6) VALUE SPACES.
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-NEW-ROLE         PIC X VALUE SPACE.
       01  WS-ROLE-RANK        PIC 9 VALUE 0.
       01  WS-OLD-RANK         PIC 9 VALUE 0.
       01  WS-SEARCH-ID        PIC X(10).
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-SHOWN-COUNT      PIC 9(4) VALUE 0.
       01  WS-DECIDED-COUNT    PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT       PIC 9(4) VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "RECERTREV".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  AUTH-USER-TABLE.
           05 WS-AU-COUNT      PIC 9(2) VALUE 0.
           05 AU-ENTRY OCCURS 20 TIMES.
               10 AUT-OPERATOR-ID  PIC X(10).
               10 AUT-SALT         PIC X(8).
               10 AUT-HASH         PIC 9(10).
               10 AUT-FAILED-COUNT PIC 9.
               10 AUT-STATUS       PIC X.
               10 AUT-ROLE         PIC X.
               10 AUT-LAST-SIGNON  PIC X(8).
               10 AUT-MANAGER-ID   PIC X(10).
       01  U                   PIC 9(2) VALUE 1.

       01  CERT-TABLE.
           05 WS-CR-COUNT      PIC 9(4) VALUE 0.
           05 CR-ENTRY OCCURS 2000 TIMES.
               10 CRT-CYCLE         PIC X(6).
               10 CRT-OPERATOR-ID   PIC X(10).
               10 CRT-ROLE          PIC X.
               10 CRT-MANAGER-ID    PIC X(10).
               10 CRT-LAST-SIGNON   PIC X(8).
               10 CRT-LAST-ACTIVITY PIC X(8).
               10 CRT-DEADLINE      PIC X(8).
               10 CRT-DECISION      PIC X.
               10 CRT-NEW-ROLE      PIC X.
               10 CRT-REVIEWER      PIC X(10).
               10 CRT-DECIDED-DATE  PIC X(8).
       01  C                   PIC 9(4) VALUE 1.
       01  K                   PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-AUTH-TABLE
           PERFORM 0150-LOAD-CERT-TABLE
      *    BOTH FILES ARE WRITTEN BACK WHOLE AFTER EACH ANSWER --
      *    A TRUNCATED TABLE WOULD LOSE OPERATORS OR EVIDENCE.
           IF WS-AU-OVERFLOW = "Y" OR WS-CR-OVERFLOW = "Y"
               DISPLAY "authusers.dat OR recert.dat IS LARGER THAN "
                   "THIS PROGRAM HOLDS. SEE YOUR ADMINISTRATOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRT-CYCLE(C) > WS-CYCLE
                   MOVE CRT-CYCLE(C) TO WS-CYCLE
               END-IF
           END-PERFORM
           IF WS-CYCLE = SPACES
               DISPLAY "NO RECERTIFICATION CYCLE IS OPEN."
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "----- ACCESS RECERTIFICATION " WS-CYCLE " -----"
           PERFORM 0200-REVIEW-ONE-LINE THRU 0200-EXIT
               VARYING C FROM 1 BY 1
               UNTIL C > WS-CR-COUNT OR WS-DONE-SWITCH = "Y"
           DISPLAY " "
           IF WS-SHOWN-COUNT = 0 AND WS-LATE-COUNT = 0
               DISPLAY "NOTHING IS WAITING FOR YOUR REVIEW."
           ELSE
               DISPLAY WS-DECIDED-COUNT " OF " WS-SHOWN-COUNT
                   " REVIEWED."
           END-IF
           IF WS-LATE-COUNT > 0
               DISPLAY WS-LATE-COUNT " PAST THE DEADLINE -- THOSE "
                   "OPERATORS ARE DISABLED BY THE NIGHTLY RUN."
           END-IF
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-AUTH-TABLE.
           MOVE 0 TO WS-AU-COUNT
           OPEN INPUT AUTH-USER-FILE
           IF WS-AU-FILE-STATUS = "00"
               PERFORM UNTIL WS-AU-EOF = "Y"
                   READ AUTH-USER-FILE
                       AT END
                           MOVE "Y" TO WS-AU-EOF
                       NOT AT END
                       IF WS-AU-COUNT = 20
                           MOVE "Y" TO WS-AU-OVERFLOW
                       ELSE
                           ADD 1 TO WS-AU-COUNT
                           MOVE WS-AU-COUNT TO U
                           MOVE AU-OPERATOR-ID TO AUT-OPERATOR-ID(U)
                           MOVE AU-SALT TO AUT-SALT(U)
                           MOVE AU-PASSWORD-HASH TO AUT-HASH(U)
                           MOVE AU-FAILED-COUNT TO AUT-FAILED-COUNT(U)
                           MOVE AU-STATUS TO AUT-STATUS(U)
                           MOVE AU-ROLE TO AUT-ROLE(U)
                           MOVE AU-LAST-SIGNON TO AUT-LAST-SIGNON(U)
                           MOVE AU-MANAGER-ID TO AUT-MANAGER-ID(U)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-USER-FILE
           END-IF.

       0150-LOAD-CERT-TABLE.
           MOVE 0 TO WS-CR-COUNT
           OPEN INPUT CERT-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CR-EOF = "Y"
                   READ CERT-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF
                       NOT AT END
                       IF WS-CR-COUNT = 2000
                           MOVE "Y" TO WS-CR-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CR-COUNT
                           MOVE CERT-RECORD TO CR-ENTRY(WS-CR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.

       0200-REVIEW-ONE-LINE.
           IF CRT-CYCLE(C) NOT = WS-CYCLE OR CRT-DECISION(C) NOT = "P"
               GO TO 0200-EXIT
           END-IF
           IF CRT-OPERATOR-ID(C) = WS-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF CRT-MANAGER-ID(C) NOT = WS-OPERATOR-ID
               AND NOT (CRT-MANAGER-ID(C) = SPACES
                        AND WS-OPERATOR-ROLE = "A")
               GO TO 0200-EXIT
           END-IF
           IF CRT-DEADLINE(C) < WS-TODAY
               ADD 1 TO WS-LATE-COUNT
               GO TO 0200-EXIT
           END-IF
           MOVE CRT-OPERATOR-ID(C) TO WS-SEARCH-ID
           PERFORM 0800-FIND-OPERATOR
           IF WS-FOUND-INDEX = 0
               GO TO 0200-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO U
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY " "
           DISPLAY "OPERATOR:      " CRT-OPERATOR-ID(C)
           DISPLAY "ROLE:          " AUT-ROLE(U)
               "    STATUS: " AUT-STATUS(U)
           DISPLAY "LAST SIGN-ON:  " AUT-LAST-SIGNON(U)
           DISPLAY "LAST ACTIVITY: " CRT-LAST-ACTIVITY(C)
           DISPLAY "DUE BY:        " CRT-DEADLINE(C)
           DISPLAY "C-CONFIRM  D-DOWNGRADE  R-REVOKE  S-SKIP  X-STOP: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "C"
                   MOVE "C" TO CRT-DECISION(C)
                   MOVE SPACE TO CRT-NEW-ROLE(C)
               WHEN "D"
                   PERFORM 0300-TAKE-LOWER-ROLE THRU 0300-EXIT
                   IF WS-NEW-ROLE = SPACE
                       GO TO 0200-EXIT
                   END-IF
                   MOVE "D" TO CRT-DECISION(C)
                   MOVE WS-NEW-ROLE TO CRT-NEW-ROLE(C)
                   MOVE WS-NEW-ROLE TO AUT-ROLE(U)
               WHEN "R"
                   IF AUT-OPERATOR-ID(U) = "ADMIN"
                       DISPLAY "THE ADMIN OPERATOR CANNOT BE REVOKED "
                           "-- CONFIRM OR DOWNGRADE IT."
                       GO TO 0200-EXIT
                   END-IF
                   MOVE "R" TO CRT-DECISION(C)
                   MOVE SPACE TO CRT-NEW-ROLE(C)
                   MOVE "D" TO AUT-STATUS(U)
               WHEN "X"
                   MOVE "Y" TO WS-DONE-SWITCH
                   GO TO 0200-EXIT
               WHEN OTHER
                   GO TO 0200-EXIT
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO CRT-REVIEWER(C)
           MOVE WS-TODAY TO CRT-DECIDED-DATE(C)
           ADD 1 TO WS-DECIDED-COUNT
           IF CRT-DECISION(C) NOT = "C"
               PERFORM 0900-REWRITE-AUTH-FILE
           END-IF
           PERFORM 0950-REWRITE-CERT-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           EVALUATE CRT-DECISION(C)
               WHEN "C"
                   STRING "RECERT CONFIRMED " CRT-OPERATOR-ID(C)
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               WHEN "D"
                   STRING "RECERT ROLE " CRT-NEW-ROLE(C) " FOR "
                       CRT-OPERATOR-ID(C)
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               WHEN OTHER
                   STRING "RECERT REVOKED " CRT-OPERATOR-ID(C)
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-EVALUATE
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "RECORDED.".
       0200-EXIT.
           EXIT.

      *    ONLY A STEP DOWN IS A DOWNGRADE: A IS ABOVE M IS ABOVE
      *    I, AND A BLANK ROLE READS AS I, AS IT DOES AT SIGN-ON.
       0300-TAKE-LOWER-ROLE.
           MOVE AUT-ROLE(U) TO WS-NEW-ROLE
           PERFORM 0350-RANK-ROLE
           MOVE WS-ROLE-RANK TO WS-OLD-RANK
           DISPLAY "NEW ROLE (M OR I): "
           ACCEPT WS-NEW-ROLE
           IF WS-NEW-ROLE NOT = "M" AND WS-NEW-ROLE NOT = "I"
               DISPLAY "ROLE MUST BE M OR I. NOTHING RECORDED."
               MOVE SPACE TO WS-NEW-ROLE
               GO TO 0300-EXIT
           END-IF
           PERFORM 0350-RANK-ROLE
           IF WS-ROLE-RANK NOT < WS-OLD-RANK
               DISPLAY "THAT IS NOT A DOWNGRADE. NOTHING RECORDED."
               MOVE SPACE TO WS-NEW-ROLE
           END-IF.
       0300-EXIT.
           EXIT.

       0350-RANK-ROLE.
           EVALUATE WS-NEW-ROLE
               WHEN "A"
                   MOVE 3 TO WS-ROLE-RANK
               WHEN "M"
                   MOVE 2 TO WS-ROLE-RANK
               WHEN OTHER
                   MOVE 1 TO WS-ROLE-RANK
           END-EVALUATE.

       0800-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
               IF AUT-OPERATOR-ID(U) = WS-SEARCH-ID
                   MOVE U TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0900-REWRITE-AUTH-FILE.
           OPEN OUTPUT AUTH-USER-FILE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
               MOVE AUT-OPERATOR-ID(U) TO AU-OPERATOR-ID
               MOVE AUT-SALT(U) TO AU-SALT
               MOVE AUT-HASH(U) TO AU-PASSWORD-HASH
               MOVE AUT-FAILED-COUNT(U) TO AU-FAILED-COUNT
               MOVE AUT-STATUS(U) TO AU-STATUS
               MOVE AUT-ROLE(U) TO AU-ROLE
               MOVE AUT-LAST-SIGNON(U) TO AU-LAST-SIGNON
               MOVE AUT-MANAGER-ID(U) TO AU-MANAGER-ID
               WRITE AUTH-USER-RECORD
           END-PERFORM
           CLOSE AUTH-USER-FILE.

       0950-REWRITE-CERT-FILE.
           OPEN OUTPUT CERT-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               MOVE CR-ENTRY(K) TO CERT-RECORD
               WRITE CERT-RECORD
           END-PERFORM
           CLOSE CERT-FILE.
