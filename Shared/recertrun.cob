       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTRUN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    QUARTERLY OPERATOR ACCESS RECERTIFICATION RUN.
      *            authusers.dat ONLY EVER GREW -- PEOPLE CHANGED
      *            JOBS AND KEPT THEIR M OR A ROLE, AND ACCOUNTS
      *            NOBODY HAD USED IN MONTHS STAYED ACTIVE. RUN IT
      *            DAILY AS A "D" JOB ON schedule.dat. EACH RUN:
      *              - ON THE FIRST RUN OF A CALENDAR QUARTER, OPENS
      *                THAT QUARTER'S CERTIFICATION CYCLE (E.G.
      *                2026Q4): ONE PENDING LINE ON recert.dat PER
      *                ACTIVE OPERATOR, WITH THEIR ROLE, REVIEWING
      *                MANAGER (AU-MANAGER-ID), LAST SIGN-ON AND
      *                LAST auditlog.dat ACTIVITY, AND A DEADLINE
      *                30 DAYS OUT. EACH MANAGER THEN CONFIRMS,
      *                DOWNGRADES OR REVOKES THROUGH recertrev.cob.
      *              - DISABLES EVERY OPERATOR WHOSE LINE IS STILL
      *                PENDING PAST THE DEADLINE (THE LINE BECOMES
      *                "EXPIRED"), AND EVERY ACTIVE OPERATOR WITH NO
      *                SIGN-ON IN 90 DAYS (A STILL-PENDING LINE
      *                BECOMES "INACTIVE"). THE ADMIN OPERATOR IS
      *                NEVER DISABLED HERE -- THE RUN SAYS SO
      *                INSTEAD, AS useradmin DOES.
      *              - PRINTS THE CYCLE ON recert.rpt (THE SHARED
      *                PRINT SERVICES), GROUPED BY REVIEWING MANAGER,
      *                WITH TODAY'S DISABLEMENTS AT THE FOOT.
      *            AN OPERATOR RECORD WITH NO SIGN-ON DATE YET
      *            (WRITTEN BEFORE SIGNON STAMPED ONE) IS GIVEN ITS
      *            LAST auditlog.dat ACTIVITY, OR TODAY, SO THE
      *            90 DAYS COUNT FROM SOMETHING REAL. recert.dat IS
      *            NEVER PURGED -- EVERY CYCLE'S LINES, WITH THEIR
      *            DECISION, REVIEWER AND DATE, ARE THE EVIDENCE.
      *            UNATTENDED. RETURN CODE 4 WHEN ANYONE WAS
      *            DISABLED, 8 WHEN THE FILES CANNOT BE HANDLED.
      *    compile with (from the repo root) ->
      *        cobc -x -o recertrun Shared/recertrun.cob
      *    then run ./recertrun

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-USER-FILE ASSIGN TO "authusers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "recert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

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

      *    ONE LINE PER OPERATOR PER CYCLE. CR-DECISION IS "P"
      *    PENDING, "C" CONFIRMED, "D" DOWNGRADED (TO CR-NEW-ROLE),
      *    "R" REVOKED, "X" EXPIRED UNCONFIRMED AT THE DEADLINE,
      *    "I" DISABLED FOR INACTIVITY WHILE PENDING. THE REVIEWER
      *    OF AN "X" OR "I" LINE IS THIS RUN.
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

      *    SAME LINE AUDITLOG WRITES: TIMESTAMP, ENV=, PROGRAM=,
      *    OPERATOR=, ACTION=.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD    PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-AU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-AU-EOF           PIC X VALUE "N".
       01  WS-CR-EOF           PIC X VALUE "N".
       01  WS-LOG-EOF          PIC X VALUE "N".
       01  WS-AU-OVERFLOW      PIC X VALUE "N".
       01  WS-CR-OVERFLOW      PIC X VALUE "N".
       01  WS-AUTH-CHANGED     PIC X VALUE "N".
       01  WS-CERT-CHANGED     PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-MONTH            PIC 9(2).
       01  WS-QUARTER          PIC 9.
       01  WS-CYCLE            PIC X(6).
       01  WS-CYCLE-OPEN       PIC X VALUE "N".
       01  WS-DEADLINE         PIC X(8) VALUE SPACES.
       01  WS-DEADLINE-NUM     PIC 9(8).
      *    THE REVIEW WINDOW AND THE INACTIVITY LIMIT, IN DAYS.
       01  WS-REVIEW-DAYS      PIC 9(3) VALUE 30.
       01  WS-INACTIVE-DAYS    PIC 9(3) VALUE 90.
       01  WS-ENTRY-DATE       PIC X(8).
       01  WS-ENTRY-OPER       PIC X(10).
       01  WS-DISABLE-REASON   PIC X(30).
       01  WS-OPENED-COUNT     PIC 9(3) VALUE 0.
       01  WS-DISABLED-COUNT   PIC 9(3) VALUE 0.
       01  WS-DECISION-WORD    PIC X(10).
       01  WS-MANAGER-TITLE    PIC X(30).

       01  DECISION-COUNTS.
           05 WS-PENDING-COUNT     PIC 9(3) VALUE 0.
           05 WS-CONFIRMED-COUNT   PIC 9(3) VALUE 0.
           05 WS-DOWNGRADED-COUNT  PIC 9(3) VALUE 0.
           05 WS-REVOKED-COUNT     PIC 9(3) VALUE 0.
           05 WS-EXPIRED-COUNT     PIC 9(3) VALUE 0.
           05 WS-INACTIVE-COUNT    PIC 9(3) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

      *    AUT-LAST-ACTIVITY IS NOT ON THE FILE -- IT IS GATHERED
      *    FROM auditlog.dat EACH RUN.
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
               10 AUT-LAST-ACTIVITY PIC X(8).
       01  U                   PIC 9(2) VALUE 1.
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-SEARCH-ID        PIC X(10).

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

      *    THE DISTINCT REVIEWING MANAGERS OF THE CYCLE, IN THE
      *    ORDER FIRST MET -- ONE REPORT GROUP EACH.
       01  MANAGER-TABLE.
           05 WS-MG-COUNT      PIC 9(2) VALUE 0.
           05 MG-ID OCCURS 21 TIMES PIC X(10).
       01  M                   PIC 9(2) VALUE 1.
       01  WS-MG-FOUND         PIC X VALUE "N".

      *    WHAT THIS RUN DID, FOR THE FOOT OF THE REPORT.
       01  ACTION-TABLE.
           05 WS-AC-COUNT      PIC 9(2) VALUE 0.
           05 AC-LINE OCCURS 40 TIMES PIC X(80).
       01  A                   PIC 9(2) VALUE 1.
       01  WS-ACTION-LINE      PIC X(80).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "RECERTRUN".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE LOG'S LOCATION COMES FROM THE ENVIRONMENT
      *    CONFIGURATION, THE SAME RESOLUTION AUDITLOG USES TO
      *    WRITE IT.
       01  WS-AUDITLOG-LOGICAL PIC X(20) VALUE "auditlog.dat".
       01  WS-AUDITLOG-PATH    PIC X(50) VALUE "auditlog.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-AUDITLOG-LOGICAL
               WS-AUDITLOG-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           MOVE WS-TODAY(5:2) TO WS-MONTH
           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
           STRING WS-TODAY(1:4) "Q" WS-QUARTER
               DELIMITED BY SIZE INTO WS-CYCLE
           PERFORM 0100-LOAD-AUTH-TABLE
           IF WS-AU-COUNT = 0
               DISPLAY "NO OPERATORS ON authusers.dat -- NOTHING "
                   "TO RECERTIFY."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    REWRITING FROM A TRUNCATED TABLE WOULD DELETE OPERATORS
      *    OR EVIDENCE -- REFUSE TO RUN INSTEAD.
           IF WS-AU-OVERFLOW = "Y"
               DISPLAY "MORE THAN 20 OPERATORS ON FILE -- "
                   "RECERTIFICATION NOT RUN. SEE YOUR ADMINISTRATOR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-CERT-TABLE
           IF WS-CR-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 LINES ON recert.dat -- MOVE "
                   "OLD CYCLES TO AN EVIDENCE ARCHIVE FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-FIND-LAST-ACTIVITY
           PERFORM 0250-SEED-LAST-SIGNON
               VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
           PERFORM 0300-OPEN-CYCLE THRU 0300-EXIT
           PERFORM 0400-EXPIRE-ONE-LINE
               VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
           PERFORM 0500-CHECK-INACTIVITY THRU 0500-EXIT
               VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
           IF WS-AUTH-CHANGED = "Y"
               PERFORM 0800-REWRITE-AUTH-FILE
           END-IF
           IF WS-CERT-CHANGED = "Y"
               PERFORM 0850-REWRITE-CERT-FILE
           END-IF
           PERFORM 0600-PRINT-CYCLE
           DISPLAY "RECERTIFICATION " WS-CYCLE ": "
               WS-PENDING-COUNT " PENDING, " WS-DISABLED-COUNT
               " DISABLED TODAY -- SEE recert.rpt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECERT " WS-CYCLE " " WS-DISABLED-COUNT
               " DISABLED"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-DISABLED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

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
                           MOVE SPACES TO AUT-LAST-ACTIVITY(U)
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

      *    THE LOG IS IN TIME ORDER, SO THE LAST LINE SEEN FOR AN
      *    OPERATOR IS THEIR LAST ACTIVITY. LINES FROM BEFORE THE
      *    OPERATOR STAMP NAME NOBODY AND ARE PASSED OVER.
       0200-FIND-LAST-ACTIVITY.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 0220-NOTE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0220-NOTE-ONE-LINE.
           MOVE AUDIT-LOG-RECORD(1:8) TO WS-ENTRY-DATE
           EVALUATE TRUE
               WHEN AUDIT-LOG-RECORD(29:9) = " PROGRAM="
                   MOVE AUDIT-LOG-RECORD(63:10) TO WS-ENTRY-OPER
               WHEN AUDIT-LOG-RECORD(43:9) = "OPERATOR="
                   MOVE AUDIT-LOG-RECORD(52:10) TO WS-ENTRY-OPER
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-OPER
           END-EVALUATE
           IF WS-ENTRY-OPER NOT = SPACES
               MOVE WS-ENTRY-OPER TO WS-SEARCH-ID
               PERFORM 0900-FIND-OPERATOR
               IF WS-FOUND-INDEX > 0
                   MOVE WS-ENTRY-DATE
                       TO AUT-LAST-ACTIVITY(WS-FOUND-INDEX)
               END-IF
           END-IF.

       0250-SEED-LAST-SIGNON.
           IF AUT-LAST-SIGNON(U) = SPACES
               IF AUT-LAST-ACTIVITY(U) NOT = SPACES
                   MOVE AUT-LAST-ACTIVITY(U) TO AUT-LAST-SIGNON(U)
               ELSE
                   MOVE WS-TODAY TO AUT-LAST-SIGNON(U)
               END-IF
               MOVE "Y" TO WS-AUTH-CHANGED
           END-IF.

      *    ONE PENDING LINE PER ACTIVE OPERATOR, THE FIRST TIME
      *    THIS QUARTER'S CYCLE IS SEEN MISSING. A DISABLED
      *    OPERATOR HAS NO ACCESS TO CERTIFY.
       0300-OPEN-CYCLE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRT-CYCLE(C) = WS-CYCLE
                   MOVE "Y" TO WS-CYCLE-OPEN
               END-IF
           END-PERFORM
           IF WS-CYCLE-OPEN = "Y"
               GO TO 0300-EXIT
           END-IF
           COMPUTE WS-DEADLINE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-REVIEW-DAYS)
           MOVE WS-DEADLINE-NUM TO WS-DEADLINE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
               IF AUT-STATUS(U) NOT = "D" AND WS-CR-COUNT < 2000
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-CR-COUNT TO C
                   MOVE WS-CYCLE TO CRT-CYCLE(C)
                   MOVE AUT-OPERATOR-ID(U) TO CRT-OPERATOR-ID(C)
                   MOVE AUT-ROLE(U) TO CRT-ROLE(C)
                   IF CRT-ROLE(C) = SPACE
                       MOVE "I" TO CRT-ROLE(C)
                   END-IF
                   MOVE AUT-MANAGER-ID(U) TO CRT-MANAGER-ID(C)
                   MOVE AUT-LAST-SIGNON(U) TO CRT-LAST-SIGNON(C)
                   MOVE AUT-LAST-ACTIVITY(U) TO CRT-LAST-ACTIVITY(C)
                   MOVE WS-DEADLINE TO CRT-DEADLINE(C)
                   MOVE "P" TO CRT-DECISION(C)
                   MOVE SPACE TO CRT-NEW-ROLE(C)
                   MOVE SPACES TO CRT-REVIEWER(C)
                   MOVE SPACES TO CRT-DECIDED-DATE(C)
                   ADD 1 TO WS-OPENED-COUNT
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-CERT-CHANGED
           MOVE "Y" TO WS-CYCLE-OPEN
           MOVE SPACES TO WS-ACTION-LINE
           STRING "CYCLE " WS-CYCLE " OPENED FOR " WS-OPENED-COUNT
               " OPERATORS, DEADLINE " WS-DEADLINE "."
               DELIMITED BY SIZE INTO WS-ACTION-LINE
           PERFORM 0460-NOTE-ACTION
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECERT " WS-CYCLE " OPENED, DUE " WS-DEADLINE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

      *    ANY CYCLE'S LINE STILL PENDING PAST ITS DEADLINE.
       0400-EXPIRE-ONE-LINE.
           IF CRT-DECISION(C) = "P" AND CRT-DEADLINE(C) < WS-TODAY
               MOVE "X" TO CRT-DECISION(C)
               MOVE WS-AUDIT-PROGRAM TO CRT-REVIEWER(C)
               MOVE WS-TODAY TO CRT-DECIDED-DATE(C)
               MOVE "Y" TO WS-CERT-CHANGED
               MOVE CRT-OPERATOR-ID(C) TO WS-SEARCH-ID
               PERFORM 0900-FIND-OPERATOR
               IF WS-FOUND-INDEX > 0
                   MOVE WS-FOUND-INDEX TO U
                   IF AUT-STATUS(U) NOT = "D"
                       MOVE "NOT RECERTIFIED BY DEADLINE"
                           TO WS-DISABLE-REASON
                       PERFORM 0450-DISABLE-OPERATOR
                   END-IF
               END-IF
           END-IF.

      *    THE ADMIN OPERATOR IS THE WAY BACK IN -- IT IS REPORTED,
      *    NEVER DISABLED.
       0450-DISABLE-OPERATOR.
           MOVE SPACES TO WS-ACTION-LINE
           IF AUT-OPERATOR-ID(U) = "ADMIN"
               STRING "ADMIN      NOT DISABLED -- "
                   WS-DISABLE-REASON
                   DELIMITED BY SIZE INTO WS-ACTION-LINE
           ELSE
               MOVE "D" TO AUT-STATUS(U)
               MOVE "Y" TO WS-AUTH-CHANGED
               ADD 1 TO WS-DISABLED-COUNT
               STRING AUT-OPERATOR-ID(U) " DISABLED -- "
                   WS-DISABLE-REASON
                   DELIMITED BY SIZE INTO WS-ACTION-LINE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "RECERT DISABLED " AUT-OPERATOR-ID(U)
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                   WS-AUDIT-ACTION
           END-IF
           PERFORM 0460-NOTE-ACTION.

       0460-NOTE-ACTION.
           IF WS-AC-COUNT < 40
               ADD 1 TO WS-AC-COUNT
               MOVE WS-ACTION-LINE TO AC-LINE(WS-AC-COUNT)
           END-IF.

       0500-CHECK-INACTIVITY.
           IF AUT-STATUS(U) = "D"
               GO TO 0500-EXIT
           END-IF
           MOVE "D" TO WS-DV-FUNCTION
           MOVE AUT-LAST-SIGNON(U) TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               OR WS-DV-RESULT NOT > WS-INACTIVE-DAYS
               GO TO 0500-EXIT
           END-IF
           MOVE "NO SIGN-ON IN 90 DAYS" TO WS-DISABLE-REASON
           PERFORM 0450-DISABLE-OPERATOR
           IF AUT-STATUS(U) NOT = "D"
               GO TO 0500-EXIT
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRT-CYCLE(C) = WS-CYCLE
                   AND CRT-OPERATOR-ID(C) = AUT-OPERATOR-ID(U)
                   AND CRT-DECISION(C) = "P"
                   MOVE "I" TO CRT-DECISION(C)
                   MOVE WS-AUDIT-PROGRAM TO CRT-REVIEWER(C)
                   MOVE WS-TODAY TO CRT-DECIDED-DATE(C)
                   MOVE "Y" TO WS-CERT-CHANGED
               END-IF
           END-PERFORM.
       0500-EXIT.
           EXIT.

       0600-PRINT-CYCLE.
           MOVE SPACES TO WS-DEADLINE
           MOVE 0 TO WS-MG-COUNT
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRT-CYCLE(C) = WS-CYCLE
                   MOVE CRT-DEADLINE(C) TO WS-DEADLINE
                   PERFORM 0620-NOTE-MANAGER
               END-IF
           END-PERFORM
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "recert.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "ACCESS RECERTIFICATION " WS-CYCLE " (DUE "
               WS-DEADLINE ")"
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE "  OPERATOR   ROLE ST SIGN-ON   ACTIVITY  DECISION   "
               & "REVIEWER   DATE" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM 0640-PRINT-ONE-MANAGER
               VARYING M FROM 1 BY 1 UNTIL M > WS-MG-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-PENDING-COUNT " PENDING, " WS-CONFIRMED-COUNT
               " CONFIRMED, " WS-DOWNGRADED-COUNT " DOWNGRADED, "
               WS-REVOKED-COUNT " REVOKED,"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-EXPIRED-COUNT " EXPIRED, " WS-INACTIVE-COUNT
               " INACTIVE."
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "THIS RUN:" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-AC-COUNT = 0
               MOVE "  NO CHANGES." TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " AC-LINE(A)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0620-NOTE-MANAGER.
           MOVE "N" TO WS-MG-FOUND
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MG-COUNT
               IF MG-ID(M) = CRT-MANAGER-ID(C)
                   MOVE "Y" TO WS-MG-FOUND
               END-IF
           END-PERFORM
           IF WS-MG-FOUND = "N" AND WS-MG-COUNT < 21
               ADD 1 TO WS-MG-COUNT
               MOVE CRT-MANAGER-ID(C) TO MG-ID(WS-MG-COUNT)
           END-IF.

       0640-PRINT-ONE-MANAGER.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF MG-ID(M) = SPACES
               MOVE "(NONE -- ADMIN REVIEW)" TO WS-MANAGER-TITLE
           ELSE
               MOVE MG-ID(M) TO WS-MANAGER-TITLE
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "REVIEWING MANAGER: " WS-MANAGER-TITLE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               IF CRT-CYCLE(C) = WS-CYCLE
                   AND CRT-MANAGER-ID(C) = MG-ID(M)
                   PERFORM 0660-PRINT-ONE-LINE
               END-IF
           END-PERFORM.

      *    ROLE IS THE ONE CERTIFIED; STATUS, SIGN-ON AND ACTIVITY
      *    ARE AS OF THIS RUN.
       0660-PRINT-ONE-LINE.
           MOVE CRT-OPERATOR-ID(C) TO WS-SEARCH-ID
           PERFORM 0900-FIND-OPERATOR
           IF WS-FOUND-INDEX > 0
               MOVE AUT-LAST-SIGNON(WS-FOUND-INDEX)
                   TO CRT-LAST-SIGNON(C)
               MOVE AUT-LAST-ACTIVITY(WS-FOUND-INDEX)
                   TO CRT-LAST-ACTIVITY(C)
           END-IF
           EVALUATE CRT-DECISION(C)
               WHEN "P"
                   MOVE "PENDING" TO WS-DECISION-WORD
                   ADD 1 TO WS-PENDING-COUNT
               WHEN "C"
                   MOVE "CONFIRMED" TO WS-DECISION-WORD
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN "D"
                   MOVE SPACES TO WS-DECISION-WORD
                   STRING "DOWN TO " CRT-NEW-ROLE(C)
                       DELIMITED BY SIZE INTO WS-DECISION-WORD
                   ADD 1 TO WS-DOWNGRADED-COUNT
               WHEN "R"
                   MOVE "REVOKED" TO WS-DECISION-WORD
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN "X"
                   MOVE "EXPIRED" TO WS-DECISION-WORD
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   MOVE "INACTIVE" TO WS-DECISION-WORD
                   ADD 1 TO WS-INACTIVE-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-PS-TEXT-1
           IF WS-FOUND-INDEX > 0
               STRING "  " CRT-OPERATOR-ID(C) " " CRT-ROLE(C) "    "
                   AUT-STATUS(WS-FOUND-INDEX) "  "
                   CRT-LAST-SIGNON(C) "  " CRT-LAST-ACTIVITY(C) "  "
                   WS-DECISION-WORD " " CRT-REVIEWER(C) " "
                   CRT-DECIDED-DATE(C)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           ELSE
               STRING "  " CRT-OPERATOR-ID(C) " " CRT-ROLE(C)
                   "    -  (NO LONGER ON authusers.dat)   "
                   WS-DECISION-WORD " " CRT-REVIEWER(C) " "
                   CRT-DECIDED-DATE(C)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-IF
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0800-REWRITE-AUTH-FILE.
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

       0850-REWRITE-CERT-FILE.
           OPEN OUTPUT CERT-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               MOVE CR-ENTRY(C) TO CERT-RECORD
               WRITE CERT-RECORD
           END-PERFORM
           CLOSE CERT-FILE.

       0900-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
               IF AUT-OPERATOR-ID(U) = WS-SEARCH-ID
                   MOVE U TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
