       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENROLL.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    BENEFIT ENROLLMENT. ELECTIONS USED TO ARRIVE ON
      *            PAPER, AND THE CLERK KEYED EACH PREMIUM INTO
      *            dedmaint.cob BY HAND. benenroll.dat NOW CARRIES
      *            ONE LINE PER ELECTION PER EMPLOYEE -- PLAN AND
      *            TIER FROM benplans.dat (SEE benmaint.cob), THE
      *            DATE COVERAGE STARTS AND THE FIRST DATE IT NO
      *            LONGER APPLIES, WHY THE CHANGE WAS ALLOWED, AND
      *            THE DEPENDENTS COVERED. AN ELECTION CAN ONLY BE
      *            MADE, CHANGED OR DROPPED WHILE THE OPEN-ENROLLMENT
      *            WINDOW ON benwindow.dat IS OPEN (EFFECTIVE ON THE
      *            WINDOW'S PLAN-YEAR DATE) OR WITHIN 30 DAYS AFTER A
      *            QUALIFYING LIFE EVENT (EFFECTIVE ON THE EVENT
      *            DATE). ONE PLAN OF EACH TYPE AT A TIME: A NEW
      *            HEALTH ELECTION ENDS THE OLD ONE. EVERY CHANGE
      *            REGENERATES THE EMPLOYEE'S BENEFIT LINES ON
      *            deductions.dat (CODE = PLAN CODE, AMOUNT = THE
      *            TIER'S EMPLOYEE PREMIUM) FROM THE ELECTIONS IN
      *            EFFECT TODAY; OPTION S REGENERATES EVERYONE'S, AND
      *            IS RUN ON THE PLAN-YEAR DATE AND AFTER A PREMIUM
      *            CHANGE. BURDENRUN CHARGES THE EMPLOYER SHARE AND
      *            bencarrier.cob REPORTS EACH INSURER'S ENROLLMENT.
      *    compile with ->  cobc -x -o benenroll benenroll.cob
      *    then run ./benenroll

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "benenroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-FILE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT BENEFIT-WINDOW-FILE ASSIGN TO "benwindow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BW-FILE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER ELECTION. COVERAGE APPLIES ON A DATE WHEN
      *    BN-EFFECTIVE-DATE <= DATE AND BN-END-DATE IS BLANK OR
      *    LATER THAN THE DATE. BN-REASON "O" OPEN ENROLLMENT, "L"
      *    LIFE EVENT; BN-EVENT-CODE "M" MARRIAGE, "B" BIRTH OR
      *    ADOPTION, "D" DIVORCE, "C" LOSS OF OTHER COVERAGE, "H"
      *    NEW HIRE.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 BN-EMP-ID        PIC X(5).
           05 BN-PLAN-CODE     PIC X(4).
           05 BN-TIER          PIC X(2).
           05 BN-EFFECTIVE-DATE PIC X(8).
           05 BN-END-DATE      PIC X(8).
           05 BN-REASON        PIC X.
           05 BN-EVENT-CODE    PIC X.
           05 BN-EVENT-DATE    PIC X(8).
           05 BN-DEPENDENTS    PIC 9(2).
           05 BN-DEP-NAME OCCURS 4 TIMES PIC X(20).
           05 BN-ELECTED-DATE  PIC X(8).
           05 BN-OPERATOR      PIC X(10).

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE     PIC X(4).
           05 BP-TIER          PIC X(2).
           05 BP-DESC          PIC X(20).
           05 BP-TYPE          PIC X.
           05 BP-CARRIER-CODE  PIC X(4).
           05 BP-CARRIER-NAME  PIC X(20).
           05 BP-EE-PREMIUM    PIC 9(5)V99.
           05 BP-ER-PREMIUM    PIC 9(5)V99.

       FD  BENEFIT-WINDOW-FILE.
       01  BENEFIT-WINDOW-RECORD.
           05 BW-OPEN-DATE     PIC X(8).
           05 BW-CLOSE-DATE    PIC X(8).
           05 BW-EFFECTIVE-DATE PIC X(8).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID        PIC X(5).
           05 DD-CODE          PIC X(4).
           05 DD-DESC          PIC X(20).
           05 DD-AMOUNT        PIC 9(5)V99.
           05 DD-PRIORITY      PIC 9(2).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-BN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BW-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BN-EOF           PIC X VALUE "N".
       01  WS-BP-EOF           PIC X VALUE "N".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-WORK-PLAN        PIC X(4).
       01  WS-WORK-TIER        PIC X(2).
       01  WS-WORK-TYPE        PIC X.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-PLAN-INDEX       PIC 9(2) VALUE 0.
       01  WS-FIELDS-OK        PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-BE-PROMPT        PIC X(60).
       01  WS-BE-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BENENROLL".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    WHY THIS CHANGE IS ALLOWED, AND FROM WHEN IT APPLIES.
       01  CHANGE-RIGHT.
           05 WS-REASON        PIC X VALUE SPACE.
           05 WS-EVENT-CODE    PIC X VALUE SPACE.
           05 WS-EVENT-DATE    PIC X(8) VALUE SPACES.
           05 WS-NEW-EFFECTIVE PIC X(8) VALUE SPACES.
      *    A LIFE EVENT OPENS A 30-DAY WINDOW OF ITS OWN.
       01  WS-EVENT-DAYS       PIC 9(3) VALUE 30.

       01  WINDOW-FIELDS.
           05 WS-OPEN-DATE     PIC X(8) VALUE SPACES.
           05 WS-CLOSE-DATE    PIC X(8) VALUE SPACES.
           05 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.

       01  ENROLLMENT-TABLE.
           05 WS-BN-COUNT      PIC 9(3) VALUE 0.
           05 BN-ENTRY OCCURS 500 TIMES.
               10 BNE-EMP-ID        PIC X(5).
               10 BNE-PLAN-CODE     PIC X(4).
               10 BNE-TIER          PIC X(2).
               10 BNE-EFFECTIVE-DATE PIC X(8).
               10 BNE-END-DATE      PIC X(8).
               10 BNE-REASON        PIC X.
               10 BNE-EVENT-CODE    PIC X.
               10 BNE-EVENT-DATE    PIC X(8).
               10 BNE-DEPENDENTS    PIC 9(2).
               10 BNE-DEP-NAME OCCURS 4 TIMES PIC X(20).
               10 BNE-ELECTED-DATE  PIC X(8).
               10 BNE-OPERATOR      PIC X(10).
       01  N                   PIC 9(3) VALUE 1.
       01  K                   PIC 9 VALUE 1.

       01  PLAN-TABLE.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 BP-ENTRY OCCURS 60 TIMES.
               10 BPE-PLAN-CODE     PIC X(4).
               10 BPE-TIER          PIC X(2).
               10 BPE-DESC          PIC X(20).
               10 BPE-TYPE          PIC X.
               10 BPE-CARRIER-CODE  PIC X(4).
               10 BPE-CARRIER-NAME  PIC X(20).
               10 BPE-EE-PREMIUM    PIC 9(5)V99.
               10 BPE-ER-PREMIUM    PIC 9(5)V99.
       01  B                   PIC 9(2) VALUE 1.

       01  DEDUCTION-TABLE.
           05 WS-DD-COUNT      PIC 9(3) VALUE 0.
           05 DD-ENTRY OCCURS 200 TIMES.
               10 DDE-EMP-ID    PIC X(5).
               10 DDE-CODE      PIC X(4).
               10 DDE-DESC      PIC X(20).
               10 DDE-AMOUNT    PIC 9(5)V99.
               10 DDE-PRIORITY  PIC 9(2).
       01  D                   PIC 9(3) VALUE 1.
       01  WS-KEEP-COUNT       PIC 9(3) VALUE 0.
       01  WS-BENEFIT-LINE     PIC X VALUE "N".
       01  WS-SYNC-EMP-ID      PIC X(5) VALUE SPACES.
       01  WS-SYNC-OK          PIC X VALUE "N".
       01  WS-LINES-WRITTEN    PIC 9(3) VALUE 0.
      *    BENEFIT PREMIUMS COME OFF AFTER ANY HAND-KEYED
      *    DEDUCTION OF PRIORITY 01-09.
       01  WS-BENEFIT-PRIORITY PIC 9(2) VALUE 10.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-PREMIUM       PIC ZZ,ZZ9.99.
           05 ED-DAYS          PIC Z,ZZZ,ZZ9.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
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
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-ENROLLMENT-TABLE
           IF WS-BN-COUNT = 500 AND WS-BN-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 ELECTIONS ON benenroll.dat."
                   " ARCHIVE THE ENDED ELECTIONS BEFORE MAINTAINING "
                   "IT. ***"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-PLAN-TABLE
           IF WS-BP-COUNT = 0
               DISPLAY "NO BENEFIT PLANS ON FILE. SET THEM UP WITH "
                   "benmaint FIRST."
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0160-LOAD-WINDOW
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-FOR-EMPLOYEE
                   WHEN "E"
                       PERFORM 0400-MAKE-ELECTION THRU 0400-EXIT
                   WHEN "T"
                       PERFORM 0600-DROP-COVERAGE THRU 0600-EXIT
                   WHEN "S"
                       PERFORM 0700-SYNC-ALL THRU 0700-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-ENROLLMENT-TABLE.
           MOVE 0 TO WS-BN-COUNT
           MOVE "N" TO WS-BN-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-BN-FILE-STATUS = "00"
               PERFORM UNTIL WS-BN-EOF = "Y" OR WS-BN-COUNT = 500
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-BN-EOF
                       NOT AT END
                           ADD 1 TO WS-BN-COUNT
                           MOVE ENROLLMENT-RECORD
                               TO BN-ENTRY(WS-BN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       0150-LOAD-PLAN-TABLE.
           MOVE 0 TO WS-BP-COUNT
           MOVE "N" TO WS-BP-EOF
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BP-FILE-STATUS = "00"
               PERFORM UNTIL WS-BP-EOF = "Y" OR WS-BP-COUNT = 60
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-BP-EOF
                       NOT AT END
                           ADD 1 TO WS-BP-COUNT
                           MOVE BENEFIT-PLAN-RECORD
                               TO BP-ENTRY(WS-BP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       0160-LOAD-WINDOW.
           MOVE SPACES TO WINDOW-FIELDS
           OPEN INPUT BENEFIT-WINDOW-FILE
           IF WS-BW-FILE-STATUS = "00"
               READ BENEFIT-WINDOW-FILE
                   NOT AT END
                       MOVE BW-OPEN-DATE TO WS-OPEN-DATE
                       MOVE BW-CLOSE-DATE TO WS-CLOSE-DATE
                       MOVE BW-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE BENEFIT-WINDOW-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- BENEFIT ENROLLMENT -----"
           IF WS-OPEN-DATE NOT = SPACES
                   AND WS-TODAY >= WS-OPEN-DATE
                   AND WS-TODAY <= WS-CLOSE-DATE
               DISPLAY "OPEN ENROLLMENT IS OPEN UNTIL " WS-CLOSE-DATE
                   " -- ELECTIONS EFFECTIVE " WS-EFFECTIVE-DATE
           ELSE
               DISPLAY "OPEN ENROLLMENT IS CLOSED -- CHANGES NEED A "
                   "QUALIFYING LIFE EVENT."
           END-IF
           DISPLAY "L - LIST AN EMPLOYEE'S ELECTIONS"
           DISPLAY "E - ENROLL OR CHANGE AN ELECTION"
           DISPLAY "T - DROP A COVERAGE"
           DISPLAY "S - REGENERATE ALL BENEFIT DEDUCTIONS AS OF TODAY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-FOR-EMPLOYEE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-BN-COUNT
               IF BNE-EMP-ID(N) = WS-WORK-EMP-ID
                   MOVE N TO WS-FOUND-INDEX
                   PERFORM 0350-DISPLAY-ELECTION
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO BENEFIT ELECTIONS ON FILE FOR "
                   WS-WORK-EMP-ID "."
           END-IF.

       0350-DISPLAY-ELECTION.
           DISPLAY "  " BNE-PLAN-CODE(N) " " BNE-TIER(N)
               "  FROM " BNE-EFFECTIVE-DATE(N) "  TO "
               BNE-END-DATE(N) "  REASON " BNE-REASON(N)
               BNE-EVENT-CODE(N) "  ELECTED " BNE-ELECTED-DATE(N)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > BNE-DEPENDENTS(N)
               DISPLAY "       DEPENDENT " BNE-DEP-NAME(N, K)
           END-PERFORM.

       0400-MAKE-ELECTION.
           IF WS-BN-COUNT = 500
               DISPLAY "ENROLLMENT TABLE IS FULL (500)."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0450-KEY-EMPLOYEE
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0400-EXIT
           END-IF
           PERFORM 0500-ESTABLISH-CHANGE-RIGHT THRU 0500-EXIT
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0400-EXIT
           END-IF
           DISPLAY "ENTER PLAN CODE: "
           ACCEPT WS-WORK-PLAN
           DISPLAY "ENTER TIER (EE, ES, EC OR FA): "
           ACCEPT WS-WORK-TIER
           MOVE FUNCTION UPPER-CASE(WS-WORK-TIER) TO WS-WORK-TIER
           PERFORM 0750-FIND-PLAN-TIER
           IF WS-PLAN-INDEX = 0
               DISPLAY WS-WORK-PLAN "/" WS-WORK-TIER " IS NOT ON "
                   "benplans.dat. NOT ENROLLED."
               GO TO 0400-EXIT
           END-IF
           MOVE BPE-TYPE(WS-PLAN-INDEX) TO WS-WORK-TYPE
           ADD 1 TO WS-BN-COUNT
           MOVE WS-BN-COUNT TO N
           MOVE SPACES TO BN-ENTRY(N)
           MOVE WS-WORK-EMP-ID TO BNE-EMP-ID(N)
           MOVE WS-WORK-PLAN TO BNE-PLAN-CODE(N)
           MOVE WS-WORK-TIER TO BNE-TIER(N)
           MOVE WS-NEW-EFFECTIVE TO BNE-EFFECTIVE-DATE(N)
           MOVE WS-REASON TO BNE-REASON(N)
           MOVE WS-EVENT-CODE TO BNE-EVENT-CODE(N)
           MOVE WS-EVENT-DATE TO BNE-EVENT-DATE(N)
           MOVE WS-TODAY TO BNE-ELECTED-DATE(N)
           MOVE WS-OPERATOR-ID TO BNE-OPERATOR(N)
           PERFORM 0550-TAKE-DEPENDENTS
           IF WS-FIELDS-OK NOT = "Y"
               SUBTRACT 1 FROM WS-BN-COUNT
               DISPLAY "NOT ENROLLED."
               GO TO 0400-EXIT
           END-IF
      *    ONE PLAN OF A TYPE AT A TIME -- WHATEVER COVERAGE OF THIS
      *    TYPE IS OPEN ON THE NEW DATE ENDS WHERE THE NEW ONE
      *    STARTS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N >= WS-BN-COUNT
               IF BNE-EMP-ID(N) = WS-WORK-EMP-ID
                   MOVE BNE-PLAN-CODE(N) TO WS-WORK-PLAN
                   MOVE BNE-TIER(N) TO WS-WORK-TIER
                   PERFORM 0750-FIND-PLAN-TIER
                   IF WS-PLAN-INDEX > 0
                       IF BPE-TYPE(WS-PLAN-INDEX) = WS-WORK-TYPE
                           PERFORM 0580-END-IF-OPEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BN-COUNT TO N
           MOVE BNE-PLAN-CODE(N) TO WS-WORK-PLAN
           MOVE BNE-TIER(N) TO WS-WORK-TIER
           PERFORM 0800-REWRITE-ENROLLMENT-FILE
           MOVE WS-WORK-EMP-ID TO WS-SYNC-EMP-ID
           PERFORM 0850-SYNC-DEDUCTIONS THRU 0850-EXIT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ENROLLED " WS-WORK-EMP-ID " " WS-WORK-PLAN " "
               WS-WORK-TIER " FROM " WS-NEW-EFFECTIVE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ELECTION RECORDED, EFFECTIVE " WS-NEW-EFFECTIVE
               ".".
       0400-EXIT.
           EXIT.

       0450-KEY-EMPLOYEE.
           MOVE "N" TO WS-FIELDS-OK
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMP-ID " EMP-ID " IS NOT ON "
                       "EMPLOYEE-FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-FIELDS-OK
           END-READ.

      *    INSIDE THE WINDOW ANY CHANGE IS ALLOWED AND TAKES EFFECT
      *    ON THE PLAN-YEAR DATE. OUTSIDE IT, ONLY A QUALIFYING
      *    LIFE EVENT IN THE LAST 30 DAYS OPENS THE ELECTION, AND
      *    THE CHANGE TAKES EFFECT ON THE EVENT DATE.
       0500-ESTABLISH-CHANGE-RIGHT.
           MOVE "N" TO WS-FIELDS-OK
           MOVE SPACES TO CHANGE-RIGHT
           IF WS-OPEN-DATE NOT = SPACES
                   AND WS-TODAY >= WS-OPEN-DATE
                   AND WS-TODAY <= WS-CLOSE-DATE
               MOVE "O" TO WS-REASON
               MOVE WS-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
               MOVE "Y" TO WS-FIELDS-OK
               GO TO 0500-EXIT
           END-IF
           DISPLAY "OPEN ENROLLMENT IS CLOSED. ENTER QUALIFYING "
               "EVENT (M=MARRIAGE, B=BIRTH/ADOPTION, D=DIVORCE,"
           DISPLAY "  C=LOSS OF OTHER COVERAGE, H=NEW HIRE, "
               "BLANK=NONE): "
           ACCEPT WS-EVENT-CODE
           MOVE FUNCTION UPPER-CASE(WS-EVENT-CODE) TO WS-EVENT-CODE
           IF WS-EVENT-CODE NOT = "M" AND WS-EVENT-CODE NOT = "B"
                   AND WS-EVENT-CODE NOT = "D"
                   AND WS-EVENT-CODE NOT = "C"
                   AND WS-EVENT-CODE NOT = "H"
               DISPLAY "NO QUALIFYING EVENT -- ELECTIONS CAN ONLY "
                   "CHANGE IN THE ENROLLMENT WINDOW."
               GO TO 0500-EXIT
           END-IF
           DISPLAY "ENTER EVENT DATE (YYYYMMDD): "
           ACCEPT WS-EVENT-DATE
           MOVE "D" TO WS-DV-FUNCTION
           MOVE WS-EVENT-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "NOT A REAL DATE."
               GO TO 0500-EXIT
           END-IF
           IF WS-DV-RESULT < 0
               DISPLAY "THE EVENT HAS NOT HAPPENED YET."
               GO TO 0500-EXIT
           END-IF
           IF WS-DV-RESULT > WS-EVENT-DAYS
               MOVE WS-DV-RESULT TO ED-DAYS
               DISPLAY "THE EVENT WAS " ED-DAYS " DAYS AGO -- "
                   "PAST THE " WS-EVENT-DAYS "-DAY ELECTION PERIOD."
               GO TO 0500-EXIT
           END-IF
           MOVE "L" TO WS-REASON
           MOVE WS-EVENT-DATE TO WS-NEW-EFFECTIVE
           MOVE "Y" TO WS-FIELDS-OK.
       0500-EXIT.
           EXIT.

      *    EMPLOYEE-ONLY COVERS NOBODY ELSE; EVERY OTHER TIER MUST
      *    NAME AT LEAST ONE DEPENDENT.
       0550-TAKE-DEPENDENTS.
           MOVE "N" TO WS-FIELDS-OK
           MOVE 0 TO BNE-DEPENDENTS(N)
           IF BNE-TIER(N) = "EE"
               MOVE "Y" TO WS-FIELDS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "ENTER NUMBER OF DEPENDENTS COVERED (1-4): "
               TO WS-BE-PROMPT
           CALL "NUMVALID" USING WS-BE-PROMPT WS-BE-NUM-BUFFER
           MOVE WS-BE-NUM-BUFFER TO BNE-DEPENDENTS(N)
           IF BNE-DEPENDENTS(N) < 1 OR BNE-DEPENDENTS(N) > 4
               DISPLAY "TIER " BNE-TIER(N) " COVERS 1 TO 4 "
                   "DEPENDENTS."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > BNE-DEPENDENTS(N)
               DISPLAY "ENTER NAME OF DEPENDENT " K ": "
               ACCEPT BNE-DEP-NAME(N, K)
           END-PERFORM
           MOVE "Y" TO WS-FIELDS-OK.

       0580-END-IF-OPEN.
           IF BNE-END-DATE(N) = SPACES
                   OR BNE-END-DATE(N) > WS-NEW-EFFECTIVE
               MOVE WS-NEW-EFFECTIVE TO BNE-END-DATE(N)
               DISPLAY "  " BNE-PLAN-CODE(N) " " BNE-TIER(N)
                   " ENDS " WS-NEW-EFFECTIVE "."
           END-IF.

       0600-DROP-COVERAGE.
           PERFORM 0450-KEY-EMPLOYEE
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0600-EXIT
           END-IF
           DISPLAY "ENTER PLAN CODE TO DROP: "
           ACCEPT WS-WORK-PLAN
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-BN-COUNT
               IF BNE-EMP-ID(N) = WS-WORK-EMP-ID
                       AND BNE-PLAN-CODE(N) = WS-WORK-PLAN
                       AND BNE-END-DATE(N) = SPACES
                   MOVE N TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY WS-WORK-EMP-ID " HAS NO OPEN " WS-WORK-PLAN
                   " ELECTION."
               GO TO 0600-EXIT
           END-IF
           PERFORM 0500-ESTABLISH-CHANGE-RIGHT THRU 0500-EXIT
           IF WS-FIELDS-OK NOT = "Y"
               GO TO 0600-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO N
           PERFORM 0580-END-IF-OPEN
           PERFORM 0800-REWRITE-ENROLLMENT-FILE
           MOVE WS-WORK-EMP-ID TO WS-SYNC-EMP-ID
           PERFORM 0850-SYNC-DEDUCTIONS THRU 0850-EXIT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DROPPED " WS-WORK-PLAN " FOR " WS-WORK-EMP-ID
               " FROM " WS-NEW-EFFECTIVE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "COVERAGE DROPPED.".
       0600-EXIT.
           EXIT.

      *    RUN ON THE PLAN-YEAR DATE (WHEN THE WINDOW'S ELECTIONS
      *    COME INTO EFFECT) AND AFTER ANY PREMIUM CHANGE.
       0700-SYNC-ALL.
           MOVE SPACES TO WS-SYNC-EMP-ID
           PERFORM 0850-SYNC-DEDUCTIONS THRU 0850-EXIT
           IF WS-SYNC-OK = "Y"
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "REGENERATED BENEFIT DEDUCTIONS " WS-TODAY
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
               DISPLAY WS-LINES-WRITTEN " BENEFIT DEDUCTION LINES "
                   "NOW ON deductions.dat."
           END-IF.
       0700-EXIT.
           EXIT.

       0750-FIND-PLAN-TIER.
           MOVE 0 TO WS-PLAN-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               IF BPE-PLAN-CODE(B) = WS-WORK-PLAN
                       AND BPE-TIER(B) = WS-WORK-TIER
                   MOVE B TO WS-PLAN-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-ENROLLMENT-FILE.
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-BN-COUNT
               MOVE BN-ENTRY(N) TO ENROLLMENT-RECORD
               WRITE ENROLLMENT-RECORD
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

      *    THE BENEFIT LINES ON deductions.dat ARE THE ONES WHOSE
      *    CODE IS A PLAN CODE. FOR ONE EMPLOYEE (OR EVERYONE WHEN
      *    WS-SYNC-EMP-ID IS BLANK) THEY ARE THROWN AWAY AND BUILT
      *    AGAIN FROM THE ELECTIONS IN EFFECT TODAY; EVERY OTHER
      *    LINE IS LEFT EXACTLY AS DEDMAINT KEYED IT.
       0850-SYNC-DEDUCTIONS.
           MOVE "N" TO WS-SYNC-OK
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM 0860-LOAD-DEDUCTION-TABLE
           IF WS-DD-COUNT = 200 AND WS-DD-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 200 DEDUCTION LINES ON FILE -- "
                   "BENEFIT DEDUCTIONS NOT REGENERATED. ***"
               GO TO 0850-EXIT
           END-IF
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               MOVE "N" TO WS-BENEFIT-LINE
               IF WS-SYNC-EMP-ID = SPACES
                       OR DDE-EMP-ID(D) = WS-SYNC-EMP-ID
                   PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
                       IF BPE-PLAN-CODE(B) = DDE-CODE(D)
                           MOVE "Y" TO WS-BENEFIT-LINE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-BENEFIT-LINE = "N"
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE DD-ENTRY(D) TO DD-ENTRY(WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-DD-COUNT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-BN-COUNT
               IF WS-SYNC-EMP-ID = SPACES
                       OR BNE-EMP-ID(N) = WS-SYNC-EMP-ID
                   IF BNE-EFFECTIVE-DATE(N) <= WS-TODAY
                           AND (BNE-END-DATE(N) = SPACES
                           OR BNE-END-DATE(N) > WS-TODAY)
                       PERFORM 0870-ADD-BENEFIT-LINE THRU 0870-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DD-COUNT > 200
               DISPLAY "*** deductions.dat WOULD PASS 200 LINES -- "
                   "BENEFIT DEDUCTIONS NOT REGENERATED. ***"
               GO TO 0850-EXIT
           END-IF
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
               MOVE DDE-EMP-ID(D)   TO DD-EMP-ID
               MOVE DDE-CODE(D)     TO DD-CODE
               MOVE DDE-DESC(D)     TO DD-DESC
               MOVE DDE-AMOUNT(D)   TO DD-AMOUNT
               MOVE DDE-PRIORITY(D) TO DD-PRIORITY
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTION-FILE
           MOVE "Y" TO WS-SYNC-OK.
       0850-EXIT.
           EXIT.

       0860-LOAD-DEDUCTION-TABLE.
           MOVE 0 TO WS-DD-COUNT
           MOVE "N" TO WS-DD-EOF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DD-FILE-STATUS = "00"
               PERFORM UNTIL WS-DD-EOF = "Y" OR WS-DD-COUNT = 200
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-DD-EOF
                       NOT AT END
                           ADD 1 TO WS-DD-COUNT
                           MOVE DD-EMP-ID
                               TO DDE-EMP-ID(WS-DD-COUNT)
                           MOVE DD-CODE TO DDE-CODE(WS-DD-COUNT)
                           MOVE DD-DESC TO DDE-DESC(WS-DD-COUNT)
                           MOVE DD-AMOUNT
                               TO DDE-AMOUNT(WS-DD-COUNT)
                           MOVE DD-PRIORITY
                               TO DDE-PRIORITY(WS-DD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

      *    A PLAN WITH NO EMPLOYEE PREMIUM (EMPLOYER-PAID) PUTS
      *    NOTHING ON THE CHECK.
       0870-ADD-BENEFIT-LINE.
           MOVE BNE-PLAN-CODE(N) TO WS-WORK-PLAN
           MOVE BNE-TIER(N) TO WS-WORK-TIER
           PERFORM 0750-FIND-PLAN-TIER
           IF WS-PLAN-INDEX = 0
               DISPLAY "*** " BNE-EMP-ID(N) " IS ENROLLED IN "
                   WS-WORK-PLAN "/" WS-WORK-TIER " WHICH IS NOT ON "
                   "benplans.dat -- NO DEDUCTION. ***"
               GO TO 0870-EXIT
           END-IF
           IF BPE-EE-PREMIUM(WS-PLAN-INDEX) = 0
               GO TO 0870-EXIT
           END-IF
           IF WS-DD-COUNT >= 200
               MOVE 201 TO WS-DD-COUNT
               GO TO 0870-EXIT
           END-IF
           ADD 1 TO WS-DD-COUNT
           MOVE BNE-EMP-ID(N) TO DDE-EMP-ID(WS-DD-COUNT)
           MOVE WS-WORK-PLAN TO DDE-CODE(WS-DD-COUNT)
           MOVE BPE-DESC(WS-PLAN-INDEX) TO DDE-DESC(WS-DD-COUNT)
           MOVE BPE-EE-PREMIUM(WS-PLAN-INDEX)
               TO DDE-AMOUNT(WS-DD-COUNT)
           MOVE WS-BENEFIT-PRIORITY TO DDE-PRIORITY(WS-DD-COUNT)
           ADD 1 TO WS-LINES-WRITTEN
           MOVE BPE-EE-PREMIUM(WS-PLAN-INDEX) TO ED-PREMIUM
           IF WS-SYNC-EMP-ID NOT = SPACES
               DISPLAY "  DEDUCTION " WS-WORK-PLAN " " ED-PREMIUM
                   " PER CYCLE."
           END-IF.
       0870-EXIT.
           EXIT.
