      *            EXTRACT WOULD DOUBLE-POST ITS CLEAN LINES ON
      *            THE REPOST. A SOURCE FILE IS EMPTIED AFTER A
      *            CLEAN POST SO THE SAME EXTRACT CAN NEVER POST
      *            TWICE. A PERIOD CLOSED BY glclose.cob IS LOCKED:
      *            A LINE DATED IN A CLOSED PERIOD POSTS INSTEAD TO
      *            THE CURRENT OPEN PERIOD (THE ONE AFTER THE LATEST
      *            CLOSE ON glperiods.dat) AND IS NOTED ON
      *            glppadj.dat AS A PRIOR-PERIOD ADJUSTMENT WITH THE
      *            PERIOD IT BELONGED TO. A POSTING RUN IS FOR ONE
      *            COMPANY: ONLY THAT COMPANY'S ACCOUNTS (GA-COMPANY
      *            ON THE CHART) COUNT AS KNOWN, SO A FILE CARRYING
      *            ANOTHER COMPANY'S ACCOUNTS IS REFUSED WHOLE THE
      *            SAME WAY, AND THE PERIOD LOCK IS THAT COMPANY'S
      *            OWN.
      *    compile with ->  cobc -x -o glpost glpost.cob
      *    then run ./glpost

           SELECT GL-REJECT-FILE ASSIGN TO "glrejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-FILE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT GL-ADJUSTMENT-FILE ASSIGN TO "glppadj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GA-ACCOUNT       PIC X(8).
           05 GA-DESC          PIC X(30).
           05 GA-TYPE          PIC X.
           05 GA-COMPANY       PIC X(4).

      *    ONE LINE PER PERIOD PER ACCOUNT -- THE LEDGER ITSELF.
       FD  GL-BALANCE-FILE.
       FD  GL-REJECT-FILE.
       01  GL-REJECT-RECORD    PIC X(80).

      *    SAME LAYOUT glclose.cob WRITES.
       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           05 GP-PERIOD        PIC X(6).
           05 GP-ACTION        PIC X.
           05 GP-CLOSED-DATE   PIC X(8).
           05 GP-CLOSED-BY     PIC X(10).
           05 GP-COMPANY       PIC X(4).

      *    ONE LINE PER PRIOR-PERIOD ADJUSTMENT: THE PERIOD IT
      *    POSTED TO, THE CLOSED PERIOD IT BELONGED TO, AND THE
      *    EXTRACT LINE AS RECEIVED.
       FD  GL-ADJUSTMENT-FILE.
       01  GL-ADJUSTMENT-RECORD.
           05 PA-POST-PERIOD   PIC X(6).
           05 PA-ORIG-PERIOD   PIC X(6).
           05 PA-ACCOUNT       PIC X(8).
           05 PA-DR-CR         PIC X(2).
           05 PA-AMOUNT        PIC 9(9)V99.
           05 PA-DEPT-CODE     PIC X(4).
           05 PA-ORIG-DATE     PIC X(8).
           05 PA-POSTED-ON     PIC X(8).
           05 PA-SOURCE        PIC X(30).
           05 PA-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-GL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RJ-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-GP-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-GL-EOF           PIC X VALUE "N".
       01  WS-GA-EOF           PIC X VALUE "N".
       01  WS-GB-EOF           PIC X VALUE "N".
       01  WS-GB-INDEX         PIC 9(3) VALUE 0.
       01  WS-POSTING-PERIOD   PIC X(6) VALUE SPACES.

      *    THE LOCK: THE LATEST PERIOD CLOSED ON glperiods.dat AND
      *    THE CURRENT OPEN PERIOD AFTER IT.
       01  WS-LATEST-CLOSED    PIC X(6) VALUE "000000".
       01  WS-OPEN-PERIOD      PIC X(6) VALUE SPACES.
       01  WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
           05 WS-OPEN-YEAR     PIC 9(4).
           05 WS-OPEN-MM       PIC 9(2).

      *    THE WHOLE EXTRACT, HELD HERE UNTIL EVERY LINE HAS
      *    PASSED THE CHART CHECK -- NOTHING TOUCHES THE LEDGER
      *    BEFORE THEN.
           05 WS-EX-COUNT      PIC 9(3) VALUE 0.
           05 EX-ENTRY OCCURS 500 TIMES.
               10 EXE-RECORD       PIC X(33).
               10 EXE-ORIG-DATE    PIC X(8).
               10 EXE-ADJUSTMENT   PIC X.
       01  X                   PIC 9(3) VALUE 1.
       01  WS-EX-EOF           PIC X VALUE "N".
       01  WS-TABLE-FULL       PIC X VALUE "N".
           05 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
           05 WS-POSTED-DEBITS PIC 9(11)V99 VALUE 0.
           05 WS-POSTED-CREDITS PIC 9(11)V99 VALUE 0.
           05 WS-ADJUSTED-COUNT PIC 9(4) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "GLPOST".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  WS-RUN-COMPANY      PIC X(4) VALUE SPACES.
       01  COMPANY-FIELDS.
           05 WS-CO-FUNCTION       PIC X.
           05 WS-CO-EMP-ID         PIC X(5).
           05 WS-CO-CODE           PIC X(4).
           05 WS-CO-NAME           PIC X(30).
           05 WS-CO-EMPLOYER-ID    PIC X(9).
           05 WS-CO-BANK-ROUTING   PIC X(9).
           05 WS-CO-BANK-ACCOUNT   PIC X(12).
           05 WS-CO-RESULT         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           DISPLAY "ENTER SOURCE FILE (BLANK = glextract.dat): "
           MOVE SPACES TO WS-SOURCE-NAME
           ACCEPT WS-SOURCE-NAME
           ELSE
               MOVE WS-SOURCE-NAME TO WS-SOURCE-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-ACCOUNT-TABLE
           PERFORM 0120-LOAD-PERIOD-LOCK
           IF WS-GA-COUNT = 0
               DISPLAY "NO CHART OF ACCOUNTS ON FILE. BUILD ONE "
                   "WITH glmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    A LINE FOR A CLOSED PERIOD IS RE-DATED INTO THE CURRENT
      *    OPEN PERIOD BEFORE ANYTHING POSTS.
           PERFORM 0220-REDATE-CLOSED-PERIOD
               VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
      *    PASS 2 -- APPLY. THE BALANCES CHANGE IN THE TABLE ONLY;
      *    IF A PERIOD/ACCOUNT SLOT CANNOT BE FOUND THE RUN STOPS
      *    BEFORE THE LEDGER OR THE SOURCE IS TOUCHED.
               GOBACK
           END-IF
           PERFORM 0400-REWRITE-BALANCE-FILE
           IF WS-ADJUSTED-COUNT > 0
               PERFORM 0450-WRITE-ADJUSTMENTS
           END-IF
      *    A CLEAN POST CONSUMES THE SOURCE -- THE SAME EXTRACT
      *    CAN NEVER POST TWICE.
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE WS-POSTED-CREDITS TO ED-CREDITS
           DISPLAY WS-POSTED-COUNT " POSTINGS APPLIED: DEBITS "
               ED-DEBITS ", CREDITS " ED-CREDITS "."
           IF WS-ADJUSTED-COUNT > 0
               DISPLAY "*** " WS-ADJUSTED-COUNT " LINE(S) DATED IN "
                   "CLOSED PERIODS (THROUGH " WS-LATEST-CLOSED
                   ") POSTED TO " WS-OPEN-PERIOD " AS PRIOR-PERIOD "
                   "ADJUSTMENTS -- SEE glppadj.dat. ***"
           END-IF
           DISPLAY "RUN gltrial FOR THE TRIAL BALANCE."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "POSTED " WS-POSTED-COUNT ", REJECTED "
               WS-REJECT-COUNT " CO " WS-RUN-COMPANY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.
                       AT END
                           MOVE "Y" TO WS-GA-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GA-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               ADD 1 TO WS-GA-COUNT
                               MOVE GA-ACCOUNT
                                   TO GAE-ACCOUNT(WS-GA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
               CLOSE GL-BALANCE-FILE
           END-IF.

      *    THE LATEST PERIOD ON THE CLOSE LOG IS THE LOCK; THE
      *    PERIOD AFTER IT (MONTH 12 OR THE YEAR-END CLOSING PERIOD
      *    13 ROLL TO JANUARY) IS THE CURRENT OPEN PERIOD.
       0120-LOAD-PERIOD-LOCK.
           MOVE "000000" TO WS-LATEST-CLOSED
           MOVE "N" TO WS-GP-EOF
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GP-EOF = "Y"
                   READ GL-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-GP-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE GP-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF GP-PERIOD > WS-LATEST-CLOSED
                                   AND WS-CO-RESULT NOT = "N"
                               MOVE GP-PERIOD TO WS-LATEST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PERIOD-FILE
           END-IF
           MOVE WS-LATEST-CLOSED TO WS-OPEN-PERIOD
           IF WS-OPEN-MM >= 12
               ADD 1 TO WS-OPEN-YEAR
               MOVE 1 TO WS-OPEN-MM
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF.

       0180-LOAD-EXTRACT-TABLE.
           MOVE 0 TO WS-EX-COUNT
           MOVE "N" TO WS-EX-EOF
                       ADD 1 TO WS-EX-COUNT
                       MOVE GL-EXTRACT-RECORD
                           TO EXE-RECORD(WS-EX-COUNT)
                       MOVE GL-PAY-DATE
                           TO EXE-ORIG-DATE(WS-EX-COUNT)
                       MOVE "N" TO EXE-ADJUSTMENT(WS-EX-COUNT)
               END-READ
           END-PERFORM.

               MOVE WS-REJECT-LINE TO GL-REJECT-RECORD
               WRITE GL-REJECT-RECORD
               DISPLAY "REJECTED: ACCOUNT " GL-ACCOUNT " IS NOT ON "
                   "THIS COMPANY'S CHART."
           END-IF.
       0200-EXIT.
           EXIT.

       0220-REDATE-CLOSED-PERIOD.
           MOVE EXE-RECORD(X) TO GL-EXTRACT-RECORD
           IF GL-PAY-DATE(1:6) NOT > WS-LATEST-CLOSED
               MOVE WS-OPEN-PERIOD TO GL-PAY-DATE(1:6)
               MOVE "01" TO GL-PAY-DATE(7:2)
               MOVE GL-EXTRACT-RECORD TO EXE-RECORD(X)
               MOVE "Y" TO EXE-ADJUSTMENT(X)
               ADD 1 TO WS-ADJUSTED-COUNT
           END-IF.

       0250-POST-ONE-RECORD.
           MOVE EXE-RECORD(X) TO GL-EXTRACT-RECORD
           MOVE GL-PAY-DATE(1:6) TO WS-POSTING-PERIOD
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

       0450-WRITE-ADJUSTMENTS.
           OPEN EXTEND GL-ADJUSTMENT-FILE
           IF WS-PA-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-ADJUSTMENT-FILE
           END-IF
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EX-COUNT
               IF EXE-ADJUSTMENT(X) = "Y"
                   MOVE EXE-RECORD(X) TO GL-EXTRACT-RECORD
                   MOVE WS-OPEN-PERIOD TO PA-POST-PERIOD
                   MOVE EXE-ORIG-DATE(X)(1:6) TO PA-ORIG-PERIOD
                   MOVE GL-ACCOUNT TO PA-ACCOUNT
                   MOVE GL-DR-CR TO PA-DR-CR
                   MOVE GL-AMOUNT TO PA-AMOUNT
                   MOVE GL-DEPT-CODE TO PA-DEPT-CODE
                   MOVE EXE-ORIG-DATE(X) TO PA-ORIG-DATE
                   MOVE WS-TODAY TO PA-POSTED-ON
                   MOVE WS-SOURCE-PATH TO PA-SOURCE
                   MOVE WS-RUN-COMPANY TO PA-COMPANY
                   WRITE GL-ADJUSTMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-ADJUSTMENT-FILE.
