      *            CATEGORIZE-AND-ACCEPT PASS. RULES ARE MAINTAINED
      *            HERE TOO. ONE IMPORT A MONTH BEATS THIRTY KEYING
      *            SESSIONS.
      *            FOR A HOUSEHOLD WITH MEMBERS ON hhmembers.dat (SEE
      *            membmaint.cob) THE IMPORT ASKS WHOSE ACCOUNT THE
      *            STATEMENT IS FROM AND RECORDS THAT MEMBER AS THE
      *            PAYER OF EVERY ITEM, QUEUED ONES INCLUDED, FOR
      *            settleup.cob.
      *    compile with (from the repo root) ->
      *        cobc -x -o stmtimport calculators/stmtimport.cob
      *    then run ./stmtimport
           SELECT UNCAT-FILE ASSIGN TO "uncategorized.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UN-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "hhmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    STATEMENT ITEMS NO RULE MATCHED, WAITING FOR THE MANUAL
      *    CATEGORIZE-AND-ACCEPT PASS.
           05 UC-DATE          PIC X(8).
           05 UC-AMOUNT        PIC 9(6)V99.
           05 UC-DESC          PIC X(20).
           05 UC-PAYER         PIC X(6).

      *    SAME LAYOUT MEMBMAINT WRITES.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 HM-HOUSEHOLD-ID  PIC X(4).
           05 HM-MEMBER-ID     PIC X(6).
           05 HM-NAME          PIC X(20).
           05 HM-SPLIT-PCT     PIC 9(3)V99 OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-ST-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-UN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-EOF           PIC X VALUE "N".
       01  WS-STMT-PAYER       PIC X(6) VALUE SPACES.
       01  WS-PAYER-OK         PIC X VALUE "N".
       01  WS-MEMBER-COUNT     PIC 9(2) VALUE 0.
       01  WS-ST-EOF           PIC X VALUE "N".
       01  WS-RU-EOF           PIC X VALUE "N".
       01  WS-UN-EOF           PIC X VALUE "N".
               10 UCE-DATE         PIC X(8).
               10 UCE-AMOUNT       PIC 9(6)V99.
               10 UCE-DESC         PIC X(20).
               10 UCE-PAYER        PIC X(6).
               10 UCE-ACCEPTED     PIC X.
       01  U                   PIC 9(3) VALUE 1.
       01  WS-KEEP-COUNT       PIC 9(3) VALUE 0.
                           MOVE UC-AMOUNT
                               TO UCE-AMOUNT(WS-UC-COUNT)
                           MOVE UC-DESC TO UCE-DESC(WS-UC-COUNT)
                           MOVE UC-PAYER TO UCE-PAYER(WS-UC-COUNT)
                           MOVE "N" TO UCE-ACCEPTED(WS-UC-COUNT)
                   END-READ
               END-PERFORM
                   "TO (E.G. HH01): "
               ACCEPT WS-HOUSEHOLD-ID
           END-PERFORM
           PERFORM 0320-TAKE-STATEMENT-PAYER
           MOVE "N" TO WS-ST-EOF
           OPEN INPUT STATEMENT-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
       0300-EXIT.
           EXIT.

      *    A STATEMENT IS ONE MEMBER'S ACCOUNT, SO ONE PAYER COVERS
      *    EVERY ITEM ON IT. A ONE-WALLET HOUSEHOLD IS NOT ASKED.
       0320-TAKE-STATEMENT-PAYER.
           MOVE SPACES TO WS-STMT-PAYER
           MOVE "Y" TO WS-PAYER-OK
           PERFORM 0330-CHECK-PAYER
           IF WS-MEMBER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PAYER-OK
           PERFORM UNTIL WS-PAYER-OK = "Y"
               DISPLAY "ENTER MEMBER WHOSE ACCOUNT THE STATEMENT IS "
                   "FROM: "
               ACCEPT WS-STMT-PAYER
               MOVE FUNCTION UPPER-CASE(WS-STMT-PAYER)
                   TO WS-STMT-PAYER
               PERFORM 0330-CHECK-PAYER
               IF WS-PAYER-OK NOT = "Y"
                   DISPLAY "NOT A MEMBER OF " WS-HOUSEHOLD-ID
                       ". TRY AGAIN."
               END-IF
           END-PERFORM.

      *    COUNTS THE HOUSEHOLD'S MEMBERS AND SETS WS-PAYER-OK WHEN
      *    WS-STMT-PAYER IS ONE OF THEM.
       0330-CHECK-PAYER.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "N" TO WS-HM-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-HM-FILE-STATUS = "00"
               PERFORM UNTIL WS-HM-EOF = "Y"
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-HM-EOF
                       NOT AT END
                           IF HM-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               ADD 1 TO WS-MEMBER-COUNT
                               IF HM-MEMBER-ID = WS-STMT-PAYER
                                   MOVE "Y" TO WS-PAYER-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

       0350-OPEN-TRANSACTIONS.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               MOVE WS-MATCH-CATEGORY TO TX-CATEGORY
               COMPUTE TX-AMOUNT = FUNCTION NUMVAL(SF-AMOUNT)
               MOVE SF-DESC(1:20) TO TX-MEMO
               MOVE WS-STMT-PAYER TO TX-PAYER
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-POSTED-COUNT
           ELSE
                   COMPUTE UCE-AMOUNT(WS-UC-COUNT) =
                       FUNCTION NUMVAL(SF-AMOUNT)
                   MOVE SF-DESC(1:20) TO UCE-DESC(WS-UC-COUNT)
                   MOVE WS-STMT-PAYER TO UCE-PAYER(WS-UC-COUNT)
                   MOVE "N" TO UCE-ACCEPTED(WS-UC-COUNT)
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
           MOVE WS-WORK-CATEGORY TO TX-CATEGORY
           MOVE UCE-AMOUNT(U) TO TX-AMOUNT
           MOVE UCE-DESC(U) TO TX-MEMO
           MOVE UCE-PAYER(U) TO TX-PAYER
           WRITE TRANSACTION-RECORD
           MOVE "Y" TO UCE-ACCEPTED(U)
           DISPLAY "ACCEPTED AS " WS-WORK-CATEGORY ".".
               MOVE UCE-DATE(U)         TO UC-DATE
               MOVE UCE-AMOUNT(U)       TO UC-AMOUNT
               MOVE UCE-DESC(U)         TO UC-DESC
               MOVE UCE-PAYER(U)        TO UC-PAYER
               WRITE UNCAT-RECORD
           END-PERFORM
           CLOSE UNCAT-FILE.
