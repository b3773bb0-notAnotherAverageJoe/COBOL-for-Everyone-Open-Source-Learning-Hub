       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    FEE SCHEDULE MAINTENANCE. COURSE AND ACTIVITY
      *            FEES WERE KEPT ON A PRICE SHEET IN THE OFFICE AND
      *            COLLECTED AGAINST A RECEIPT BOOK. THIS PROGRAM
      *            MAINTAINS feesched.dat, ONE LINE PER FEE:
      *              "S" + SECTION CODE -- CHARGED ONCE FOR EACH
      *                    SECTION A STUDENT HOLDS A SEAT IN,
      *              "Y" + YEAR LEVEL   -- CHARGED ONCE A TERM TO
      *                    EVERY ENROLLED STUDENT OF THAT YEAR
      *                    (SD-YEAR ON studentdir.dat),
      *            EACH WITH AN AMOUNT AND A DESCRIPTION THAT PRINTS
      *            ON THE INVOICE. THE TERM BILLING RUN (feebill.cob)
      *            PRICES ENROLLMENTS FROM THIS SCHEDULE.
      *    compile with ->  cobc -x -o feemaint feemaint.cob
      *    then run ./feemaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHED-FILE ASSIGN TO "feesched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-RECORD.
           05 FS-TYPE          PIC X.
           05 FS-CODE          PIC X(4).
           05 FS-AMOUNT        PIC 9(5)V99.
           05 FS-DESC          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FS-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-WORK-TYPE        PIC X.
       01  WS-WORK-CODE        PIC X(4).
       01  WS-FS-PROMPT        PIC X(60).
       01  WS-FS-NUM-BUFFER    PIC X(18).
       01  ED-AMOUNT           PIC ZZ,ZZ9.99.

       01  FEE-TABLE.
           05 WS-FS-COUNT      PIC 9(3) VALUE 0.
           05 FS-ENTRY OCCURS 100 TIMES.
               10 FSE-TYPE         PIC X.
               10 FSE-CODE         PIC X(4).
               10 FSE-AMOUNT       PIC 9(5)V99.
               10 FSE-DESC         PIC X(20).
       01  F                   PIC 9(3) VALUE 1.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "FEEMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-FEE-TABLE
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "S"
                       MOVE "S" TO WS-WORK-TYPE
                       PERFORM 0300-SET-FEE THRU 0300-EXIT
                   WHEN "Y"
                       MOVE "Y" TO WS-WORK-TYPE
                       PERFORM 0300-SET-FEE THRU 0300-EXIT
                   WHEN "D"
                       PERFORM 0400-REMOVE-FEE THRU 0400-EXIT
                   WHEN "L"
                       PERFORM 0500-LIST-FEES
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-FEE-TABLE.
           MOVE 0 TO WS-FS-COUNT
           MOVE "N" TO WS-FS-EOF
           OPEN INPUT FEE-SCHED-FILE
           IF WS-FS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FS-EOF = "Y" OR WS-FS-COUNT = 100
                   READ FEE-SCHED-FILE
                       AT END
                           MOVE "Y" TO WS-FS-EOF
                       NOT AT END
                           ADD 1 TO WS-FS-COUNT
                           MOVE FEE-SCHED-RECORD
                               TO FS-ENTRY(WS-FS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHED-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- FEE SCHEDULE -----"
           DISPLAY "S - SET A SECTION FEE"
           DISPLAY "Y - SET A YEAR-LEVEL FEE"
           DISPLAY "D - REMOVE A FEE"
           DISPLAY "L - LIST THE SCHEDULE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    SETTING A FEE THAT IS ALREADY ON THE SCHEDULE REPLACES
      *    ITS AMOUNT AND DESCRIPTION. INVOICES ALREADY RAISED KEEP
      *    THE AMOUNT THEY WERE RAISED AT.
       0300-SET-FEE.
           IF WS-WORK-TYPE = "S"
               DISPLAY "ENTER SECTION CODE (3 CHARS): "
           ELSE
               DISPLAY "ENTER YEAR LEVEL (AS ON THE DIRECTORY): "
           END-IF
           MOVE SPACES TO WS-WORK-CODE
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               DISPLAY "A CODE IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-FIND-FEE
           IF WS-FOUND-INDEX = 0
               IF WS-FS-COUNT = 100
                   DISPLAY "FEE SCHEDULE IS FULL (100)."
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WS-FS-COUNT
               MOVE WS-FS-COUNT TO WS-FOUND-INDEX
               MOVE WS-WORK-TYPE TO FSE-TYPE(WS-FOUND-INDEX)
               MOVE WS-WORK-CODE TO FSE-CODE(WS-FOUND-INDEX)
           END-IF
           MOVE "ENTER FEE AMOUNT (E.G. 45.00): " TO WS-FS-PROMPT
           CALL "NUMVALID" USING WS-FS-PROMPT WS-FS-NUM-BUFFER
           MOVE WS-FS-NUM-BUFFER TO FSE-AMOUNT(WS-FOUND-INDEX)
           DISPLAY "ENTER DESCRIPTION FOR THE INVOICE: "
           MOVE SPACES TO FSE-DESC(WS-FOUND-INDEX)
           ACCEPT FSE-DESC(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-FEE-FILE
           MOVE FSE-AMOUNT(WS-FOUND-INDEX) TO ED-AMOUNT
           DISPLAY "FEE " WS-WORK-TYPE WS-WORK-CODE " SET TO "
               ED-AMOUNT "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET FEE " WS-WORK-TYPE WS-WORK-CODE " TO "
               ED-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0400-REMOVE-FEE.
           DISPLAY "ENTER FEE TYPE (S = SECTION, Y = YEAR LEVEL): "
           ACCEPT WS-WORK-TYPE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TYPE) TO WS-WORK-TYPE
           DISPLAY "ENTER CODE: "
           MOVE SPACES TO WS-WORK-CODE
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           PERFORM 0700-FIND-FEE
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO FEE " WS-WORK-TYPE WS-WORK-CODE
                   " ON THE SCHEDULE."
               GO TO 0400-EXIT
           END-IF
           PERFORM VARYING F FROM WS-FOUND-INDEX BY 1
                   UNTIL F >= WS-FS-COUNT
               MOVE FS-ENTRY(F + 1) TO FS-ENTRY(F)
           END-PERFORM
           SUBTRACT 1 FROM WS-FS-COUNT
           PERFORM 0800-REWRITE-FEE-FILE
           DISPLAY "FEE " WS-WORK-TYPE WS-WORK-CODE " REMOVED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED FEE " WS-WORK-TYPE WS-WORK-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0400-EXIT.
           EXIT.

       0500-LIST-FEES.
           IF WS-FS-COUNT = 0
               DISPLAY "NO FEES ON THE SCHEDULE YET."
           ELSE
               DISPLAY "TYPE CODE     AMOUNT  DESCRIPTION"
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FS-COUNT
                   MOVE FSE-AMOUNT(F) TO ED-AMOUNT
                   DISPLAY FSE-TYPE(F) "    " FSE-CODE(F) " "
                       ED-AMOUNT "  " FSE-DESC(F)
               END-PERFORM
           END-IF.

       0700-FIND-FEE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FS-COUNT
               IF FSE-TYPE(F) = WS-WORK-TYPE
                       AND FSE-CODE(F) = WS-WORK-CODE
                   MOVE F TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-FEE-FILE.
           OPEN OUTPUT FEE-SCHED-FILE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FS-COUNT
               MOVE FS-ENTRY(F) TO FEE-SCHED-RECORD
               WRITE FEE-SCHED-RECORD
           END-PERFORM
           CLOSE FEE-SCHED-FILE.
