      *            HERE UNDER THE SHARED SIGN-ON. PAYRUN TAKES THE
      *            DETAILS IN PRIORITY ORDER, STOPPING BEFORE NET
      *            WOULD GO NEGATIVE; dedregister.cob PRINTS THE
      *            REGISTER BY DEDUCTION CODE. LINES WHOSE CODE IS A
      *            BENEFIT PLAN ON benplans.dat ARE GENERATED FROM
      *            THE EMPLOYEE'S ELECTIONS BY benenroll.cob AND
      *            CANNOT BE ADDED, CHANGED OR DELETED HERE; NOR CAN
      *            "DUES" LINES, WHICH BELONG TO A MEMBERSHIP DUES
      *            PLAN (SEE AgePrograms/duesplan.cob).
      *    compile with ->  cobc -x -o dedmaint dedmaint.cob
      *    then run ./dedmaint

           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 DD-AMOUNT        PIC 9(5)V99.
           05 DD-PRIORITY      PIC 9(2).

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE     PIC X(4).
           05 BP-REST          PIC X(61).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
       WORKING-STORAGE SECTION.
       01  WS-DD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DD-EOF           PIC X VALUE "N".
       01  WS-BP-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
               10 DDE-PRIORITY  PIC 9(2).
       01  D                   PIC 9(3) VALUE 1.

       01  PLAN-CODE-TABLE.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 BP-ENTRY OCCURS 60 TIMES.
               10 BPE-PLAN-CODE PIC X(4).
       01  B                   PIC 9(2) VALUE 1.
       01  WS-BENEFIT-CODE     PIC X VALUE "N".

       01  ED-AMOUNT           PIC ZZ,ZZ9.99.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-PLAN-CODES
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
               CLOSE DEDUCTION-FILE
           END-IF.

       0150-LOAD-PLAN-CODES.
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
                           MOVE BP-PLAN-CODE
                               TO BPE-PLAN-CODE(WS-BP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- DEDUCTION DETAIL MAINTENANCE -----"
       0450-TAKE-NEW-DEDUCTION.
           DISPLAY "ENTER DEDUCTION CODE (4 CHARS, E.G. 401K): "
           ACCEPT WS-WORK-CODE
           PERFORM 0750-CHECK-BENEFIT-CODE
           IF WS-BENEFIT-CODE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0700-FIND-DEDUCTION
           IF WS-FOUND-INDEX NOT = 0
               DISPLAY "THAT EMPLOYEE ALREADY HAS " WS-WORK-CODE
           ACCEPT WS-WORK-EMP-ID
           DISPLAY "ENTER DEDUCTION CODE: "
           ACCEPT WS-WORK-CODE
           PERFORM 0750-CHECK-BENEFIT-CODE
           IF WS-BENEFIT-CODE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0700-FIND-DEDUCTION
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO " WS-WORK-CODE " ON FILE FOR "
           ACCEPT WS-WORK-EMP-ID
           DISPLAY "ENTER DEDUCTION CODE: "
           ACCEPT WS-WORK-CODE
           PERFORM 0750-CHECK-BENEFIT-CODE
           IF WS-BENEFIT-CODE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0700-FIND-DEDUCTION
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO " WS-WORK-CODE " ON FILE FOR "
               END-IF
           END-PERFORM.

      *    A PLAN CODE'S LINES BELONG TO THE ENROLLMENT -- A HAND
      *    EDIT HERE WOULD BE UNDONE AT THE NEXT REGENERATION.
       0750-CHECK-BENEFIT-CODE.
           MOVE "N" TO WS-BENEFIT-CODE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               IF BPE-PLAN-CODE(B) = WS-WORK-CODE
                   MOVE "Y" TO WS-BENEFIT-CODE
               END-IF
           END-PERFORM
           IF WS-BENEFIT-CODE = "Y"
               DISPLAY WS-WORK-CODE " IS A BENEFIT PLAN -- ITS "
                   "DEDUCTIONS ARE MAINTAINED THROUGH benenroll."
           END-IF
      *    THE SAME GOES FOR A DUES PLAN'S LINE, WHICH duespost
      *    TRIMS AND REMOVES AS THE PLAN IS PAID OFF.
           IF WS-WORK-CODE = "DUES"
               MOVE "Y" TO WS-BENEFIT-CODE
               DISPLAY "DUES LINES BELONG TO A MEMBERSHIP DUES PLAN "
                   "-- MAINTAINED THROUGH duesplan."
           END-IF.

       0800-REWRITE-DEDUCTION-FILE.
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DD-COUNT
