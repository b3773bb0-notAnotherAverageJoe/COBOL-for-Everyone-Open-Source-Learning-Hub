      *            STEP ENDING WITH RETURN-CODE ABOVE 4 STOPS THE
      *            CYCLE, AND THE NEXT INVOCATION RESUMES FROM THE
      *            FIRST INCOMPLETE STEP INSTEAD OF THE TOP.
      *            A CYCLE RUNS FOR ONE COMPANY AT A TIME: THE
      *            DRIVER ASKS WHICH (SEE Shared/company.cob) BEFORE
      *            ANYTHING ELSE, EVERY STEP CALLED AFTER IT WORKS
      *            FOR THAT COMPANY ONLY, AND runcontrol.dat KEEPS
      *            EACH COMPANY'S PROGRESS SEPARATELY SO ONE
      *            COMPANY'S FAILED CYCLE NEVER HOLDS UP THE OTHER'S.
      *            THE OPERATOR SIGNS ON FIRST (MAINTENANCE OR ADMIN
      *            ROLE), SO EVERY CYCLE ON THE AUDIT LOG NAMES WHO
      *            RELEASED IT.
      *            EACH STEP MUST BE COMPILED AS A CALLABLE MODULE ON
      *            COB_LIBRARY_PATH, THE SAME WAY MAINMENU'S MODULES
      *            ARE, E.G.:
           05 RC-STEP-NAME     PIC X(22).
           05 RC-STATUS        PIC X.
           05 RC-RETURN-CODE   PIC 9(4).
           05 RC-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-RC-FILE-STATUS   PIC X(2) VALUE "00".
           05 STEP-ENTRY OCCURS 4 TIMES.
               10 ST-NAME          PIC X(22).
               10 ST-DONE          PIC X.
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PAYCYCLE".
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
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    RELEASING A PAY RUN MOVES MONEY -- THE INQUIRY ROLE HAS
      *    NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW RUNNING THE PAY "
                   "CYCLE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "PAYRUN"                 TO ST-NAME(1)
           MOVE "PAYEXTRACT"             TO ST-NAME(2)
           MOVE "PrintFile"              TO ST-NAME(3)
           MOVE "PrintFileControlTotals" TO ST-NAME(4)
           MOVE "N" TO ST-DONE(1) ST-DONE(2) ST-DONE(3) ST-DONE(4)
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "CYCLE NOT STARTED -- NO COMPANY TO RUN FOR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE TO WS-RUN-COMPANY
           PERFORM 0100-FIND-RESUME-POINT
           IF WS-RESUME-STEP > 1
               DISPLAY "RESUMING CYCLE " WS-CYCLE-DATE " FROM STEP "
      *    READS runcontrol.dat AND WORKS OUT WHERE THIS INVOCATION
      *    SHOULD START: IF THE LATEST CYCLE ON FILE HAS A STEP NOT
      *    COMPLETED, RESUME IT AT ITS FIRST INCOMPLETE STEP;
      *    OTHERWISE A FRESH CYCLE STARTS AT STEP 1. ONLY THE
      *    LINES OF THE COMPANY THIS RUN IS FOR COUNT (A BLANK
      *    COMPANY ON AN OLDER LINE IS THE HOME COMPANY).
       0100-FIND-RESUME-POINT.
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE RC-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0150-NOTE-RUN-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

       0150-NOTE-RUN-CONTROL-LINE.
           IF RC-RUN-DATE NOT = WS-CYCLE-DATE
      *        A NEW CYCLE STARTS ON THE FILE -- FORGET THE EARLIER
      *        ONE'S PROGRESS.
               MOVE RC-RUN-DATE TO WS-CYCLE-DATE
               MOVE "N" TO ST-DONE(1) ST-DONE(2) ST-DONE(3) ST-DONE(4)
           END-IF
           IF RC-STATUS = "C"
               MOVE "Y" TO ST-DONE(RC-STEP-NO)
           END-IF.

       0300-RUN-ONE-STEP.
           DISPLAY " "
           DISPLAY "----- STEP " S ": " ST-NAME(S) " -----"
           MOVE S TO RC-STEP-NO
           MOVE ST-NAME(S) TO RC-STEP-NAME
           MOVE WS-SAVED-RC TO RC-RETURN-CODE
           MOVE WS-RUN-COMPANY TO RC-COMPANY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
