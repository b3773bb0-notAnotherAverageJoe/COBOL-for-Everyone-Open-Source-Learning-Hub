       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NEW-HIRE ONBOARDING CHECKLIST. A NEW HIRE IS SET
      *            UP ACROSS HALF A DOZEN PROGRAMS AND SOMETHING
      *            ALWAYS GOT MISSED UNTIL PAYREADY CAUGHT IT ON
      *            PAYDAY. EmployeeMaint NOW OPENS A LINE ON
      *            onboarding.dat FOR EVERY EMPLOYEE IT ADDS, AND
      *            THIS PROGRAM SIGNS OFF EACH STEP WITH THE DATE AND
      *            THE OPERATOR WHO DID IT:
      *              DEPT  DEPARTMENT ON empdept.dat (deptmaint)  *
      *              BANK  BANK DETAILS AND PRENOTE (bankmaint)   *
      *              DEDS  DEDUCTIONS SET UP (dedmaint)
      *              BAND  SALARY CHECKED AGAINST THE POSITION
      *                    BAND (posmaint)                         *
      *              HRPF  HR PROFILE WITH TAXPAYER ID (hrmaint)   *
      *            (* = MANDATORY). DEPT, BANK AND HRPF ARE ONLY
      *            SIGNED OFF WHEN THE RECORD IS REALLY THERE.
      *            ONCE EVERY MANDATORY STEP IS DONE THE LINE GOES
      *            TO STATUS "C"; UNTIL THEN PAYRUN HOLDS THE
      *            EMPLOYEE OUT OF THE CYCLE. SEE onbreport.cob FOR
      *            THE OPEN-ITEMS REPORT AND newhirereg.cob FOR THE
      *            STATE NEW-HIRE REGISTRY FILE. SAME LOAD-TO-TABLE
      *            / REWRITE-WHOLE APPROACH AS THE OTHER
      *            LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o onbmaint onbmaint.cob
      *    then run ./onbmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT BANK-DETAILS-FILE ASSIGN TO WS-BANK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMP-ID
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER NEW HIRE. OB-STATUS "O" OPEN (HELD FROM
      *    PAYRUN), "C" EVERY MANDATORY STEP DONE. OB-STEP(N) IS
      *    STEP N OF THE TABLE BELOW -- A BLANK DATE IS A STEP NOT
      *    YET DONE. OB-REGISTRY-DATE IS STAMPED BY newhirereg.cob
      *    WHEN THE HIRE GOES TO THE STATE.
       FD  ONBOARDING-FILE.
       01  ONBOARDING-RECORD.
           05 OB-EMP-ID        PIC X(5).
           05 OB-STATUS        PIC X.
           05 OB-HIRE-DATE     PIC X(8).
           05 OB-OPENED-BY     PIC X(10).
           05 OB-STEP OCCURS 5 TIMES.
               10 OB-STEP-DATE PIC X(8).
               10 OB-STEP-BY   PIC X(10).
           05 OB-REGISTRY-DATE PIC X(8).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 BD-EMP-ID        PIC X(5).
           05 BD-ROUTING       PIC X(9).
           05 BD-ACCOUNT       PIC X(12).
           05 BD-ACCT-TYPE     PIC X.
           05 BD-STATUS        PIC X.
           05 BD-PRENOTE-DATE  PIC X(8).

      *    SAME LAYOUT hrmaint.cob MAINTAINS.
       FD  HR-PROFILE-FILE.
       01  HR-PROFILE-RECORD.
           05 HR-EMP-ID            PIC X(5).
           05 HR-HIRE-DATE         PIC X(8).
           05 HR-SENIORITY-DATE    PIC X(8).
           05 HR-BIRTH-DATE        PIC X(8).
           05 HR-TAXPAYER-ID       PIC X(9).
           05 HR-EMPLOYMENT-TYPE   PIC X.
           05 HR-PROBATION-END     PIC X(8).
           05 HR-ADDRESS.
               10 HR-STREET        PIC X(30).
               10 HR-CITY          PIC X(20).
               10 HR-STATE         PIC X(2).
               10 HR-POSTAL-CODE   PIC X(10).
           05 HR-EMERGENCY-CONTACT.
               10 HR-EMERG-NAME    PIC X(30).
               10 HR-EMERG-PHONE   PIC X(15).
               10 HR-EMERG-RELATION PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OB-EOF           PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-EMP-ID      PIC X(5).
       01  WS-WORK-STEP        PIC X(4).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-STEP-INDEX       PIC 9 VALUE 0.
       01  WS-EVIDENCE-OK      PIC X VALUE "N".
       01  WS-OPEN-STEPS       PIC 9 VALUE 0.
       01  WS-LISTED           PIC 9(3) VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "ONBMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE CHECKLIST ITSELF. SD-MANDATORY "Y" STEPS HOLD THE
      *    EMPLOYEE OUT OF PAYRUN UNTIL DONE.
       01  STEP-DEFINITIONS.
           05 FILLER           PIC X(5) VALUE "DEPTY".
           05 FILLER           PIC X(30)
                               VALUE "DEPARTMENT ON empdept.dat".
           05 FILLER           PIC X(5) VALUE "BANKY".
           05 FILLER           PIC X(30)
                               VALUE "BANK DETAILS AND PRENOTE".
           05 FILLER           PIC X(5) VALUE "DEDSN".
           05 FILLER           PIC X(30)
                               VALUE "DEDUCTIONS SET UP".
           05 FILLER           PIC X(5) VALUE "BANDY".
           05 FILLER           PIC X(30)
                               VALUE "SALARY CHECKED AGAINST BAND".
           05 FILLER           PIC X(5) VALUE "HRPFY".
           05 FILLER           PIC X(30)
                               VALUE "HR PROFILE AND TAXPAYER ID".
       01  STEP-TABLE REDEFINES STEP-DEFINITIONS.
           05 SD-ENTRY OCCURS 5 TIMES.
               10 SD-CODE          PIC X(4).
               10 SD-MANDATORY     PIC X.
               10 SD-DESC          PIC X(30).
       01  S                   PIC 9 VALUE 1.

       01  ONBOARDING-TABLE.
           05 WS-OB-COUNT      PIC 9(3) VALUE 0.
           05 OB-ENTRY OCCURS 500 TIMES.
               10 OBE-EMP-ID        PIC X(5).
               10 OBE-STATUS        PIC X.
               10 OBE-HIRE-DATE     PIC X(8).
               10 OBE-OPENED-BY     PIC X(10).
               10 OBE-STEP OCCURS 5 TIMES.
                   15 OBE-STEP-DATE PIC X(8).
                   15 OBE-STEP-BY   PIC X(10).
               10 OBE-REGISTRY-DATE PIC X(8).
       01  O                   PIC 9(3) VALUE 1.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-BANK-LOGICAL     PIC X(20) VALUE
                               "bankdetails.dat".
       01  WS-BANK-PATH        PIC X(50) VALUE
                               "bankdetails.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-BANK-LOGICAL
               WS-BANK-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A SIGN-OFF RELEASES THE EMPLOYEE TO PAYRUN -- THE
      *    INQUIRY ROLE HAS NOTHING TO DO HERE.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-ONBOARDING-TABLE
           IF WS-OB-COUNT = 500 AND WS-OB-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 LINES ON onboarding.dat. "
                   "ARCHIVE THE COMPLETED HIRES BEFORE MAINTAINING "
                   "IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-CHECKLISTS
                   WHEN "C"
                       PERFORM 0400-COMPLETE-STEP THRU 0400-EXIT
                   WHEN "U"
                       PERFORM 0500-UNDO-STEP THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-ONBOARDING-TABLE.
           MOVE 0 TO WS-OB-COUNT
           MOVE "N" TO WS-OB-EOF
           OPEN INPUT ONBOARDING-FILE
           IF WS-OB-FILE-STATUS = "00"
               PERFORM UNTIL WS-OB-EOF = "Y" OR WS-OB-COUNT = 500
                   READ ONBOARDING-FILE
                       AT END
                           MOVE "Y" TO WS-OB-EOF
                       NOT AT END
                           ADD 1 TO WS-OB-COUNT
                           MOVE ONBOARDING-RECORD
                               TO OB-ENTRY(WS-OB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           ELSE
               DISPLAY "NO ONBOARDING CHECKLISTS ON FILE YET -- "
                   "EmployeeMaint OPENS ONE FOR EVERY NEW HIRE."
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- NEW-HIRE ONBOARDING CHECKLIST -----"
           DISPLAY "L - LIST A CHECKLIST (BLANK = ALL OPEN)"
           DISPLAY "C - SIGN OFF A STEP"
           DISPLAY "U - UNDO A STEP SIGNED OFF IN ERROR"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-CHECKLISTS.
           DISPLAY "ENTER EMP-ID (BLANK = ALL OPEN): "
           MOVE SPACES TO WS-WORK-EMP-ID
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-LISTED
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               IF (WS-WORK-EMP-ID = SPACES AND OBE-STATUS(O) = "O")
                       OR OBE-EMP-ID(O) = WS-WORK-EMP-ID
                   ADD 1 TO WS-LISTED
                   PERFORM 0350-DISPLAY-CHECKLIST
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "NO CHECKLIST TO LIST."
           END-IF.

       0350-DISPLAY-CHECKLIST.
           DISPLAY "  " OBE-EMP-ID(O) "  HIRED " OBE-HIRE-DATE(O)
               "  OPENED BY " OBE-OPENED-BY(O)
               "  STATUS " OBE-STATUS(O)
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF OBE-STEP-DATE(O, S) = SPACES
                   IF SD-MANDATORY(S) = "Y"
                       DISPLAY "     " SD-CODE(S) " " SD-DESC(S)
                           "  *** OPEN -- MANDATORY ***"
                   ELSE
                       DISPLAY "     " SD-CODE(S) " " SD-DESC(S)
                           "  OPEN"
                   END-IF
               ELSE
                   DISPLAY "     " SD-CODE(S) " " SD-DESC(S)
                       "  DONE " OBE-STEP-DATE(O, S) " BY "
                       OBE-STEP-BY(O, S)
               END-IF
           END-PERFORM
           IF OBE-REGISTRY-DATE(O) NOT = SPACES
               DISPLAY "     REPORTED TO THE STATE NEW-HIRE REGISTRY "
                   OBE-REGISTRY-DATE(O)
           END-IF.

       0400-COMPLETE-STEP.
           PERFORM 0450-FIND-CHECKLIST-AND-STEP THRU 0450-EXIT
           IF WS-FOUND-INDEX = 0 OR WS-STEP-INDEX = 0
               GO TO 0400-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO O
           MOVE WS-STEP-INDEX TO S
           IF OBE-STEP-DATE(O, S) NOT = SPACES
               DISPLAY SD-CODE(S) " WAS ALREADY SIGNED OFF "
                   OBE-STEP-DATE(O, S) " BY " OBE-STEP-BY(O, S) "."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0600-CHECK-EVIDENCE THRU 0600-EXIT
           IF WS-EVIDENCE-OK NOT = "Y"
               GO TO 0400-EXIT
           END-IF
           MOVE WS-TODAY TO OBE-STEP-DATE(O, S)
           MOVE WS-OPERATOR-ID TO OBE-STEP-BY(O, S)
           PERFORM 0700-SET-STATUS
           PERFORM 0800-REWRITE-ONBOARDING-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ONBOARDING " SD-CODE(S) " DONE FOR "
               OBE-EMP-ID(O)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY SD-CODE(S) " SIGNED OFF FOR " OBE-EMP-ID(O) "."
           IF OBE-STATUS(O) = "C"
               DISPLAY "EVERY MANDATORY STEP IS DONE -- "
                   OBE-EMP-ID(O) " IS RELEASED TO PAYRUN."
           ELSE
               DISPLAY WS-OPEN-STEPS " MANDATORY STEPS STILL OPEN -- "
                   OBE-EMP-ID(O) " STAYS HELD FROM PAYRUN."
           END-IF.
       0400-EXIT.
           EXIT.

      *    THE LATEST LINE FOR THE EMP-ID IS THE CHECKLIST IN FORCE
      *    -- AN EMP-ID RE-ADDED AFTER A DELETE GETS A FRESH ONE.
       0450-FIND-CHECKLIST-AND-STEP.
           MOVE 0 TO WS-STEP-INDEX
           DISPLAY "ENTER EMP-ID: "
           ACCEPT WS-WORK-EMP-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               IF OBE-EMP-ID(O) = WS-WORK-EMP-ID
                   MOVE O TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO ONBOARDING CHECKLIST FOR " WS-WORK-EMP-ID
                   "."
               GO TO 0450-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO O
           PERFORM 0350-DISPLAY-CHECKLIST
           DISPLAY "ENTER STEP CODE (DEPT/BANK/DEDS/BAND/HRPF): "
           ACCEPT WS-WORK-STEP
           MOVE FUNCTION UPPER-CASE(WS-WORK-STEP) TO WS-WORK-STEP
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF SD-CODE(S) = WS-WORK-STEP
                   MOVE S TO WS-STEP-INDEX
               END-IF
           END-PERFORM
           IF WS-STEP-INDEX = 0
               DISPLAY WS-WORK-STEP " IS NOT A CHECKLIST STEP."
           END-IF.
       0450-EXIT.
           EXIT.

       0500-UNDO-STEP.
           PERFORM 0450-FIND-CHECKLIST-AND-STEP THRU 0450-EXIT
           IF WS-FOUND-INDEX = 0 OR WS-STEP-INDEX = 0
               GO TO 0500-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO O
           MOVE WS-STEP-INDEX TO S
           IF OBE-STEP-DATE(O, S) = SPACES
               DISPLAY SD-CODE(S) " IS NOT SIGNED OFF. NOTHING TO "
                   "UNDO."
               GO TO 0500-EXIT
           END-IF
           MOVE SPACES TO OBE-STEP-DATE(O, S)
           MOVE SPACES TO OBE-STEP-BY(O, S)
           PERFORM 0700-SET-STATUS
           PERFORM 0800-REWRITE-ONBOARDING-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ONBOARDING " SD-CODE(S) " UNDONE FOR "
               OBE-EMP-ID(O)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY SD-CODE(S) " REOPENED FOR " OBE-EMP-ID(O) "."
           IF OBE-STATUS(O) = "O"
               DISPLAY OBE-EMP-ID(O) " IS HELD FROM PAYRUN AGAIN."
           END-IF.
       0500-EXIT.
           EXIT.

      *    THE STEPS THAT LEAVE A RECORD BEHIND ARE ONLY SIGNED OFF
      *    WHEN THE RECORD IS THERE. DEDS AND BAND ARE THE
      *    OPERATOR'S WORD -- A NEW HIRE MAY HAVE NO DEDUCTIONS,
      *    AND THE BAND CHECK IS A JUDGMENT.
       0600-CHECK-EVIDENCE.
           MOVE "Y" TO WS-EVIDENCE-OK
           EVALUATE SD-CODE(S)
               WHEN "DEPT"
                   PERFORM 0610-CHECK-DEPARTMENT
               WHEN "BANK"
                   PERFORM 0620-CHECK-BANK-DETAILS
               WHEN "HRPF"
                   PERFORM 0630-CHECK-HR-PROFILE
           END-EVALUATE.
       0600-EXIT.
           EXIT.

       0610-CHECK-DEPARTMENT.
           MOVE "N" TO WS-EVIDENCE-OK
           MOVE "N" TO WS-ED-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-ED-EOF = "Y"
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-ED-EOF
                       NOT AT END
                           IF ED-EMP-ID = OBE-EMP-ID(O)
                               MOVE "Y" TO WS-EVIDENCE-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF
           IF WS-EVIDENCE-OK NOT = "Y"
               DISPLAY OBE-EMP-ID(O) " HAS NO DEPARTMENT ON "
                   "empdept.dat -- ASSIGN ONE WITH deptmaint FIRST."
           END-IF.

      *    A QUEUED OR RUNNING PRENOTE COUNTS -- THE BANK STEP IS
      *    THE DETAILS KEYED AND THE PRENOTE STARTED, NOT THE
      *    WINDOW SERVED.
       0620-CHECK-BANK-DETAILS.
           MOVE "N" TO WS-EVIDENCE-OK
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BD-FILE-STATUS = "00"
               MOVE OBE-EMP-ID(O) TO BD-EMP-ID
               READ BANK-DETAILS-FILE
                   NOT INVALID KEY
                       IF BD-STATUS NOT = "F"
                           MOVE "Y" TO WS-EVIDENCE-OK
                       END-IF
               END-READ
               CLOSE BANK-DETAILS-FILE
           END-IF
           IF WS-EVIDENCE-OK NOT = "Y"
               DISPLAY OBE-EMP-ID(O) " HAS NO USABLE BANK DETAILS "
                   "-- KEY THEM WITH bankmaint FIRST."
           END-IF.

       0630-CHECK-HR-PROFILE.
           MOVE "N" TO WS-EVIDENCE-OK
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               MOVE OBE-EMP-ID(O) TO HR-EMP-ID
               READ HR-PROFILE-FILE
                   NOT INVALID KEY
                       IF HR-TAXPAYER-ID IS NUMERIC
                           MOVE "Y" TO WS-EVIDENCE-OK
                       END-IF
               END-READ
               CLOSE HR-PROFILE-FILE
           END-IF
           IF WS-EVIDENCE-OK NOT = "Y"
               DISPLAY OBE-EMP-ID(O) " HAS NO HR PROFILE WITH A "
                   "TAXPAYER ID -- ADD ONE WITH hrmaint FIRST."
           END-IF.

       0700-SET-STATUS.
           MOVE 0 TO WS-OPEN-STEPS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF SD-MANDATORY(S) = "Y"
                       AND OBE-STEP-DATE(O, S) = SPACES
                   ADD 1 TO WS-OPEN-STEPS
               END-IF
           END-PERFORM
           IF WS-OPEN-STEPS = 0
               MOVE "C" TO OBE-STATUS(O)
           ELSE
               MOVE "O" TO OBE-STATUS(O)
           END-IF
           MOVE WS-STEP-INDEX TO S.

       0800-REWRITE-ONBOARDING-FILE.
           OPEN OUTPUT ONBOARDING-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               MOVE OB-ENTRY(O) TO ONBOARDING-RECORD
               WRITE ONBOARDING-RECORD
           END-PERFORM
           CLOSE ONBOARDING-FILE
           MOVE WS-FOUND-INDEX TO O.
