       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    EMPLOYEE HR PROFILE MAINTENANCE. EMPLOYEE-RECORD
      *            CARRIES ONLY WHAT PAYROLL NEEDS, SO "HOW LONG HAS
      *            THIS PERSON BEEN HERE" MEANT DIGGING THROUGH
      *            empjournal.dat FOR THE ADD ENTRY. EACH EMPLOYEE'S
      *            HIRE DATE, SENIORITY DATE, DATE OF BIRTH,
      *            TAXPAYER ID, EMPLOYMENT TYPE (FULL OR PART TIME),
      *            PROBATION END DATE, HOME ADDRESS AND EMERGENCY
      *            CONTACT NOW LIVE ON hrprofile.dat KEYED ON EMP-ID,
      *            MAINTAINED HERE BEHIND THE SHARED SIGN-ON. EVERY
      *            ADD, CHANGE AND DELETE ALSO LANDS ON hrjournal.dat
      *            WITH THE FULL BEFORE-IMAGE AND AFTER-IMAGE, THE
      *            SAME WAY EmployeeMaint JOURNALS THE MASTER.
      *            hranniv.cob READS THE PROFILES FOR THE MONTHLY
      *            SERVICE-ANNIVERSARY AND PROBATION-END LISTING.
      *            EMP-IDS ARE VALIDATED AGAINST EMPLOYEE-FILE.
      *            THE DATE OF BIRTH, TAXPAYER ID AND STREET ARE
      *            HELD ENCRYPTED (SEE Shared/fieldcrypt.cob) --
      *            ENCRYPTED ONCE THEY PASS THEIR CHECKS, MASKED ON
      *            THE LOOKUP, AND ONLY EVER CIPHERTEXT ON THE
      *            JOURNAL.
      *    compile with ->  cobc -x -o hrmaint hrmaint.cob
      *    then run ./hrmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT HR-JOURNAL-FILE ASSIGN TO "hrjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ALL DATES YYYYMMDD. HR-SENIORITY-DATE IS THE DATE SERVICE
      *    IS COUNTED FROM -- THE HIRE DATE UNLESS PRIOR SERVICE IS
      *    BRIDGED. HR-EMPLOYMENT-TYPE "F" FULL TIME, "P" PART TIME.
      *    A BLANK HR-PROBATION-END MEANS NO PROBATION PERIOD.
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

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

      *    FIELD-LEVEL CHANGE JOURNAL FOR THE HR PROFILE, ON THE
      *    SAME LINES AS empjournal.dat: AN ABSENT IMAGE (THE BEFORE
      *    OF AN ADD, THE AFTER OF A DELETE) IS ALL SPACES.
       FD  HR-JOURNAL-FILE.
       01  HR-JOURNAL-RECORD.
           05 HJ-TIMESTAMP     PIC X(14).
           05 HJ-ACTION        PIC X(6).
           05 HJ-EMP-ID        PIC X(5).
           05 HJ-OPERATOR-ID   PIC X(10).
           05 HJ-BEFORE-IMAGE  PIC X(164).
           05 HJ-AFTER-IMAGE   PIC X(164).

       WORKING-STORAGE SECTION.
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-HJ-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-FIELDS-OK        PIC X VALUE "N".
       01  WS-DATE-OPTIONAL    PIC X VALUE "N".
       01  WS-HJ-ACTION        PIC X(6) VALUE SPACES.
       01  WS-HJ-TIMESTAMP     PIC X(26).
       01  WS-HR-BEFORE        PIC X(164) VALUE SPACES.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "HRMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X.
           05 WS-FC-FILE       PIC X VALUE "H".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

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
           OPEN I-O HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "35"
      *        FILE DOES NOT EXIST YET - CREATE IT
               OPEN OUTPUT HR-PROFILE-FILE
               CLOSE HR-PROFILE-FILE
               OPEN I-O HR-PROFILE-FILE
           END-IF
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HR-PROFILE-FILE, "
                   "STATUS = " WS-HR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               CLOSE HR-PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM 0300-ADD-PROFILE THRU 0300-EXIT
                   WHEN "L"
                       PERFORM 0400-LOOKUP-PROFILE
                   WHEN "U"
                       PERFORM 0500-UPDATE-PROFILE THRU 0500-EXIT
                   WHEN "D"
                       PERFORM 0600-DELETE-PROFILE
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           CLOSE HR-PROFILE-FILE
           CLOSE EMPLOYEE-FILE
           DISPLAY "GOODBYE."
           STOP RUN.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- EMPLOYEE HR PROFILE MAINTENANCE -----"
           DISPLAY "A - ADD A PROFILE"
           DISPLAY "L - LOOK UP A PROFILE"
           DISPLAY "U - UPDATE A PROFILE"
           DISPLAY "D - DELETE A PROFILE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-ADD-PROFILE.
           DISPLAY "ENTER EMP-ID: "
           ACCEPT HR-EMP-ID
           MOVE HR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMP-ID " EMP-ID " IS NOT ON "
                       "EMPLOYEE-FILE. NOT ADDED."
                   GO TO 0300-EXIT
           END-READ
           DISPLAY "EMPLOYEE: " EMP-NAME
           MOVE SPACES TO WS-HR-BEFORE
           PERFORM 0350-TAKE-PROFILE-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               DISPLAY "PROFILE NOT ADDED."
               GO TO 0300-EXIT
           END-IF
           WRITE HR-PROFILE-RECORD
           IF WS-HR-FILE-STATUS = "22"
               DISPLAY "A PROFILE IS ALREADY ON FILE FOR "
                   HR-EMP-ID ". USE UPDATE INSTEAD."
               GO TO 0300-EXIT
           END-IF
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR ADDING PROFILE, STATUS = "
                   WS-HR-FILE-STATUS
               GO TO 0300-EXIT
           END-IF
           MOVE "ADD" TO WS-HJ-ACTION
           PERFORM 0950-WRITE-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED HR PROFILE FOR " HR-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PROFILE ADDED.".
       0300-EXIT.
           EXIT.

      *    EVERY DATE GOES THROUGH DATEVAL -- A HIRE DATE OF
      *    20269999 WOULD OTHERWISE SURFACE MONTHS LATER AS A
      *    MISSING OR BOGUS ANNIVERSARY.
       0350-TAKE-PROFILE-FIELDS.
           MOVE "N" TO WS-FIELDS-OK
           MOVE "N" TO WS-DATE-OPTIONAL
           DISPLAY "ENTER HIRE DATE (YYYYMMDD): "
           ACCEPT HR-HIRE-DATE
           MOVE HR-HIRE-DATE TO WS-DV-DATE-1
           PERFORM 0380-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "HIRE DATE IS NOT A REAL DATE."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DATE-OPTIONAL
           DISPLAY "ENTER SENIORITY DATE (YYYYMMDD, BLANK = HIRE "
               "DATE): "
           MOVE SPACES TO HR-SENIORITY-DATE
           ACCEPT HR-SENIORITY-DATE
           IF HR-SENIORITY-DATE = SPACES
               MOVE HR-HIRE-DATE TO HR-SENIORITY-DATE
           END-IF
           MOVE HR-SENIORITY-DATE TO WS-DV-DATE-1
           PERFORM 0380-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "SENIORITY DATE IS NOT A REAL DATE."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DATE-OPTIONAL
           DISPLAY "ENTER DATE OF BIRTH (YYYYMMDD): "
           ACCEPT HR-BIRTH-DATE
           MOVE HR-BIRTH-DATE TO WS-DV-DATE-1
           PERFORM 0380-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "DATE OF BIRTH IS NOT A REAL DATE."
               EXIT PARAGRAPH
           END-IF
           IF HR-BIRTH-DATE NOT < HR-HIRE-DATE
               DISPLAY "DATE OF BIRTH MUST BE BEFORE THE HIRE DATE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TAXPAYER ID (9 DIGITS): "
           ACCEPT HR-TAXPAYER-ID
           IF HR-TAXPAYER-ID IS NOT NUMERIC
               DISPLAY "TAXPAYER ID MUST BE 9 DIGITS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER EMPLOYMENT TYPE (F = FULL TIME, "
               "P = PART TIME): "
           ACCEPT HR-EMPLOYMENT-TYPE
           MOVE FUNCTION UPPER-CASE(HR-EMPLOYMENT-TYPE)
               TO HR-EMPLOYMENT-TYPE
           IF HR-EMPLOYMENT-TYPE NOT = "F"
                   AND HR-EMPLOYMENT-TYPE NOT = "P"
               DISPLAY "EMPLOYMENT TYPE MUST BE F OR P."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DATE-OPTIONAL
           DISPLAY "ENTER PROBATION END DATE (YYYYMMDD, BLANK = "
               "NONE): "
           MOVE SPACES TO HR-PROBATION-END
           ACCEPT HR-PROBATION-END
           MOVE HR-PROBATION-END TO WS-DV-DATE-1
           PERFORM 0380-CHECK-DATE
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "PROBATION END IS NOT A REAL DATE."
               EXIT PARAGRAPH
           END-IF
           IF HR-PROBATION-END NOT = SPACES
                   AND HR-PROBATION-END NOT > HR-HIRE-DATE
               DISPLAY "PROBATION MUST END AFTER THE HIRE DATE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER STREET ADDRESS: "
           ACCEPT HR-STREET
           DISPLAY "ENTER CITY: "
           ACCEPT HR-CITY
           DISPLAY "ENTER STATE (2 LETTERS): "
           ACCEPT HR-STATE
           MOVE FUNCTION UPPER-CASE(HR-STATE) TO HR-STATE
           DISPLAY "ENTER POSTAL CODE: "
           ACCEPT HR-POSTAL-CODE
           DISPLAY "ENTER EMERGENCY CONTACT NAME: "
           ACCEPT HR-EMERG-NAME
           DISPLAY "ENTER EMERGENCY CONTACT PHONE: "
           ACCEPT HR-EMERG-PHONE
           DISPLAY "ENTER EMERGENCY CONTACT RELATIONSHIP: "
           ACCEPT HR-EMERG-RELATION
           IF HR-EMERG-NAME = SPACES OR HR-EMERG-PHONE = SPACES
               DISPLAY "AN EMERGENCY CONTACT NAME AND PHONE ARE "
                   "REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0370-ENCRYPT-PROFILE-FIELDS
           MOVE "Y" TO WS-FIELDS-OK.

       0370-ENCRYPT-PROFILE-FIELDS.
           MOVE "E" TO WS-FC-FUNCTION
           MOVE HR-BIRTH-DATE TO WS-FC-VALUE
           MOVE 8 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO HR-BIRTH-DATE
           MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO HR-TAXPAYER-ID
           MOVE HR-STREET TO WS-FC-VALUE
           MOVE 30 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO HR-STREET.

      *    A BLANK DATE PASSES ONLY WHERE THE FIELD IS OPTIONAL.
       0380-CHECK-DATE.
           IF WS-DV-DATE-1 = SPACES
               IF WS-DATE-OPTIONAL = "Y"
                   MOVE "Y" TO WS-DV-VALID
               ELSE
                   MOVE "N" TO WS-DV-VALID
               END-IF
           ELSE
               MOVE "V" TO WS-DV-FUNCTION
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
           END-IF.

      *    THE TAXPAYER ID IS SHOWN BY ITS LAST FOUR DIGITS ONLY,
      *    THE STREET LIKEWISE AND THE DATE OF BIRTH NOT AT ALL --
      *    THE LOOKUP IS USED AT THE COUNTER.
       0400-LOOKUP-PROFILE.
           DISPLAY "ENTER EMP-ID TO LOOK UP: "
           ACCEPT HR-EMP-ID
           READ HR-PROFILE-FILE
               INVALID KEY
                   DISPLAY "NO HR PROFILE ON FILE FOR " HR-EMP-ID
               NOT INVALID KEY
                   PERFORM 0450-DISPLAY-PROFILE
           END-READ.

       0450-DISPLAY-PROFILE.
           MOVE HR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(NOT ON EMPLOYEE-FILE)" TO EMP-NAME
           END-READ
           DISPLAY "EMP-ID:         " HR-EMP-ID "  " EMP-NAME
           DISPLAY "HIRE DATE:      " HR-HIRE-DATE
               "   SENIORITY: " HR-SENIORITY-DATE
           MOVE "M" TO WS-FC-FUNCTION
           MOVE HR-BIRTH-DATE TO WS-FC-VALUE
           MOVE 8 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           DISPLAY "DATE OF BIRTH:  " WS-FC-VALUE(1:8)
           MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           DISPLAY "TAXPAYER ID:    " WS-FC-VALUE(1:9)
           DISPLAY "TYPE:           " HR-EMPLOYMENT-TYPE
               "   PROBATION ENDS: " HR-PROBATION-END
           MOVE HR-STREET TO WS-FC-VALUE
           MOVE 30 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           DISPLAY "ADDRESS:        " WS-FC-VALUE(1:30)
           DISPLAY "                " HR-CITY " " HR-STATE " "
               HR-POSTAL-CODE
           DISPLAY "EMERGENCY:      " HR-EMERG-NAME " ("
               HR-EMERG-RELATION ") " HR-EMERG-PHONE.

      *    THE BEFORE-IMAGE IS SNAPPED AS SOON AS THE RECORD IS
      *    READ; A BAD ANSWER PUTS IT BACK UNTOUCHED.
       0500-UPDATE-PROFILE.
           DISPLAY "ENTER EMP-ID TO UPDATE: "
           ACCEPT HR-EMP-ID
           READ HR-PROFILE-FILE
               INVALID KEY
                   DISPLAY "NO HR PROFILE ON FILE FOR " HR-EMP-ID
                   GO TO 0500-EXIT
           END-READ
           MOVE HR-PROFILE-RECORD TO WS-HR-BEFORE
           PERFORM 0450-DISPLAY-PROFILE
           PERFORM 0350-TAKE-PROFILE-FIELDS
           IF WS-FIELDS-OK NOT = "Y"
               MOVE WS-HR-BEFORE TO HR-PROFILE-RECORD
               DISPLAY "PROFILE NOT CHANGED."
               GO TO 0500-EXIT
           END-IF
           REWRITE HR-PROFILE-RECORD
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR UPDATING PROFILE, STATUS = "
                   WS-HR-FILE-STATUS
               GO TO 0500-EXIT
           END-IF
           MOVE "CHANGE" TO WS-HJ-ACTION
           PERFORM 0950-WRITE-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED HR PROFILE FOR " HR-EMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PROFILE UPDATED.".
       0500-EXIT.
           EXIT.

       0600-DELETE-PROFILE.
           DISPLAY "ENTER EMP-ID TO DELETE: "
           ACCEPT HR-EMP-ID
           READ HR-PROFILE-FILE
               INVALID KEY
                   DISPLAY "NO HR PROFILE ON FILE FOR " HR-EMP-ID
               NOT INVALID KEY
                   MOVE HR-PROFILE-RECORD TO WS-HR-BEFORE
                   DELETE HR-PROFILE-FILE RECORD
                   IF WS-HR-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR DELETING PROFILE, STATUS = "
                           WS-HR-FILE-STATUS
                   ELSE
                       MOVE "DELETE" TO WS-HJ-ACTION
                       PERFORM 0950-WRITE-JOURNAL
                       DISPLAY "PROFILE DELETED."
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "DELETED HR PROFILE FOR " HR-EMP-ID
                           DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                       CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                           WS-AUDIT-ACTION
                   END-IF
           END-READ.

      *    APPENDS ONE JOURNAL LINE CARRYING THE BEFORE-IMAGE SNAPPED
      *    BY THE CALLING FUNCTION AND THE AFTER-IMAGE AS IT NOW
      *    STANDS. A DELETE HAS NO AFTER-IMAGE.
       0950-WRITE-JOURNAL.
           OPEN EXTEND HR-JOURNAL-FILE
           IF WS-HJ-FILE-STATUS NOT = "00"
      *        JOURNAL DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT HR-JOURNAL-FILE
               CLOSE HR-JOURNAL-FILE
               OPEN EXTEND HR-JOURNAL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-HJ-TIMESTAMP
           MOVE WS-HJ-TIMESTAMP(1:14) TO HJ-TIMESTAMP
           MOVE WS-HJ-ACTION TO HJ-ACTION
           MOVE HR-EMP-ID TO HJ-EMP-ID
           MOVE WS-OPERATOR-ID TO HJ-OPERATOR-ID
           MOVE WS-HR-BEFORE TO HJ-BEFORE-IMAGE
           IF WS-HJ-ACTION = "DELETE"
               MOVE SPACES TO HJ-AFTER-IMAGE
           ELSE
               MOVE HR-PROFILE-RECORD TO HJ-AFTER-IMAGE
           END-IF
           WRITE HR-JOURNAL-RECORD
           CLOSE HR-JOURNAL-FILE.
