       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIREREG.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    WEEKLY STATE NEW-HIRE REGISTRY FILE. EVERY NEW
      *            HIRE MUST BE REPORTED TO THE STATE WITHIN 20 DAYS
      *            OF THE HIRE DATE. RUN WEEKLY, THIS PROGRAM TAKES
      *            EVERY CHECKLIST ON onboarding.dat (SEE
      *            onbmaint.cob) NOT YET REPORTED, PULLS THE NAME
      *            FROM THE EMPLOYEE FILE AND THE TAXPAYER ID AND
      *            HOME ADDRESS FROM hrprofile.dat, AND WRITES THE
      *            REGISTRY'S FIXED-FORMAT FILE
      *            nh<YYYYMMDD><CO>.dat -- 200-BYTE RECORDS:
      *              NE  EMPLOYER (TAX ID, NAME, ADDRESS),
      *              NH  ONE PER NEW HIRE (TAXPAYER ID, NAME,
      *                  ADDRESS, HIRE DATE),
      *              NT  TOTAL -- THE NUMBER OF NH RECORDS.
      *            A HIRE WITHOUT A TAXPAYER ID OR ADDRESS ON FILE
      *            YET IS LEFT OUT AND LISTED (FLAGGED OVERDUE ONCE
      *            20 DAYS HAVE PASSED) SO HR CAN FINISH THE PROFILE
      *            BEFORE NEXT WEEK'S RUN. EACH HIRE WRITTEN HAS
      *            OB-REGISTRY-DATE STAMPED SO IT IS SENT ONCE.
      *            REGISTER THE FILE WITH xmitreg WHEN IT GOES OUT
      *            SO ITS CHECKSUM IS ON FILE.
      *            THE TAXPAYER ID, STREET AND DATE OF BIRTH ARE
      *            HELD ENCRYPTED ON hrprofile.dat AND ARE DECRYPTED
      *            ONLY INTO THE OUTGOING FILE.
      *            EACH COMPANY FILES ITS OWN HIRES UNDER ITS OWN TAX
      *            ID AND NAME FROM companies.dat; THE FILE NAME
      *            CARRIES THE COMPANY CODE.
      *    compile with ->  cobc -x -o newhirereg newhirereg.cob
      *    then run ./newhirereg

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARDING-FILE ASSIGN TO "onboarding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARDING-FILE.
       01  ONBOARDING-RECORD   PIC X(122).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

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

      *    THE REGISTRY'S LAYOUT. EVERY RECORD IS 200 BYTES; THE
      *    RECORD TYPE IN THE FIRST TWO SAYS WHICH VIEW APPLIES.
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD         PIC X(200).
       01  NE-RECORD.
           05 NE-TYPE              PIC X(2).
           05 NE-EIN               PIC X(9).
           05 NE-NAME              PIC X(40).
           05 NE-STREET            PIC X(30).
           05 NE-CITY              PIC X(20).
           05 NE-STATE             PIC X(2).
           05 NE-POSTAL-CODE       PIC X(10).
           05 NE-CREATED-DATE      PIC X(8).
           05 FILLER               PIC X(79).
       01  NH-RECORD.
           05 NH-TYPE              PIC X(2).
           05 NH-TIN               PIC X(9).
           05 NH-EMP-ID            PIC X(5).
           05 NH-NAME              PIC X(30).
           05 NH-STREET            PIC X(30).
           05 NH-CITY              PIC X(20).
           05 NH-STATE             PIC X(2).
           05 NH-POSTAL-CODE       PIC X(10).
           05 NH-HIRE-DATE         PIC X(8).
           05 NH-BIRTH-DATE        PIC X(8).
           05 NH-EIN               PIC X(9).
           05 FILLER               PIC X(67).
       01  NT-RECORD.
           05 NT-TYPE              PIC X(2).
           05 NT-HIRE-COUNT        PIC 9(7).
           05 FILLER               PIC X(191).

       WORKING-STORAGE SECTION.
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-NR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OB-EOF           PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-LATEST-LINE      PIC X VALUE "N".
       01  WS-HIRE-OK          PIC X VALUE "N".
       01  WS-HR-OPEN          PIC X VALUE "N".
       01  WS-DAYS-DISPLAY     PIC ZZZ9.
      *    NO LONGER THAN THE 20 CHARACTERS xmitreg KEEPS.
       01  WS-REGISTRY-NAME    PIC X(20) VALUE SPACES.
       01  WS-REGISTRY-PATH    PIC X(50) VALUE SPACES.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "NEWHIREREG".
       01  WS-RUN-COMPANY      PIC X(4) VALUE SPACES.
       01  WS-RUN-COMPANY-NAME PIC X(30) VALUE SPACES.
       01  WS-RUN-EMPLOYER-ID  PIC X(9) VALUE SPACES.

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
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "H".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

       01  RUN-TOTALS.
           05 WS-REPORTED-COUNT PIC 9(5) VALUE 0.
           05 WS-PENDING-COUNT PIC 9(5) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
           05 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.

       01  EMPLOYER-DETAILS.
           05 WS-EMPLOYER-EIN      PIC X(9) VALUE SPACES.
           05 WS-EMPLOYER-NAME     PIC X(40) VALUE SPACES.
           05 WS-EMPLOYER-STREET   PIC X(30) VALUE SPACES.
           05 WS-EMPLOYER-CITY     PIC X(20) VALUE SPACES.
           05 WS-EMPLOYER-STATE    PIC X(2) VALUE SPACES.
           05 WS-EMPLOYER-POSTAL   PIC X(10) VALUE SPACES.

      *    SAME LAYOUT onbmaint.cob MAINTAINS, WORKED ON HERE ONE
      *    TABLE LINE AT A TIME.
       01  ONBOARDING-WORK.
           05 OW-EMP-ID        PIC X(5).
           05 OW-STATUS        PIC X.
           05 OW-HIRE-DATE     PIC X(8).
           05 OW-OPENED-BY     PIC X(10).
           05 OW-STEP OCCURS 5 TIMES.
               10 OW-STEP-DATE PIC X(8).
               10 OW-STEP-BY   PIC X(10).
           05 OW-REGISTRY-DATE PIC X(8).

      *    EVERY LINE OF onboarding.dat, KEPT IN ORDER SO THE FILE
      *    CAN BE REWRITTEN WITH THE REGISTRY DATES STAMPED.
      *    OBE-SELECTED "Y" MARKS A LINE GOING ON THIS WEEK'S FILE.
       01  ONBOARDING-TABLE.
           05 WS-OB-COUNT      PIC 9(3) VALUE 0.
           05 OB-ENTRY OCCURS 500 TIMES.
               10 OBE-LINE         PIC X(122).
               10 OBE-SELECTED     PIC X.
       01  O                   PIC 9(3) VALUE 1.
       01  L                   PIC 9(3) VALUE 1.

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
               GOBACK
           END-IF
      *    THE FILE CARRIES TAXPAYER IDS AND STAMPS onboarding.dat
      *    -- THE INQUIRY ROLE DOES NOT RUN IT.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW THE REGISTRY FILE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NO REGISTRY FILE WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE        TO WS-RUN-COMPANY
           MOVE WS-CO-NAME        TO WS-RUN-COMPANY-NAME
           MOVE WS-CO-EMPLOYER-ID TO WS-RUN-EMPLOYER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-ONBOARDING-TABLE
           IF WS-OB-COUNT = 500 AND WS-OB-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 LINES ON onboarding.dat. "
                   "ARCHIVE THE COMPLETED HIRES BEFORE RUNNING THE "
                   "REGISTRY FILE. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OB-COUNT = 0
               DISPLAY "NO ONBOARDING CHECKLISTS ON FILE YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-HR-OPEN
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               MOVE "Y" TO WS-HR-OPEN
           END-IF
           DISPLAY " "
           DISPLAY "----- NEW HIRES DUE TO THE STATE REGISTRY -----"
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               PERFORM 0200-SELECT-ONE-HIRE
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               CLOSE EMPLOYEE-FILE
               IF WS-HR-OPEN = "Y"
                   CLOSE HR-PROFILE-FILE
               END-IF
               DISPLAY "NO NEW HIRES READY TO REPORT. " WS-SKIPPED-COUNT
                   " WAITING ON HR PROFILE DETAILS."
               GOBACK
           END-IF
           PERFORM 0300-TAKE-EMPLOYER-DETAILS THRU 0300-EXIT
           IF WS-EMPLOYER-EIN = SPACES
               CLOSE EMPLOYEE-FILE
               CLOSE HR-PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-REGISTRY-NAME
           STRING "nh" WS-TODAY DELIMITED BY SIZE
               WS-RUN-COMPANY DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-REGISTRY-NAME
               ON OVERFLOW
                   DISPLAY "*** FILE NAME TOO LONG FOR COMPANY "
                       WS-RUN-COMPANY " -- NO REGISTRY FILE "
                       "WRITTEN. ***"
                   CLOSE EMPLOYEE-FILE
                   CLOSE HR-PROFILE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-STRING
           MOVE WS-REGISTRY-NAME TO WS-REGISTRY-PATH
           PERFORM 0400-WRITE-REGISTRY-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE HR-PROFILE-FILE
           PERFORM 0500-REWRITE-ONBOARDING
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-REGISTRY-NAME) " WRITTEN: "
               WS-REPORTED-COUNT " NEW HIRES REPORTED, "
               WS-SKIPPED-COUNT " WAITING ON HR PROFILE DETAILS."
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "*** " WS-OVERDUE-COUNT " OF THEM ARE PAST THE "
                   "20-DAY DEADLINE -- FINISH THEIR PROFILES NOW. ***"
           END-IF
           DISPLAY "REGISTER " FUNCTION TRIM(WS-REGISTRY-NAME)
               " WITH xmitreg AS IT IS SENT."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "NEW-HIRE REGISTRY FILE, " WS-REPORTED-COUNT
               " HIRES"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

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
                               TO OBE-LINE(WS-OB-COUNT)
                           MOVE "N" TO OBE-SELECTED(WS-OB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.

      *    ONLY THE LATEST LINE FOR AN EMP-ID IS LIVE -- AN EARLIER
      *    ONE BELONGS TO A HIRE SINCE DELETED AND RE-ADDED.
       0200-SELECT-ONE-HIRE.
           MOVE OBE-LINE(O) TO ONBOARDING-WORK
           IF OW-REGISTRY-DATE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LATEST-LINE
           PERFORM VARYING L FROM O BY 1 UNTIL L > WS-OB-COUNT
               IF L > O AND OBE-LINE(L)(1:5) = OW-EMP-ID
                   MOVE "N" TO WS-LATEST-LINE
               END-IF
           END-PERFORM
           IF WS-LATEST-LINE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *    ANOTHER COMPANY'S HIRE IS LEFT UNSTAMPED FOR ITS OWN
      *    COMPANY'S FILE.
           MOVE "W" TO WS-CO-FUNCTION
           MOVE OW-EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE OW-HIRE-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           MOVE "Y" TO WS-HIRE-OK
           MOVE OW-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY OW-EMP-ID " HIRED " OW-HIRE-DATE
                       " IS NO LONGER ON THE EMPLOYEE FILE -- "
                       "REPORT BY HAND IF STILL DUE."
                   MOVE "N" TO WS-HIRE-OK
           END-READ
           IF WS-HIRE-OK = "Y"
               IF WS-HR-OPEN NOT = "Y"
                   MOVE "N" TO WS-HIRE-OK
               ELSE
                   MOVE OW-EMP-ID TO HR-EMP-ID
                   READ HR-PROFILE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-HIRE-OK
                   END-READ
               END-IF
               IF WS-HIRE-OK = "Y"
                   IF HR-TAXPAYER-ID IS NOT NUMERIC
                           OR HR-STREET = SPACES
                           OR HR-CITY = SPACES
                           OR HR-STATE = SPACES
                       MOVE "N" TO WS-HIRE-OK
                   END-IF
               END-IF
               IF WS-HIRE-OK NOT = "Y"
                   DISPLAY OW-EMP-ID " " FUNCTION TRIM(EMP-NAME)
                       " HIRED " OW-HIRE-DATE " -- NO TAXPAYER ID "
                       "OR ADDRESS ON hrprofile.dat YET."
               END-IF
           END-IF
           IF WS-HIRE-OK NOT = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-DV-RESULT >= 20
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE WS-DV-RESULT TO WS-DAYS-DISPLAY
                   DISPLAY "    *** OVERDUE -- " WS-DAYS-DISPLAY
                       " DAYS SINCE HIRE. ***"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OBE-SELECTED(O)
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY OW-EMP-ID " " FUNCTION TRIM(EMP-NAME) " HIRED "
               OW-HIRE-DATE " -- TO BE REPORTED.".

      *    A COMPANY ON companies.dat REPORTS UNDER ITS OWN TAX ID
      *    AND NAME; ONLY A SINGLE-EMPLOYER SHOP KEYS THEM.
       0300-TAKE-EMPLOYER-DETAILS.
           IF WS-RUN-EMPLOYER-ID NOT = SPACES
               MOVE WS-RUN-EMPLOYER-ID TO WS-EMPLOYER-EIN
               MOVE WS-RUN-COMPANY-NAME TO WS-EMPLOYER-NAME
               DISPLAY "EMPLOYER " FUNCTION TRIM(WS-EMPLOYER-NAME)
                   ", TAX ID " WS-EMPLOYER-EIN " (FROM companies.dat)."
           ELSE
               DISPLAY "ENTER EMPLOYER TAX ID (9 DIGITS): "
               ACCEPT WS-EMPLOYER-EIN
           END-IF
           IF WS-EMPLOYER-EIN IS NOT NUMERIC
               DISPLAY "EMPLOYER TAX ID MUST BE 9 DIGITS. NO REGISTRY "
                   "FILE WRITTEN."
               MOVE SPACES TO WS-EMPLOYER-EIN
               GO TO 0300-EXIT
           END-IF
           IF WS-EMPLOYER-NAME = SPACES
               DISPLAY "ENTER EMPLOYER NAME: "
               ACCEPT WS-EMPLOYER-NAME
           END-IF
           DISPLAY "ENTER EMPLOYER STREET: "
           ACCEPT WS-EMPLOYER-STREET
           DISPLAY "ENTER EMPLOYER CITY: "
           ACCEPT WS-EMPLOYER-CITY
           DISPLAY "ENTER EMPLOYER STATE (2 LETTERS): "
           ACCEPT WS-EMPLOYER-STATE
           MOVE FUNCTION UPPER-CASE(WS-EMPLOYER-STATE)
               TO WS-EMPLOYER-STATE
           DISPLAY "ENTER EMPLOYER POSTAL CODE: "
           ACCEPT WS-EMPLOYER-POSTAL
           IF WS-EMPLOYER-NAME = SPACES OR WS-EMPLOYER-STREET = SPACES
               DISPLAY "EMPLOYER NAME AND ADDRESS ARE REQUIRED. NO "
                   "REGISTRY FILE WRITTEN."
               MOVE SPACES TO WS-EMPLOYER-EIN
           END-IF.
       0300-EXIT.
           EXIT.

       0400-WRITE-REGISTRY-FILE.
           OPEN OUTPUT REGISTRY-FILE
           MOVE SPACES TO NE-RECORD
           MOVE "NE" TO NE-TYPE
           MOVE WS-EMPLOYER-EIN TO NE-EIN
           MOVE WS-EMPLOYER-NAME TO NE-NAME
           MOVE WS-EMPLOYER-STREET TO NE-STREET
           MOVE WS-EMPLOYER-CITY TO NE-CITY
           MOVE WS-EMPLOYER-STATE TO NE-STATE
           MOVE WS-EMPLOYER-POSTAL TO NE-POSTAL-CODE
           MOVE WS-TODAY TO NE-CREATED-DATE
           WRITE NE-RECORD
           MOVE 0 TO WS-REPORTED-COUNT
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               IF OBE-SELECTED(O) = "Y"
                   PERFORM 0450-WRITE-ONE-HIRE
               END-IF
           END-PERFORM
           MOVE SPACES TO NT-RECORD
           MOVE "NT" TO NT-TYPE
           MOVE WS-REPORTED-COUNT TO NT-HIRE-COUNT
           WRITE NT-RECORD
           CLOSE REGISTRY-FILE.

       0450-WRITE-ONE-HIRE.
           MOVE OBE-LINE(O) TO ONBOARDING-WORK
           MOVE OW-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ
           MOVE OW-EMP-ID TO HR-EMP-ID
           READ HR-PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO HR-PROFILE-RECORD
           END-READ
           MOVE SPACES TO NH-RECORD
           MOVE "NH" TO NH-TYPE
           MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
           MOVE 9 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO NH-TIN
           MOVE OW-EMP-ID TO NH-EMP-ID
           MOVE EMP-NAME TO NH-NAME
           MOVE HR-STREET TO WS-FC-VALUE
           MOVE 30 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO NH-STREET
           MOVE HR-CITY TO NH-CITY
           MOVE HR-STATE TO NH-STATE
           MOVE HR-POSTAL-CODE TO NH-POSTAL-CODE
           MOVE OW-HIRE-DATE TO NH-HIRE-DATE
           MOVE HR-BIRTH-DATE TO WS-FC-VALUE
           MOVE 8 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO NH-BIRTH-DATE
           MOVE WS-EMPLOYER-EIN TO NH-EIN
           WRITE NH-RECORD
           ADD 1 TO WS-REPORTED-COUNT
           MOVE WS-TODAY TO OW-REGISTRY-DATE
           MOVE ONBOARDING-WORK TO OBE-LINE(O).

       0500-REWRITE-ONBOARDING.
           OPEN OUTPUT ONBOARDING-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               MOVE OBE-LINE(O) TO ONBOARDING-RECORD
               WRITE ONBOARDING-RECORD
           END-PERFORM
           CLOSE ONBOARDING-FILE.
