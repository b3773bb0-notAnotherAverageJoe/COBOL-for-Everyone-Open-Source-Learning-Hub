       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    YEARLY UNCLAIMED-WAGE ESCHEATMENT RUN. A PAYROLL
      *            CHECK NEVER CASHED BECOMES UNCLAIMED PROPERTY
      *            ONCE IT HAS BEEN OUTSTANDING FOR THE STATE'S
      *            DORMANCY PERIOD, AND MUST THEN BE REPORTED AND
      *            REMITTED TO THE STATE. THIS RUN TAKES THE DORMANCY
      *            PERIOD IN MONTHS (BLANK = 12, THE USUAL PERIOD FOR
      *            WAGES), FINDS EVERY CHECK ON checkregister.dat
      *            STILL ISSUED (NOT CLEARED -- SEE chkclear.cob --
      *            STOPPED OR ALREADY ESCHEATED) AND AT LEAST THAT
      *            MANY WHOLE MONTHS PAST ITS ISSUE DATE, LISTS THEM,
      *            AND ON CONFIRMATION WRITES THE STATE'S FIXED-FORMAT
      *            UNCLAIMED-PROPERTY FILE unc<YYYYMMDD><CO>.dat
      *            -- 200-BYTE RECORDS:
      *              UH  HOLDER (TAX ID, NAME, ADDRESS, REPORT YEAR),
      *              UP  ONE PER CHECK (OWNER TAXPAYER ID, NAME AND
      *                  LAST KNOWN ADDRESS FROM THE EMPLOYEE FILE
      *                  AND hrprofile.dat, CHECK NUMBER, ISSUE DATE,
      *                  AMOUNT, PROPERTY TYPE PR01 -- WAGES),
      *              UT  TOTAL -- NUMBER OF UP RECORDS AND AMOUNT.
      *            EACH CHECK REPORTED IS VOIDED ON THE REGISTER AS
      *            ESCHEATED ("E", DATED TODAY) SO IT IS NEVER
      *            REPORTED TWICE AND CHECKPRINT CANNOT STOP OR
      *            REISSUE IT. AN OWNER WITH NO TAXPAYER ID OR
      *            ADDRESS ON FILE IS STILL REPORTED, AND LISTED.
      *            THE TAXPAYER ID AND STREET ARE HELD ENCRYPTED ON
      *            hrprofile.dat AND ARE DECRYPTED ONLY INTO THE
      *            OUTGOING FILE.
      *            EACH COMPANY REPORTS ITS OWN CHECKS UNDER ITS OWN
      *            TAX ID AND NAME FROM companies.dat; THE FILE NAME
      *            CARRIES THE COMPANY CODE.
      *            REGISTER THE FILE WITH xmitreg WHEN IT GOES OUT.
      *    compile with ->  cobc -x -o escheat escheat.cob
      *    then run ./escheat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
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
           SELECT UNCLAIMED-FILE ASSIGN TO WS-UNCLAIMED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT checkprint.cob MAINTAINS.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CR-CHECK-NO      PIC 9(6).
           05 CR-STATUS        PIC X.
           05 CR-EMP-ID        PIC X(5).
           05 CR-PAY-DATE      PIC X(8).
           05 CR-AMOUNT        PIC 9(7)V99.
           05 CR-ISSUE-DATE    PIC X(8).
           05 CR-CLEAR-DATE    PIC X(8).
           05 CR-CLEAR-AMOUNT  PIC 9(7)V99.

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

      *    THE STATE'S LAYOUT. EVERY RECORD IS 200 BYTES; THE
      *    RECORD TYPE IN THE FIRST TWO SAYS WHICH VIEW APPLIES.
       FD  UNCLAIMED-FILE.
       01  UNCLAIMED-RECORD        PIC X(200).
       01  UH-RECORD.
           05 UH-TYPE              PIC X(2).
           05 UH-EIN               PIC X(9).
           05 UH-NAME              PIC X(40).
           05 UH-STREET            PIC X(30).
           05 UH-CITY              PIC X(20).
           05 UH-STATE             PIC X(2).
           05 UH-POSTAL-CODE       PIC X(10).
           05 UH-REPORT-YEAR       PIC X(4).
           05 UH-CREATED-DATE      PIC X(8).
           05 FILLER               PIC X(75).
       01  UP-RECORD.
           05 UP-TYPE              PIC X(2).
           05 UP-OWNER-TIN         PIC X(9).
           05 UP-EMP-ID            PIC X(5).
           05 UP-OWNER-NAME        PIC X(30).
           05 UP-STREET            PIC X(30).
           05 UP-CITY              PIC X(20).
           05 UP-STATE             PIC X(2).
           05 UP-POSTAL-CODE       PIC X(10).
           05 UP-PROPERTY-TYPE     PIC X(4).
           05 UP-CHECK-NO          PIC 9(6).
           05 UP-ISSUE-DATE        PIC X(8).
           05 UP-PAY-DATE          PIC X(8).
           05 UP-AMOUNT            PIC 9(7)V99.
           05 UP-EIN               PIC X(9).
           05 FILLER               PIC X(48).
       01  UT-RECORD.
           05 UT-TYPE              PIC X(2).
           05 UT-PROPERTY-COUNT    PIC 9(7).
           05 UT-PROPERTY-TOTAL    PIC 9(11)V99.
           05 FILLER               PIC X(178).

       WORKING-STORAGE SECTION.
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-UP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CR-EOF           PIC X VALUE "N".
       01  WS-EMP-OPEN         PIC X VALUE "N".
       01  WS-HR-OPEN          PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-CONFIRM          PIC X VALUE "N".
       01  WS-DORMANCY-INPUT   PIC X(3) VALUE SPACES.
       01  WS-DORMANCY-MONTHS  PIC 9(3) VALUE 12.
       01  WS-OWNER-NAME       PIC X(30).
      *    NO LONGER THAN THE 20 CHARACTERS xmitreg KEEPS.
       01  WS-UNCLAIMED-NAME   PIC X(20) VALUE SPACES.
       01  WS-UNCLAIMED-PATH   PIC X(50) VALUE SPACES.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "ESCHEAT".
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

      *    EVERY LINE OF checkregister.dat, KEPT IN ORDER SO THE
      *    REGISTER CAN BE REWRITTEN WITH THE ESCHEATED CHECKS
      *    VOIDED. CRE-DORMANT "Y" MARKS A CHECK GOING ON THE FILE.
       01  CHECK-REGISTER-TABLE.
           05 WS-CR-COUNT      PIC 9(3) VALUE 0.
           05 CR-ENTRY OCCURS 500 TIMES.
               10 CRE-CHECK-NO     PIC 9(6).
               10 CRE-STATUS       PIC X.
               10 CRE-EMP-ID       PIC X(5).
               10 CRE-PAY-DATE     PIC X(8).
               10 CRE-AMOUNT       PIC 9(7)V99.
               10 CRE-ISSUE-DATE   PIC X(8).
               10 CRE-CLEAR-DATE   PIC X(8).
               10 CRE-CLEAR-AMOUNT PIC 9(7)V99.
               10 CRE-DORMANT      PIC X.
       01  K                   PIC 9(3) VALUE 1.

       01  RUN-TOTALS.
           05 WS-DORMANT-COUNT PIC 9(5) VALUE 0.
           05 WS-DORMANT-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-NO-OWNER-COUNT PIC 9(5) VALUE 0.

       01  EMPLOYER-DETAILS.
           05 WS-EMPLOYER-EIN      PIC X(9) VALUE SPACES.
           05 WS-EMPLOYER-NAME     PIC X(40) VALUE SPACES.
           05 WS-EMPLOYER-STREET   PIC X(30) VALUE SPACES.
           05 WS-EMPLOYER-CITY     PIC X(20) VALUE SPACES.
           05 WS-EMPLOYER-STATE    PIC X(2) VALUE SPACES.
           05 WS-EMPLOYER-POSTAL   PIC X(10) VALUE SPACES.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-MONTHS        PIC ZZ9.

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
      *    THE RUN VOIDS CHECKS AND CARRIES TAXPAYER IDS -- THE
      *    INQUIRY ROLE DOES NOT RUN IT.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW THE ESCHEATMENT RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING ESCHEATED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE        TO WS-RUN-COMPANY
           MOVE WS-CO-NAME        TO WS-RUN-COMPANY-NAME
           MOVE WS-CO-EMPLOYER-ID TO WS-RUN-EMPLOYER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-CHECK-REGISTER
           IF WS-CR-COUNT = 500 AND WS-CR-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 CHECKS ON checkregister.dat"
                   " -- ARCHIVE THE REGISTER AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CR-COUNT = 0
               DISPLAY "THE CHECK REGISTER IS EMPTY. NOTHING TO "
                   "ESCHEAT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER DORMANCY PERIOD IN MONTHS (BLANK = 12): "
           MOVE SPACES TO WS-DORMANCY-INPUT
           ACCEPT WS-DORMANCY-INPUT
           IF WS-DORMANCY-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-DORMANCY-INPUT) IS NOT NUMERIC
                   DISPLAY "DORMANCY PERIOD MUST BE A NUMBER OF "
                       "MONTHS."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-DORMANCY-INPUT)
                   TO WS-DORMANCY-MONTHS
           END-IF
           IF WS-DORMANCY-MONTHS = 0
               DISPLAY "DORMANCY PERIOD MUST BE AT LEAST ONE MONTH."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EMP-OPEN
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN
           END-IF
           MOVE "N" TO WS-HR-OPEN
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               MOVE "Y" TO WS-HR-OPEN
           END-IF
           MOVE WS-DORMANCY-MONTHS TO ED-MONTHS
           DISPLAY " "
           DISPLAY "----- CHECKS OUTSTANDING " ED-MONTHS
               " MONTHS OR MORE -----"
           DISPLAY "CHECK  EMP-ID OWNER                          "
               "ISSUED         AMOUNT"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               IF CRE-STATUS(K) = "I"
                   PERFORM 0200-CHECK-DORMANCY
               END-IF
           END-PERFORM
           IF WS-DORMANT-COUNT = 0
               PERFORM 0900-CLOSE-MASTERS
               DISPLAY "NO CHECKS PAST THE DORMANCY PERIOD. NOTHING "
                   "TO REPORT."
               GOBACK
           END-IF
           MOVE WS-DORMANT-TOTAL TO ED-TOTAL
           DISPLAY " "
           DISPLAY WS-DORMANT-COUNT " CHECKS FOR " ED-TOTAL
               " TO BE REPORTED AND VOIDED AS ESCHEATED."
           IF WS-NO-OWNER-COUNT > 0
               DISPLAY "*** " WS-NO-OWNER-COUNT " HAVE NO TAXPAYER "
                   "ID OR ADDRESS ON FILE -- REPORTED AS OWNER "
                   "UNKNOWN. ***"
           END-IF
           DISPLAY "WRITE THE UNCLAIMED-PROPERTY FILE AND VOID THEM "
               "(Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               PERFORM 0900-CLOSE-MASTERS
               DISPLAY "ESCHEATMENT CANCELLED. NOTHING CHANGED."
               GOBACK
           END-IF
           PERFORM 0300-TAKE-HOLDER-DETAILS THRU 0300-EXIT
           IF WS-EMPLOYER-EIN = SPACES
               PERFORM 0900-CLOSE-MASTERS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-UNCLAIMED-NAME
           STRING "unc" WS-TODAY DELIMITED BY SIZE
               WS-RUN-COMPANY DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-UNCLAIMED-NAME
               ON OVERFLOW
                   DISPLAY "*** FILE NAME TOO LONG FOR COMPANY "
                       WS-RUN-COMPANY " -- ESCHEATMENT CANCELLED. "
                       "NOTHING CHANGED. ***"
                   PERFORM 0900-CLOSE-MASTERS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-STRING
           MOVE WS-UNCLAIMED-NAME TO WS-UNCLAIMED-PATH
           PERFORM 0400-WRITE-UNCLAIMED-FILE
           PERFORM 0900-CLOSE-MASTERS
           PERFORM 0500-REWRITE-REGISTER
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-UNCLAIMED-NAME) " WRITTEN: "
               WS-DORMANT-COUNT " CHECKS FOR " ED-TOTAL
               " VOIDED AS ESCHEATED."
           DISPLAY "REMIT THE TOTAL TO THE STATE AND REGISTER "
               FUNCTION TRIM(WS-UNCLAIMED-NAME)
               " WITH xmitreg AS IT IS SENT."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ESCHEATED " WS-DORMANT-COUNT " CHECKS, "
               WS-TODAY(1:4)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-CHECK-REGISTER.
           MOVE 0 TO WS-CR-COUNT
           MOVE "N" TO WS-CR-EOF
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CR-EOF = "Y" OR WS-CR-COUNT = 500
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF
                       NOT AT END
                           ADD 1 TO WS-CR-COUNT
                           MOVE CR-CHECK-NO
                               TO CRE-CHECK-NO(WS-CR-COUNT)
                           MOVE CR-STATUS
                               TO CRE-STATUS(WS-CR-COUNT)
                           MOVE CR-EMP-ID
                               TO CRE-EMP-ID(WS-CR-COUNT)
                           MOVE CR-PAY-DATE
                               TO CRE-PAY-DATE(WS-CR-COUNT)
                           MOVE CR-AMOUNT
                               TO CRE-AMOUNT(WS-CR-COUNT)
                           MOVE CR-ISSUE-DATE
                               TO CRE-ISSUE-DATE(WS-CR-COUNT)
                           MOVE CR-CLEAR-DATE
                               TO CRE-CLEAR-DATE(WS-CR-COUNT)
                           IF CR-CLEAR-AMOUNT IS NUMERIC
                               MOVE CR-CLEAR-AMOUNT
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           ELSE
                               MOVE 0
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           END-IF
                           MOVE "N" TO CRE-DORMANT(WS-CR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       0200-CHECK-DORMANCY.
           MOVE 0 TO WS-DV-RESULT
           MOVE "M" TO WS-DV-FUNCTION
           MOVE CRE-ISSUE-DATE(K) TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
                   OR WS-DV-RESULT < WS-DORMANCY-MONTHS
               EXIT PARAGRAPH
           END-IF
      *    ANOTHER COMPANY'S CHECK IS LEFT ISSUED FOR ITS OWN
      *    COMPANY'S RUN.
           MOVE "W" TO WS-CO-FUNCTION
           MOVE CRE-EMP-ID(K) TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CRE-DORMANT(K)
           ADD 1 TO WS-DORMANT-COUNT
           ADD CRE-AMOUNT(K) TO WS-DORMANT-TOTAL
           PERFORM 0250-READ-OWNER
           IF HR-TAXPAYER-ID IS NOT NUMERIC OR HR-STREET = SPACES
               ADD 1 TO WS-NO-OWNER-COUNT
           END-IF
           MOVE CRE-AMOUNT(K) TO ED-AMOUNT
           DISPLAY CRE-CHECK-NO(K) " " CRE-EMP-ID(K) "  "
               WS-OWNER-NAME " " CRE-ISSUE-DATE(K) " " ED-AMOUNT.

      *    THE OWNER'S NAME AND LAST KNOWN ADDRESS. A FORMER
      *    EMPLOYEE NO LONGER ON FILE IS REPORTED AS UNKNOWN.
       0250-READ-OWNER.
           MOVE "(NO LONGER ON EMPLOYEE-FILE)" TO WS-OWNER-NAME
           IF WS-EMP-OPEN = "Y"
               MOVE CRE-EMP-ID(K) TO EMP-ID
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-OWNER-NAME
               END-READ
           END-IF
           MOVE SPACES TO HR-PROFILE-RECORD
           IF WS-HR-OPEN = "Y"
               MOVE CRE-EMP-ID(K) TO HR-EMP-ID
               READ HR-PROFILE-FILE
                   INVALID KEY
                       MOVE SPACES TO HR-PROFILE-RECORD
               END-READ
           END-IF.

      *    A COMPANY ON companies.dat REPORTS UNDER ITS OWN TAX ID
      *    AND NAME; ONLY A SINGLE-EMPLOYER SHOP KEYS THEM.
       0300-TAKE-HOLDER-DETAILS.
           IF WS-RUN-EMPLOYER-ID NOT = SPACES
               MOVE WS-RUN-EMPLOYER-ID TO WS-EMPLOYER-EIN
               MOVE WS-RUN-COMPANY-NAME TO WS-EMPLOYER-NAME
               DISPLAY "HOLDER " FUNCTION TRIM(WS-EMPLOYER-NAME)
                   ", TAX ID " WS-EMPLOYER-EIN " (FROM companies.dat)."
           ELSE
               DISPLAY "ENTER EMPLOYER TAX ID (9 DIGITS): "
               ACCEPT WS-EMPLOYER-EIN
           END-IF
           IF WS-EMPLOYER-EIN IS NOT NUMERIC
               DISPLAY "EMPLOYER TAX ID MUST BE 9 DIGITS. NO "
                   "UNCLAIMED-PROPERTY FILE WRITTEN."
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
                   "UNCLAIMED-PROPERTY FILE WRITTEN."
               MOVE SPACES TO WS-EMPLOYER-EIN
           END-IF.
       0300-EXIT.
           EXIT.

       0400-WRITE-UNCLAIMED-FILE.
           OPEN OUTPUT UNCLAIMED-FILE
           MOVE SPACES TO UH-RECORD
           MOVE "UH" TO UH-TYPE
           MOVE WS-EMPLOYER-EIN TO UH-EIN
           MOVE WS-EMPLOYER-NAME TO UH-NAME
           MOVE WS-EMPLOYER-STREET TO UH-STREET
           MOVE WS-EMPLOYER-CITY TO UH-CITY
           MOVE WS-EMPLOYER-STATE TO UH-STATE
           MOVE WS-EMPLOYER-POSTAL TO UH-POSTAL-CODE
           MOVE WS-TODAY(1:4) TO UH-REPORT-YEAR
           MOVE WS-TODAY TO UH-CREATED-DATE
           WRITE UH-RECORD
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               IF CRE-DORMANT(K) = "Y"
                   PERFORM 0450-WRITE-ONE-PROPERTY
               END-IF
           END-PERFORM
           MOVE SPACES TO UT-RECORD
           MOVE "UT" TO UT-TYPE
           MOVE WS-DORMANT-COUNT TO UT-PROPERTY-COUNT
           MOVE WS-DORMANT-TOTAL TO UT-PROPERTY-TOTAL
           WRITE UT-RECORD
           CLOSE UNCLAIMED-FILE.

       0450-WRITE-ONE-PROPERTY.
           PERFORM 0250-READ-OWNER
           MOVE SPACES TO UP-RECORD
           MOVE "UP" TO UP-TYPE
           IF HR-TAXPAYER-ID IS NUMERIC
               MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
               MOVE 9 TO WS-FC-LENGTH
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                   WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
               MOVE WS-FC-VALUE TO UP-OWNER-TIN
           END-IF
           MOVE CRE-EMP-ID(K) TO UP-EMP-ID
           IF WS-OWNER-NAME(1:1) NOT = "("
               MOVE WS-OWNER-NAME TO UP-OWNER-NAME
           END-IF
           MOVE HR-STREET TO WS-FC-VALUE
           MOVE 30 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO UP-STREET
           MOVE HR-CITY TO UP-CITY
           MOVE HR-STATE TO UP-STATE
           MOVE HR-POSTAL-CODE TO UP-POSTAL-CODE
           MOVE "PR01" TO UP-PROPERTY-TYPE
           MOVE CRE-CHECK-NO(K) TO UP-CHECK-NO
           MOVE CRE-ISSUE-DATE(K) TO UP-ISSUE-DATE
           MOVE CRE-PAY-DATE(K) TO UP-PAY-DATE
           MOVE CRE-AMOUNT(K) TO UP-AMOUNT
           MOVE WS-EMPLOYER-EIN TO UP-EIN
           WRITE UP-RECORD
           MOVE "E" TO CRE-STATUS(K)
           MOVE WS-TODAY TO CRE-CLEAR-DATE(K)
           MOVE 0 TO CRE-CLEAR-AMOUNT(K).

       0500-REWRITE-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               MOVE CRE-CHECK-NO(K)   TO CR-CHECK-NO
               MOVE CRE-STATUS(K)     TO CR-STATUS
               MOVE CRE-EMP-ID(K)     TO CR-EMP-ID
               MOVE CRE-PAY-DATE(K)   TO CR-PAY-DATE
               MOVE CRE-AMOUNT(K)     TO CR-AMOUNT
               MOVE CRE-ISSUE-DATE(K) TO CR-ISSUE-DATE
               MOVE CRE-CLEAR-DATE(K) TO CR-CLEAR-DATE
               MOVE CRE-CLEAR-AMOUNT(K) TO CR-CLEAR-AMOUNT
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       0900-CLOSE-MASTERS.
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
               MOVE "N" TO WS-EMP-OPEN
           END-IF
           IF WS-HR-OPEN = "Y"
               CLOSE HR-PROFILE-FILE
               MOVE "N" TO WS-HR-OPEN
           END-IF.
