       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEFILE.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ANNUAL EMPLOYER WAGE-AND-TAX ELECTRONIC FILING.
      *            YEARCLOSE PRINTS THE EMPLOYEES' STATEMENTS, BUT
      *            THE ANNUAL RETURN TO THE TAX AUTHORITY WAS KEYED
      *            INTO THEIR PORTAL ONE EMPLOYEE AT A TIME. FOR A
      *            KEYED TAX YEAR THIS PROGRAM READS THE CLOSED-YEAR
      *            ARCHIVE ytd<YYYY>.dat IF yearclose HAS WRITTEN
      *            ONE, OTHERWISE THE LIVE ytd.dat, AND BUILDS THE
      *            AUTHORITY'S FIXED-FORMAT WAGE FILE
      *            wagefile<YYYY>.dat -- 200-BYTE RECORDS:
      *              RA  SUBMITTER (WHO SENT THE FILE, HOW TO REACH
      *                  THEM),
      *              RE  EMPLOYER (TAX ID, NAME, ADDRESS),
      *              RW  ONE PER EMPLOYEE WITH TAXPAYER ID (FROM
      *                  hrprofile.dat), NAME, ADDRESS, WAGES AND
      *                  TAX WITHHELD,
      *              RT  TOTAL -- EMPLOYEE RECORD COUNT, WAGES AND
      *                  TAX, WHICH MUST BALANCE TO THE RW RECORDS.
      *            NOTHING IS WRITTEN IF ANY EMPLOYEE HAS A NEGATIVE
      *            YTD-NET OR NO TAXPAYER ID ON FILE -- THE
      *            EXCEPTIONS ARE LISTED FOR CORRECTION INSTEAD.
      *            THE FINISHED FILE IS READ BACK TO PROVE THE TOTAL
      *            RECORD BALANCES AND IS LOGGED ON xmitregister.dat
      *            WITH THE SAME COUNT, MONEY TOTAL AND CHECKSUM
      *            xmitreg RECORDS FOR EVERY OTHER OUTBOUND FILE.
      *            EACH EMPLOYER FILES ITS OWN RETURN: THE RUN IS FOR
      *            ONE COMPANY (SEE Shared/company.cob), TAKES ONLY
      *            THE EMPLOYEES WHOSE ACCUMULATORS BELONG TO IT
      *            (YTD-COMPANY, OR THE EMPLOYEE'S COMPANY FOR AN
      *            ARCHIVED YEAR), TAKES THE EMPLOYER TAX ID AND NAME
      *            FROM companies.dat, AND NAMES THE FILE
      *            wagefile<YYYY><COMPANY>.dat SO ONE EMPLOYER'S
      *            RETURN NEVER OVERWRITES ANOTHER'S.
      *            THE TAXPAYER ID AND STREET ARE HELD
      *            ENCRYPTED ON hrprofile.dat AND ARE DECRYPTED
      *            ONLY INTO THE OUTGOING FILE.
      *    compile with ->  cobc -x -o wagefile wagefile.cob
      *    then run ./wagefile

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT YTD-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.
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
           SELECT TERM-ARCHIVE-FILE ASSIGN TO "termarchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-FILE-STATUS.
           SELECT WAGE-FILE ASSIGN TO WS-WAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-FILE-STATUS.
           SELECT WAGE-CHECK-FILE ASSIGN TO WS-WAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "xmitregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-YEAR         PIC X(4).
           05 YTD-GROSS        PIC 9(9)V99.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

      *    SAME LAYOUT yearclose.cob WRITES.
       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD.
           05 YA-EMP-ID        PIC X(5).
           05 YA-YEAR          PIC X(4).
           05 YA-GROSS         PIC 9(9)V99.
           05 YA-TAX           PIC 9(9)V99.
           05 YA-DEDUCTIONS    PIC 9(9)V99.
           05 YA-NET           PIC S9(9)V99.

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

      *    LEAVERS ARE STILL FILED FOR THE YEAR THEY WERE PAID IN --
      *    THEIR NAMES COME FROM THE TERMINATION ARCHIVE.
       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-RECORD.
           05 TA-TERM-DATE     PIC X(8).
           05 TA-REASON        PIC X(3).
           05 TA-STATUS        PIC X.
           05 TA-EMP-ID        PIC X(5).
           05 TA-EMP-NAME      PIC X(30).
           05 TA-EMP-POSITION  PIC X(15).
           05 TA-EMP-HOURLY-RATE PIC 9(5)V99.
           05 TA-EMP-SALARY    PIC 9(7)V99.
           05 TA-EMP-TAX-RATE  PIC 9(5)V99.
           05 TA-EMP-DEDUCTIONS PIC 9(7)V99.

      *    THE AUTHORITY'S FIXED 200-BYTE LAYOUT. MONEY IS WHOLE
      *    CENTS, ZERO-FILLED, NO SIGN AND NO DECIMAL POINT.
       FD  WAGE-FILE.
       01  WF-SUBMITTER-RECORD.
           05 RA-RECORD-TYPE   PIC X(2).
           05 RA-SUBMITTER-EIN PIC X(9).
           05 RA-CONTACT-NAME  PIC X(30).
           05 RA-CONTACT-PHONE PIC X(15).
           05 RA-TAX-YEAR      PIC X(4).
           05 RA-CREATED-DATE  PIC X(8).
           05 FILLER           PIC X(132).
       01  WF-EMPLOYER-RECORD.
           05 RE-RECORD-TYPE   PIC X(2).
           05 RE-TAX-YEAR      PIC X(4).
           05 RE-EMPLOYER-EIN  PIC X(9).
           05 RE-EMPLOYER-NAME PIC X(40).
           05 RE-STREET        PIC X(30).
           05 RE-CITY          PIC X(20).
           05 RE-STATE         PIC X(2).
           05 RE-POSTAL-CODE   PIC X(10).
           05 FILLER           PIC X(83).
       01  WF-EMPLOYEE-RECORD.
           05 RW-RECORD-TYPE   PIC X(2).
           05 RW-TAXPAYER-ID   PIC X(9).
           05 RW-EMP-ID        PIC X(5).
           05 RW-EMP-NAME      PIC X(30).
           05 RW-STREET        PIC X(30).
           05 RW-CITY          PIC X(20).
           05 RW-STATE         PIC X(2).
           05 RW-POSTAL-CODE   PIC X(10).
           05 RW-WAGES         PIC 9(9)V99.
           05 RW-TAX-WITHHELD  PIC 9(9)V99.
           05 FILLER           PIC X(70).
       01  WF-TOTAL-RECORD.
           05 RT-RECORD-TYPE   PIC X(2).
           05 RT-EMPLOYEE-COUNT PIC 9(7).
           05 RT-TOTAL-WAGES   PIC 9(11)V99.
           05 RT-TOTAL-TAX     PIC 9(11)V99.
           05 FILLER           PIC X(165).

      *    THE SAME FILE READ BACK AS PLAIN 200-BYTE LINES, THE WAY
      *    xmitreg DIGESTS AN OUTBOUND FILE.
       FD  WAGE-CHECK-FILE.
       01  WAGE-CHECK-RECORD.
           05 WC-RECORD-TYPE   PIC X(2).
           05 FILLER           PIC X(198).
       01  WAGE-CHECK-EMPLOYEE.
           05 FILLER           PIC X(108).
           05 WC-WAGES         PIC 9(9)V99.
           05 WC-TAX-WITHHELD  PIC 9(9)V99.
           05 FILLER           PIC X(70).
       01  WAGE-CHECK-TOTAL.
           05 FILLER           PIC X(2).
           05 WC-EMPLOYEE-COUNT PIC 9(7).
           05 WC-TOTAL-WAGES   PIC 9(11)V99.
           05 WC-TOTAL-TAX     PIC 9(11)V99.
           05 FILLER           PIC X(165).

      *    SAME LAYOUT xmitreg.cob MAINTAINS.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 XR-SEQ           PIC 9(5).
           05 XR-FILE-NAME     PIC X(20).
           05 XR-DISPATCH-DATE PIC X(8).
           05 XR-DISPATCH-TIME PIC X(6).
           05 XR-RECORD-COUNT  PIC 9(7).
           05 XR-TOTAL-AMOUNT  PIC S9(11)V99.
           05 XR-CHECKSUM      PIC 9(10).
           05 XR-ACK           PIC X.
           05 XR-ACK-DATE      PIC X(8).
           05 XR-RESENT        PIC X.

       WORKING-STORAGE SECTION.
       01  WS-YTD-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-AR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-WF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-WC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-TA-EOF           PIC X VALUE "N".
       01  WS-WC-EOF           PIC X VALUE "N".
       01  WS-RG-EOF           PIC X VALUE "N".
       01  WS-TAX-YEAR         PIC X(4) VALUE SPACES.
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-SOURCE-ARCHIVE   PIC X VALUE "N".
       01  WS-ARCHIVE-PATH     PIC X(50) VALUE SPACES.
       01  WS-WAGE-NAME        PIC X(20) VALUE SPACES.
       01  WS-WAGE-PATH        PIC X(50) VALUE SPACES.
       01  WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01  WS-NAME-FOUND       PIC X VALUE "N".

       01  EMPLOYER-FIELDS.
           05 WS-EMPLOYER-EIN  PIC X(9) VALUE SPACES.
           05 WS-EMPLOYER-NAME PIC X(40) VALUE SPACES.
           05 WS-EMPLOYER-STREET PIC X(30) VALUE SPACES.
           05 WS-EMPLOYER-CITY PIC X(20) VALUE SPACES.
           05 WS-EMPLOYER-STATE PIC X(2) VALUE SPACES.
           05 WS-EMPLOYER-POSTAL PIC X(10) VALUE SPACES.
           05 WS-CONTACT-NAME  PIC X(30) VALUE SPACES.
           05 WS-CONTACT-PHONE PIC X(15) VALUE SPACES.

      *    ONE ENTRY PER EMPLOYEE FILED FOR THE YEAR.
       01  FILING-TABLE.
           05 WS-FL-COUNT      PIC 9(3) VALUE 0.
           05 FL-ENTRY OCCURS 500 TIMES.
               10 FLE-EMP-ID        PIC X(5).
               10 FLE-GROSS         PIC 9(9)V99.
               10 FLE-TAX           PIC 9(9)V99.
               10 FLE-NET           PIC S9(9)V99.
       01  F                   PIC 9(3) VALUE 1.
       01  WS-FL-OVERFLOW      PIC X VALUE "N".

       01  LEAVER-TABLE.
           05 WS-LV-COUNT      PIC 9(3) VALUE 0.
           05 LV-ENTRY OCCURS 500 TIMES.
               10 LVE-EMP-ID        PIC X(5).
               10 LVE-EMP-NAME      PIC X(30).
       01  V                   PIC 9(3) VALUE 1.

       01  FILING-TOTALS.
           05 WS-TOTAL-WAGES   PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-TAX     PIC 9(11)V99 VALUE 0.
           05 WS-CHECK-COUNT   PIC 9(7) VALUE 0.
           05 WS-CHECK-WAGES   PIC 9(11)V99 VALUE 0.
           05 WS-CHECK-TAX     PIC 9(11)V99 VALUE 0.
           05 WS-BALANCED      PIC X VALUE "N".

      *    THE REGISTER ENTRY -- COUNT, MONEY TOTAL AND CHECKSUM
      *    FOLDED THROUGH PWHASH EXACTLY AS xmitreg DOES, SO A
      *    RE-SEND LOGGED THERE LATER MATCHES THIS ONE.
       01  DISPATCH-FIGURES.
           05 WS-RECORD-COUNT  PIC 9(7) VALUE 0.
           05 WS-NEXT-SEQ      PIC 9(5) VALUE 0.
           05 WS-RESENT-FLAG   PIC X VALUE "N".
       01  WS-CHECKSUM         PIC 9(10) VALUE 0.
       01  WS-HASH-SALT        PIC X(8) VALUE SPACES.
       01  WS-HASH-SLICE       PIC X(10) VALUE SPACES.
       01  WS-HASH-OUT         PIC 9(10) VALUE 0.
       01  WS-SLICE-START      PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-NET           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "WAGEFILE".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "H".
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).

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
      *    THE FILING CARRIES EVERY EMPLOYEE'S TAXPAYER ID -- THE
      *    INQUIRY ROLE DOES NOT BUILD IT.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW THE WAGE FILING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NO WAGE FILE WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE        TO WS-RUN-COMPANY
           MOVE WS-CO-NAME        TO WS-RUN-COMPANY-NAME
           MOVE WS-CO-EMPLOYER-ID TO WS-RUN-EMPLOYER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER TAX YEAR TO FILE (YYYY): "
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR IS NOT NUMERIC
               DISPLAY "TAX YEAR MUST BE YYYY."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-FILING-TABLE
           IF WS-FL-OVERFLOW = "Y"
      *        A SHORT FILING SENT AS COMPLETE UNDER-REPORTS WAGES.
               DISPLAY "ERROR: MORE THAN 500 EMPLOYEES FOR "
                   WS-TAX-YEAR " -- NO WAGE FILE WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FL-COUNT = 0
               DISPLAY "NO YEAR-TO-DATE RECORDS FOR " WS-TAX-YEAR
                   ". NO WAGE FILE WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-LEAVER-TABLE
           PERFORM 0300-CHECK-EXCEPTIONS
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY WS-EXCEPTION-COUNT " EMPLOYEES CANNOT BE "
                   "FILED AS THEY STAND. CORRECT THEM AND RERUN -- "
                   "NO WAGE FILE WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0400-TAKE-EMPLOYER-DETAILS THRU 0400-EXIT
           IF WS-EMPLOYER-EIN = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-WAGE-NAME
           STRING "wagefile" WS-TAX-YEAR DELIMITED BY SIZE
               WS-RUN-COMPANY DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-WAGE-NAME
           MOVE WS-WAGE-NAME TO WS-WAGE-PATH
           PERFORM 0500-WRITE-WAGE-FILE
           PERFORM 0600-PROVE-WAGE-FILE
           IF WS-BALANCED NOT = "Y"
               DISPLAY "*** " FUNCTION TRIM(WS-WAGE-NAME) " DOES NOT "
                   "BALANCE TO ITS TOTAL RECORD -- DO NOT SEND IT. "
                   "***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0700-LOG-ON-REGISTER
           MOVE WS-TOTAL-WAGES TO ED-AMOUNT
           DISPLAY FUNCTION TRIM(WS-WAGE-NAME) " WRITTEN: "
               WS-FL-COUNT " EMPLOYEES, WAGES " ED-AMOUNT "."
           MOVE WS-TOTAL-TAX TO ED-AMOUNT
           DISPLAY "TAX WITHHELD " ED-AMOUNT ". LOGGED AS DISPATCH "
               WS-NEXT-SEQ " ON xmitregister.dat."
           IF WS-RESENT-FLAG = "Y"
               DISPLAY "*** SAME CONTENT AS AN EARLIER DISPATCH -- "
                   "MARKED AS A RE-SEND. ***"
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WAGE FILE " WS-TAX-YEAR ", " WS-FL-COUNT
               " EMPLOYEES CO " WS-RUN-COMPANY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

      *    A CLOSED YEAR FILES FROM THE ARCHIVE THE CLOSE WROTE; A
      *    YEAR NOT YET CLOSED FILES FROM THE LIVE ACCUMULATORS.
       0100-LOAD-FILING-TABLE.
           MOVE 0 TO WS-FL-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING "ytd" WS-TAX-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-AR-FILE-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-ARCHIVE
               DISPLAY "FILING FROM THE CLOSED-YEAR ARCHIVE "
                   FUNCTION TRIM(WS-ARCHIVE-PATH) "."
               PERFORM UNTIL WS-EOF = "Y"
                   READ YTD-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
      *                    THE ARCHIVE CARRIES NO COMPANY -- THE
      *                    EMPLOYEE'S CURRENT COMPANY DECIDES.
                           MOVE "W" TO WS-CO-FUNCTION
                           MOVE YA-EMP-ID TO WS-CO-EMP-ID
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF YA-YEAR = WS-TAX-YEAR
                              AND WS-CO-RESULT NOT = "N"
                               MOVE YA-EMP-ID TO YTD-EMP-ID
                               MOVE YA-GROSS  TO YTD-GROSS
                               MOVE YA-TAX    TO YTD-TAX
                               MOVE YA-NET    TO YTD-NET
                               PERFORM 0150-ADD-FILING-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN YTD-FILE, STATUS = "
                   WS-YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "YEAR " WS-TAX-YEAR " NOT CLOSED -- FILING FROM "
               "THE LIVE ytd.dat."
           PERFORM UNTIL WS-EOF = "Y"
               READ YTD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "B" TO WS-CO-FUNCTION
                       MOVE YTD-COMPANY TO WS-CO-CODE
                       CALL "COMPANY" USING COMPANY-FIELDS
                       IF YTD-YEAR = WS-TAX-YEAR
                          AND WS-CO-RESULT NOT = "N"
                           PERFORM 0150-ADD-FILING-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

       0150-ADD-FILING-ENTRY.
           IF WS-FL-COUNT = 500
               MOVE "Y" TO WS-FL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-COUNT
           MOVE YTD-EMP-ID TO FLE-EMP-ID(WS-FL-COUNT)
           MOVE YTD-GROSS  TO FLE-GROSS(WS-FL-COUNT)
           MOVE YTD-TAX    TO FLE-TAX(WS-FL-COUNT)
           MOVE YTD-NET    TO FLE-NET(WS-FL-COUNT).

       0200-LOAD-LEAVER-TABLE.
           MOVE 0 TO WS-LV-COUNT
           MOVE "N" TO WS-TA-EOF
           OPEN INPUT TERM-ARCHIVE-FILE
           IF WS-TA-FILE-STATUS = "00"
               PERFORM UNTIL WS-TA-EOF = "Y" OR WS-LV-COUNT = 500
                   READ TERM-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-TA-EOF
                       NOT AT END
                           ADD 1 TO WS-LV-COUNT
                           MOVE TA-EMP-ID TO LVE-EMP-ID(WS-LV-COUNT)
                           MOVE TA-EMP-NAME
                               TO LVE-EMP-NAME(WS-LV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TERM-ARCHIVE-FILE
           END-IF.

      *    EVERY EXCEPTION IS LISTED BEFORE THE RUN GIVES UP, SO ONE
      *    PASS OF CORRECTIONS CLEARS THEM ALL.
       0300-CHECK-EXCEPTIONS.
           MOVE 0 TO WS-EXCEPTION-COUNT
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO HR PROFILES ON FILE -- TAXPAYER "
                   "IDS ARE KEPT ON hrprofile.dat (SEE hrmaint)."
               MOVE WS-FL-COUNT TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FL-COUNT
               IF FLE-NET(F) < 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE FLE-NET(F) TO ED-NET
                   DISPLAY "*** " FLE-EMP-ID(F) " HAS A NEGATIVE "
                       "YTD NET OF " ED-NET " ***"
               END-IF
               MOVE FLE-EMP-ID(F) TO HR-EMP-ID
               READ HR-PROFILE-FILE
                   INVALID KEY
                       MOVE SPACES TO HR-TAXPAYER-ID
               END-READ
               IF HR-TAXPAYER-ID = SPACES
                       OR HR-TAXPAYER-ID IS NOT NUMERIC
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "*** " FLE-EMP-ID(F) " HAS NO TAXPAYER "
                       "ID ON FILE ***"
               END-IF
           END-PERFORM
           CLOSE HR-PROFILE-FILE.

      *    A COMPANY ON companies.dat FILES UNDER ITS OWN TAX ID
      *    AND NAME; ONLY A SINGLE-EMPLOYER SHOP KEYS THEM.
       0400-TAKE-EMPLOYER-DETAILS.
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
               DISPLAY "EMPLOYER TAX ID MUST BE 9 DIGITS. NO WAGE "
                   "FILE WRITTEN."
               MOVE SPACES TO WS-EMPLOYER-EIN
               GO TO 0400-EXIT
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
           DISPLAY "ENTER SUBMITTER CONTACT NAME: "
           ACCEPT WS-CONTACT-NAME
           DISPLAY "ENTER SUBMITTER CONTACT PHONE: "
           ACCEPT WS-CONTACT-PHONE
           IF WS-EMPLOYER-NAME = SPACES OR WS-CONTACT-NAME = SPACES
               DISPLAY "EMPLOYER NAME AND CONTACT ARE REQUIRED. NO "
                   "WAGE FILE WRITTEN."
               MOVE SPACES TO WS-EMPLOYER-EIN
           END-IF.
       0400-EXIT.
           EXIT.

       0500-WRITE-WAGE-FILE.
           MOVE 0 TO WS-TOTAL-WAGES
           MOVE 0 TO WS-TOTAL-TAX
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT HR-PROFILE-FILE
           OPEN OUTPUT WAGE-FILE
           MOVE SPACES TO WF-SUBMITTER-RECORD
           MOVE "RA" TO RA-RECORD-TYPE
           MOVE WS-EMPLOYER-EIN TO RA-SUBMITTER-EIN
           MOVE WS-CONTACT-NAME TO RA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RA-CONTACT-PHONE
           MOVE WS-TAX-YEAR TO RA-TAX-YEAR
           MOVE WS-TODAY TO RA-CREATED-DATE
           WRITE WF-SUBMITTER-RECORD
           MOVE SPACES TO WF-EMPLOYER-RECORD
           MOVE "RE" TO RE-RECORD-TYPE
           MOVE WS-TAX-YEAR TO RE-TAX-YEAR
           MOVE WS-EMPLOYER-EIN TO RE-EMPLOYER-EIN
           MOVE WS-EMPLOYER-NAME TO RE-EMPLOYER-NAME
           MOVE WS-EMPLOYER-STREET TO RE-STREET
           MOVE WS-EMPLOYER-CITY TO RE-CITY
           MOVE WS-EMPLOYER-STATE TO RE-STATE
           MOVE WS-EMPLOYER-POSTAL TO RE-POSTAL-CODE
           WRITE WF-EMPLOYER-RECORD
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FL-COUNT
               PERFORM 0550-WRITE-ONE-EMPLOYEE
           END-PERFORM
           MOVE SPACES TO WF-TOTAL-RECORD
           MOVE "RT" TO RT-RECORD-TYPE
           MOVE WS-FL-COUNT TO RT-EMPLOYEE-COUNT
           MOVE WS-TOTAL-WAGES TO RT-TOTAL-WAGES
           MOVE WS-TOTAL-TAX TO RT-TOTAL-TAX
           WRITE WF-TOTAL-RECORD
           CLOSE WAGE-FILE
           CLOSE HR-PROFILE-FILE
           CLOSE EMPLOYEE-FILE.

       0550-WRITE-ONE-EMPLOYEE.
           MOVE SPACES TO WF-EMPLOYEE-RECORD
           MOVE "RW" TO RW-RECORD-TYPE
           MOVE FLE-EMP-ID(F) TO RW-EMP-ID
           MOVE FLE-EMP-ID(F) TO HR-EMP-ID
           READ HR-PROFILE-FILE
               NOT INVALID KEY
                   MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
                   MOVE 9 TO WS-FC-LENGTH
                   CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                       WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                   MOVE WS-FC-VALUE TO RW-TAXPAYER-ID
                   MOVE HR-STREET TO WS-FC-VALUE
                   MOVE 30 TO WS-FC-LENGTH
                   CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                       WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                   MOVE WS-FC-VALUE TO RW-STREET
                   MOVE HR-CITY TO RW-CITY
                   MOVE HR-STATE TO RW-STATE
                   MOVE HR-POSTAL-CODE TO RW-POSTAL-CODE
           END-READ
           MOVE FLE-EMP-ID(F) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-NAME-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-NAME-FOUND
                   MOVE EMP-NAME TO RW-EMP-NAME
           END-READ
           IF WS-NAME-FOUND = "N"
               PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-LV-COUNT
                   IF LVE-EMP-ID(V) = FLE-EMP-ID(F)
                       MOVE LVE-EMP-NAME(V) TO RW-EMP-NAME
                   END-IF
               END-PERFORM
           END-IF
           MOVE FLE-GROSS(F) TO RW-WAGES
           MOVE FLE-TAX(F) TO RW-TAX-WITHHELD
           WRITE WF-EMPLOYEE-RECORD
           ADD FLE-GROSS(F) TO WS-TOTAL-WAGES
           ADD FLE-TAX(F) TO WS-TOTAL-TAX.

      *    READ THE FINISHED FILE BACK: THE RW RECORDS MUST ADD UP
      *    TO THE RT RECORD, AND THE SAME PASS GATHERS THE RECORD
      *    COUNT AND CHECKSUM FOR THE REGISTER.
       0600-PROVE-WAGE-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-CHECKSUM
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-WAGES
           MOVE 0 TO WS-CHECK-TAX
           MOVE "N" TO WS-BALANCED
           MOVE "N" TO WS-WC-EOF
           OPEN INPUT WAGE-CHECK-FILE
           IF WS-WC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WC-EOF = "Y"
               READ WAGE-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-WC-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 0650-FOLD-CHECKSUM
                       EVALUATE WC-RECORD-TYPE
                           WHEN "RW"
                               ADD 1 TO WS-CHECK-COUNT
                               ADD WC-WAGES TO WS-CHECK-WAGES
                               ADD WC-TAX-WITHHELD TO WS-CHECK-TAX
                           WHEN "RT"
                               IF WC-EMPLOYEE-COUNT = WS-CHECK-COUNT
                                   AND WC-TOTAL-WAGES = WS-CHECK-WAGES
                                   AND WC-TOTAL-TAX = WS-CHECK-TAX
                                   MOVE "Y" TO WS-BALANCED
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WAGE-CHECK-FILE.

       0650-FOLD-CHECKSUM.
           MOVE 1 TO WS-SLICE-START
           PERFORM UNTIL WS-SLICE-START > 191
               MOVE WS-CHECKSUM(1:8) TO WS-HASH-SALT
               MOVE WAGE-CHECK-RECORD(WS-SLICE-START:10)
                   TO WS-HASH-SLICE
               CALL "PWHASH" USING WS-HASH-SALT WS-HASH-SLICE
                   WS-HASH-OUT
               MOVE WS-HASH-OUT TO WS-CHECKSUM
               ADD 10 TO WS-SLICE-START
           END-PERFORM.

      *    THE REGISTER IS APPENDED TO, NOT REWRITTEN -- ONE PASS
      *    FINDS THE LAST SEQUENCE AND ANY EARLIER DISPATCH OF THE
      *    SAME CONTENT.
       0700-LOG-ON-REGISTER.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-RESENT-FLAG
           MOVE "N" TO WS-RG-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-RG-FILE-STATUS = "00"
               PERFORM UNTIL WS-RG-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-RG-EOF
                       NOT AT END
                           IF XR-SEQ > WS-NEXT-SEQ
                               MOVE XR-SEQ TO WS-NEXT-SEQ
                           END-IF
                           IF XR-FILE-NAME = WS-WAGE-NAME
                                   AND XR-CHECKSUM = WS-CHECKSUM
                               MOVE "Y" TO WS-RESENT-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-RG-FILE-STATUS NOT = "00"
      *        REGISTER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST DISPATCH IS LOGGED.
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO XR-SEQ
           MOVE WS-WAGE-NAME TO XR-FILE-NAME
           MOVE WS-TIMESTAMP(1:8) TO XR-DISPATCH-DATE
           MOVE WS-TIMESTAMP(9:6) TO XR-DISPATCH-TIME
           MOVE WS-RECORD-COUNT TO XR-RECORD-COUNT
           MOVE WS-TOTAL-WAGES TO XR-TOTAL-AMOUNT
           MOVE WS-CHECKSUM TO XR-CHECKSUM
           MOVE "N" TO XR-ACK
           MOVE SPACES TO XR-ACK-DATE
           MOVE WS-RESENT-FLAG TO XR-RESENT
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.
