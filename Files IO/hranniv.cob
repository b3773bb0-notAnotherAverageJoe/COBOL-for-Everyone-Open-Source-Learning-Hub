       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRANNIV.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MONTHLY SERVICE-ANNIVERSARY AND PROBATION-END
      *            LISTING. READS THE HR PROFILES hrmaint.cob KEEPS
      *            (hrprofile.dat) AND, FOR THE MONTH ASKED FOR,
      *            LISTS EVERY CURRENT EMPLOYEE REACHING A 1-YEAR OR
      *            5-YEAR SERVICE MILESTONE (5, 10, 15 ...) COUNTED
      *            FROM THE SENIORITY DATE, AND EVERY PROBATION
      *            PERIOD ENDING THAT MONTH, SO MANAGERS GET NOTICE
      *            OF THE MILESTONE OR THE PROBATION REVIEW BEFORE
      *            THE DAY ARRIVES. PROFILES WHOSE EMP-ID IS NO
      *            LONGER ON EMPLOYEE-FILE (TERMINATED) ARE SKIPPED.
      *            THE LISTING GOES THROUGH THE SHARED PRINT
      *            SERVICES TO hranniv.rpt.
      *    compile with ->  cobc -x -o hranniv hranniv.cob
      *    then run ./hranniv

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-HR-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-MILESTONE-COUNT  PIC 9(4) VALUE 0.
       01  WS-PROBATION-COUNT  PIC 9(4) VALUE 0.
       01  WS-YEARS            PIC 9(3) VALUE 0.
       01  WS-YEARS-QUOTIENT   PIC 9(3) VALUE 0.
       01  WS-YEARS-REMAINDER  PIC 9 VALUE 0.
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-YEARS-DISPLAY    PIC ZZ9.

       01  WS-REPORT-MONTH     PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR   PIC 9(4).
           05 WS-REPORT-MM     PIC 9(2).

      *    THE SENIORITY DATE SPLIT SO THE ANNIVERSARY MONTH AND
      *    THE YEARS OF SERVICE CAN BE TAKEN STRAIGHT OFF IT.
       01  WS-SERVICE-DATE     PIC X(8).
       01  WS-SERVICE-DATE-R REDEFINES WS-SERVICE-DATE.
           05 WS-SERVICE-YEAR  PIC 9(4).
           05 WS-SERVICE-MM    PIC 9(2).
           05 WS-SERVICE-DD    PIC 9(2).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER MONTH TO LIST (YYYYMM, BLANK = THIS "
               "MONTH): "
           MOVE SPACES TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
                   OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "NO HR PROFILES ON FILE YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               CLOSE HR-PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-PRINT-HEADING
           PERFORM UNTIL WS-HR-EOF = "Y"
               READ HR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-HR-EOF
                   NOT AT END
                       PERFORM 0200-CHECK-PROFILE
               END-READ
           END-PERFORM
           CLOSE HR-PROFILE-FILE
           CLOSE EMPLOYEE-FILE
           PERFORM 0400-PRINT-TOTALS
           DISPLAY WS-MILESTONE-COUNT " SERVICE MILESTONES, "
               WS-PROBATION-COUNT " PROBATION REVIEWS IN "
               WS-REPORT-MONTH ". SEE hranniv.rpt."
           GOBACK.

       0100-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "hranniv.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "SERVICE ANNIVERSARIES AND PROBATION ENDS "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "EMP-ID  EMP-NAME                       "
               "DATE      EVENT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0200-CHECK-PROFILE.
           MOVE HR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-SENIORITY-DATE NOT = SPACES
               MOVE HR-SENIORITY-DATE TO WS-SERVICE-DATE
           ELSE
               MOVE HR-HIRE-DATE TO WS-SERVICE-DATE
           END-IF
           IF WS-SERVICE-DATE IS NUMERIC
                   AND WS-SERVICE-MM = WS-REPORT-MM
                   AND WS-SERVICE-YEAR < WS-REPORT-YEAR
               COMPUTE WS-YEARS = WS-REPORT-YEAR - WS-SERVICE-YEAR
               DIVIDE WS-YEARS BY 5 GIVING WS-YEARS-QUOTIENT
                   REMAINDER WS-YEARS-REMAINDER
               IF WS-YEARS = 1 OR WS-YEARS-REMAINDER = 0
                   PERFORM 0300-PRINT-MILESTONE
               END-IF
           END-IF
           IF HR-PROBATION-END(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-PROBATION-COUNT
               MOVE "D" TO WS-PS-FUNCTION
               MOVE SPACES TO WS-PS-TEXT-1
               STRING HR-EMP-ID "   " EMP-NAME "  "
                   HR-PROBATION-END "  PROBATION ENDS -- REVIEW DUE"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.

       0300-PRINT-MILESTONE.
           ADD 1 TO WS-MILESTONE-COUNT
           MOVE WS-YEARS TO WS-YEARS-DISPLAY
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING HR-EMP-ID "   " EMP-NAME "  "
               WS-REPORT-YEAR WS-SERVICE-DATE(5:4) "  "
               WS-YEARS-DISPLAY "-YEAR SERVICE ANNIVERSARY"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0400-PRINT-TOTALS.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-MILESTONE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "SERVICE MILESTONES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-PROBATION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PROBATION REVIEWS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
