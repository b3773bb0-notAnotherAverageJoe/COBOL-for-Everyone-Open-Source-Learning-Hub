       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARATIO.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    COMPA-RATIO AND SALARY-BAND PENETRATION REPORT.
      *            POSEXCEPT SAYS WHO IS OUTSIDE THEIR BAND; THIS
      *            SAYS WHERE EVERYONE SITS INSIDE IT, FOR THE ANNUAL
      *            SALARY REVIEW AND PAY-EQUITY QUESTIONS. FOR EVERY
      *            SALARIED EMPLOYEE ON employee.dat WHOSE POSITION
      *            IS ON posmaster.dat IT PRINTS
      *              COMPA-RATIO  = EMP-SALARY AS A PERCENT OF THE
      *                             BAND MIDPOINT (POS-MIN-SALARY +
      *                             POS-MAX-SALARY) / 2;
      *              PENETRATION  = HOW FAR INTO THE BAND THE SALARY
      *                             SITS, 0% AT THE MINIMUM, 100% AT
      *                             THE MAXIMUM (BELOW 0 OR OVER 100
      *                             FOR THE OUT-OF-BAND CASES POSEXCEPT
      *                             LISTS);
      *              TENURE       = YEARS AND MONTHS FROM THE
      *                             SENIORITY DATE (ELSE THE HIRE
      *                             DATE) ON hrprofile.dat.
      *            EMPLOYEES ARE GROUPED FIRST BY POSITION AND THEN
      *            BY DEPARTMENT (empdept.dat, "NONE" WHEN NOT
      *            ASSIGNED), EACH GROUP CLOSING WITH ITS AVERAGE
      *            COMPA-RATIO AND PENETRATION AND ITS SPREAD (LOWEST
      *            TO HIGHEST COMPA-RATIO).
      *            THE LAST SECTION FLAGS EVERY PAIR OF EMPLOYEES IN
      *            THE SAME POSITION AND DEPARTMENT WHOSE TENURE IS
      *            WITHIN THE KEYED NUMBER OF MONTHS BUT WHOSE
      *            SALARIES DIFFER BY MORE THAN THE KEYED PERCENT OF
      *            THE LOWER ONE, SO THEY CAN BE LOOKED AT BEFORE THE
      *            INCREASES GO INTO increasectl.dat FOR SALSWEEP.
      *            HOURLY EMPLOYEES (NO EMP-SALARY) AND UNKNOWN
      *            POSITIONS ARE COUNTED, NOT RATED. THE REPORT GOES
      *            THROUGH THE SHARED PRINT SERVICES TO comparatio.rpt.
      *    compile with ->  cobc -x -o comparatio comparatio.cob
      *    then run ./comparatio

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO "posmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 POS-CODE         PIC X(15).
           05 POS-TITLE        PIC X(30).
           05 POS-MIN-SALARY   PIC 9(7)V99.
           05 POS-MAX-SALARY   PIC 9(7)V99.
           05 POS-PAY-TYPE     PIC X.
           05 POS-LEAVE-RATE   PIC 9(2)V99.

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

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).

      *    THE REVIEW THRESHOLDS, KEYED AT RUN TIME.
       01  WS-GAP-INPUT        PIC X(6) VALUE SPACES.
       01  WS-GAP-PERCENT      PIC 9(3)V99 VALUE 10.
       01  WS-TENURE-INPUT     PIC X(4) VALUE SPACES.
       01  WS-TENURE-WINDOW    PIC 9(3) VALUE 24.

       01  POSITION-TABLE.
           05 WS-PM-COUNT      PIC 9(2) VALUE 0.
           05 PM-ENTRY OCCURS 50 TIMES.
               10 PME-CODE        PIC X(15).
               10 PME-TITLE       PIC X(30).
               10 PME-MIN-SALARY  PIC 9(7)V99.
               10 PME-MAX-SALARY  PIC 9(7)V99.
       01  P                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-ED-COUNT      PIC 9(3) VALUE 0.
           05 ED-ENTRY OCCURS 500 TIMES.
               10 EDE-EMP-ID       PIC X(5).
               10 EDE-DEPT-CODE    PIC X(4).
       01  N                   PIC 9(3) VALUE 1.

       01  SERVICE-TABLE.
           05 WS-HR-COUNT      PIC 9(3) VALUE 0.
           05 HR-ENTRY OCCURS 500 TIMES.
               10 HRE-EMP-ID       PIC X(5).
               10 HRE-SERVICE-DATE PIC X(8).
       01  H                   PIC 9(3) VALUE 1.

      *    ONE ENTRY PER RATED EMPLOYEE. EME-HAS-TENURE "N" WHEN
      *    THERE IS NO USABLE SERVICE DATE; SUCH EMPLOYEES ARE
      *    LEFT OUT OF THE PAY-EQUITY PAIRS.
       01  RATED-TABLE.
           05 WS-EM-COUNT      PIC 9(3) VALUE 0.
           05 EM-ENTRY OCCURS 500 TIMES.
               10 EME-EMP-ID       PIC X(5).
               10 EME-NAME         PIC X(30).
               10 EME-POS-INDEX    PIC 9(2).
               10 EME-DEPT-CODE    PIC X(4).
               10 EME-SALARY       PIC 9(7)V99.
               10 EME-COMPA        PIC 9(3)V9.
               10 EME-PENETRATION  PIC S9(4)V9.
               10 EME-HAS-TENURE   PIC X.
               10 EME-TENURE       PIC 9(4).
       01  E                   PIC 9(3) VALUE 1.
       01  F                   PIC 9(3) VALUE 1.

       01  DEPARTMENT-TABLE.
           05 WS-DP-COUNT      PIC 9(3) VALUE 0.
           05 DP-ENTRY OCCURS 100 TIMES.
               10 DPE-CODE         PIC X(4).
       01  DP                  PIC 9(3) VALUE 1.
       01  WS-DEPT-FOUND       PIC X VALUE "N".

       01  WS-MIDPOINT         PIC 9(7)V99 VALUE 0.
       01  WS-BAND-WIDTH       PIC 9(7)V99 VALUE 0.
       01  WS-LOWER-SALARY     PIC 9(7)V99 VALUE 0.
       01  WS-SALARY-GAP       PIC 9(7)V99 VALUE 0.
       01  WS-GAP-PCT          PIC 9(5)V99 VALUE 0.
       01  WS-TENURE-GAP       PIC 9(4) VALUE 0.

      *    ONE GROUP'S STATISTICS.
       01  GROUP-STATISTICS.
           05 WS-GRP-COUNT     PIC 9(3) VALUE 0.
           05 WS-GRP-COMPA-SUM PIC 9(7)V9 VALUE 0.
           05 WS-GRP-PEN-SUM   PIC S9(7)V9 VALUE 0.
           05 WS-GRP-LOW       PIC 9(3)V9 VALUE 0.
           05 WS-GRP-HIGH      PIC 9(3)V9 VALUE 0.
           05 WS-GRP-AVG-COMPA PIC 9(3)V9 VALUE 0.
           05 WS-GRP-AVG-PEN   PIC S9(4)V9 VALUE 0.

       01  REPORT-COUNTS.
           05 WS-READ-COUNT    PIC 9(4) VALUE 0.
           05 WS-HOURLY-COUNT  PIC 9(4) VALUE 0.
           05 WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.
           05 WS-NO-TENURE-COUNT PIC 9(4) VALUE 0.
           05 WS-FLAG-COUNT    PIC 9(4) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-SALARY        PIC Z,ZZZ,ZZ9.99.
           05 ED-SALARY-2      PIC Z,ZZZ,ZZ9.99.
           05 ED-COMPA         PIC ZZ9.9.
           05 ED-COMPA-2       PIC ZZ9.9.
           05 ED-PENETRATION   PIC -ZZZ9.9.
           05 ED-PERCENT       PIC ZZ9.99.
           05 ED-COUNT         PIC ZZZ9.
           05 ED-YEARS         PIC Z9.
           05 ED-MONTHS        PIC 99.
           05 ED-TENURE        PIC X(6).

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
           DISPLAY "FLAG PAIRS WHOSE SALARIES DIFFER BY OVER WHAT "
               "PERCENT (BLANK = 10): "
           MOVE SPACES TO WS-GAP-INPUT
           ACCEPT WS-GAP-INPUT
           IF WS-GAP-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-GAP-INPUT) IS NOT NUMERIC
                   DISPLAY "PERCENT MUST BE A WHOLE NUMBER."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-GAP-INPUT) TO WS-GAP-PERCENT
           END-IF
           DISPLAY "COUNT TENURE AS SIMILAR WITHIN HOW MANY MONTHS "
               "(BLANK = 24): "
           MOVE SPACES TO WS-TENURE-INPUT
           ACCEPT WS-TENURE-INPUT
           IF WS-TENURE-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-TENURE-INPUT) IS NOT NUMERIC
                   DISPLAY "MONTHS MUST BE A WHOLE NUMBER."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-TENURE-INPUT)
                   TO WS-TENURE-WINDOW
           END-IF
           PERFORM 0100-LOAD-POSITION-TABLE
           IF WS-PM-COUNT = 0
               DISPLAY "NO POSITION MASTER ON FILE. BUILD ONE WITH "
                   "posmaint FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0110-LOAD-ASSIGNMENTS
           PERFORM 0120-LOAD-SERVICE-DATES
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0200-RATE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-EM-COUNT = 0
               DISPLAY "NO SALARIED EMPLOYEES IN A KNOWN POSITION -- "
                   "NOTHING TO RATE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0300-PRINT-HEADING
           PERFORM 0400-PRINT-BY-POSITION
           PERFORM 0500-PRINT-BY-DEPARTMENT
           PERFORM 0600-PRINT-EQUITY-FLAGS
           PERFORM 0700-PRINT-TOTALS
           DISPLAY WS-EM-COUNT " EMPLOYEES RATED, " WS-FLAG-COUNT
               " PAIRS FLAGGED FOR REVIEW. SEE comparatio.rpt."
           GOBACK.

       0100-LOAD-POSITION-TABLE.
           MOVE 0 TO WS-PM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-PM-COUNT = 50
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PM-COUNT
                           MOVE POS-CODE
                               TO PME-CODE(WS-PM-COUNT)
                           MOVE POS-TITLE
                               TO PME-TITLE(WS-PM-COUNT)
                           MOVE POS-MIN-SALARY
                               TO PME-MIN-SALARY(WS-PM-COUNT)
                           MOVE POS-MAX-SALARY
                               TO PME-MAX-SALARY(WS-PM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.

       0110-LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-ED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-ED-COUNT = 500
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ED-COUNT
                           MOVE ED-EMP-ID
                               TO EDE-EMP-ID(WS-ED-COUNT)
                           MOVE ED-DEPT-CODE
                               TO EDE-DEPT-CODE(WS-ED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *    THE SENIORITY DATE WHEN ONE IS SET, AS HRANNIV COUNTS
      *    SERVICE; OTHERWISE THE HIRE DATE.
       0120-LOAD-SERVICE-DATES.
           MOVE 0 TO WS-HR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-HR-COUNT = 500
                   READ HR-PROFILE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HR-COUNT
                           MOVE HR-EMP-ID TO HRE-EMP-ID(WS-HR-COUNT)
                           IF HR-SENIORITY-DATE NOT = SPACES
                               MOVE HR-SENIORITY-DATE
                                   TO HRE-SERVICE-DATE(WS-HR-COUNT)
                           ELSE
                               MOVE HR-HIRE-DATE
                                   TO HRE-SERVICE-DATE(WS-HR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HR-PROFILE-FILE
           END-IF.

       0200-RATE-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           IF EMP-SALARY = 0
               ADD 1 TO WS-HOURLY-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PM-COUNT
               IF PME-CODE(P) = EMP-POSITION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF P > WS-PM-COUNT
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-COUNT = 500
               DISPLAY "*** MORE THAN 500 SALARIED EMPLOYEES -- "
                   EMP-ID " AND AFTER NOT RATED. ***"
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EM-COUNT
           MOVE EMP-ID TO EME-EMP-ID(WS-EM-COUNT)
           MOVE EMP-NAME TO EME-NAME(WS-EM-COUNT)
           MOVE P TO EME-POS-INDEX(WS-EM-COUNT)
           MOVE EMP-SALARY TO EME-SALARY(WS-EM-COUNT)
           MOVE "NONE" TO EME-DEPT-CODE(WS-EM-COUNT)
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = EMP-ID
                   MOVE EDE-DEPT-CODE(N) TO EME-DEPT-CODE(WS-EM-COUNT)
               END-IF
           END-PERFORM
           COMPUTE WS-MIDPOINT ROUNDED =
               (PME-MIN-SALARY(P) + PME-MAX-SALARY(P)) / 2
           IF WS-MIDPOINT > 0
               COMPUTE EME-COMPA(WS-EM-COUNT) ROUNDED =
                   EMP-SALARY * 100 / WS-MIDPOINT
           ELSE
               MOVE 0 TO EME-COMPA(WS-EM-COUNT)
           END-IF
      *    A ZERO-WIDTH BAND IS A SINGLE RATE: AT IT OR ABOVE IS
      *    FULL PENETRATION.
           IF PME-MAX-SALARY(P) > PME-MIN-SALARY(P)
               COMPUTE WS-BAND-WIDTH =
                   PME-MAX-SALARY(P) - PME-MIN-SALARY(P)
               COMPUTE EME-PENETRATION(WS-EM-COUNT) ROUNDED =
                   (EMP-SALARY - PME-MIN-SALARY(P)) * 100
                       / WS-BAND-WIDTH
           ELSE
               IF EMP-SALARY < PME-MIN-SALARY(P)
                   MOVE 0 TO EME-PENETRATION(WS-EM-COUNT)
               ELSE
                   MOVE 100 TO EME-PENETRATION(WS-EM-COUNT)
               END-IF
           END-IF
           PERFORM 0210-FIND-TENURE.

       0210-FIND-TENURE.
           MOVE "N" TO EME-HAS-TENURE(WS-EM-COUNT)
           MOVE 0 TO EME-TENURE(WS-EM-COUNT)
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HR-COUNT
               IF HRE-EMP-ID(H) = EMP-ID
                   MOVE "M" TO WS-DV-FUNCTION
                   MOVE HRE-SERVICE-DATE(H) TO WS-DV-DATE-1
                   MOVE WS-TODAY TO WS-DV-DATE-2
                   CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                       WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                       WS-DV-DISPLAY
                   IF WS-DV-VALID = "Y" AND WS-DV-RESULT NOT < 0
                       MOVE "Y" TO EME-HAS-TENURE(WS-EM-COUNT)
                       MOVE WS-DV-RESULT TO EME-TENURE(WS-EM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF EME-HAS-TENURE(WS-EM-COUNT) = "N"
               ADD 1 TO WS-NO-TENURE-COUNT
           END-IF.

       0300-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "comparatio.rpt" TO WS-PS-TEXT-1
           MOVE "COMPA-RATIO AND SALARY-BAND PENETRATION"
               TO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "EMP-ID EMP-NAME               DEPT POSITION    "
               "      SALARY COMPA     PEN TENURE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION.

      *    ONE GROUP PER POSITION ON THE MASTER, IN MASTER ORDER.
       0400-PRINT-BY-POSITION.
           MOVE "SECTION 1 -- BY POSITION" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PM-COUNT
               INITIALIZE GROUP-STATISTICS
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EM-COUNT
                   IF EME-POS-INDEX(E) = P
                       IF WS-GRP-COUNT = 0
                           PERFORM 0410-PRINT-POSITION-BANNER
                       END-IF
                       PERFORM 0800-PRINT-EMPLOYEE-LINE
                       PERFORM 0810-ADD-TO-GROUP
                   END-IF
               END-PERFORM
               IF WS-GRP-COUNT > 0
                   PERFORM 0820-PRINT-GROUP-LINE
               END-IF
           END-PERFORM.

       0410-PRINT-POSITION-BANNER.
           MOVE PME-MIN-SALARY(P) TO ED-SALARY
           MOVE PME-MAX-SALARY(P) TO ED-SALARY-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING PME-CODE(P) " " PME-TITLE(P)(1:24) " BAND "
               ED-SALARY " -" ED-SALARY-2
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    ONE GROUP PER DEPARTMENT, IN THE ORDER FIRST MET.
       0500-PRINT-BY-DEPARTMENT.
           MOVE 0 TO WS-DP-COUNT
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EM-COUNT
               MOVE "N" TO WS-DEPT-FOUND
               PERFORM VARYING DP FROM 1 BY 1 UNTIL DP > WS-DP-COUNT
                   IF DPE-CODE(DP) = EME-DEPT-CODE(E)
                       MOVE "Y" TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = "N" AND WS-DP-COUNT < 100
                   ADD 1 TO WS-DP-COUNT
                   MOVE EME-DEPT-CODE(E) TO DPE-CODE(WS-DP-COUNT)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "SECTION 2 -- BY DEPARTMENT" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING DP FROM 1 BY 1 UNTIL DP > WS-DP-COUNT
               INITIALIZE GROUP-STATISTICS
               MOVE SPACES TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               STRING "DEPARTMENT " DPE-CODE(DP)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EM-COUNT
                   IF EME-DEPT-CODE(E) = DPE-CODE(DP)
                       PERFORM 0800-PRINT-EMPLOYEE-LINE
                       PERFORM 0810-ADD-TO-GROUP
                   END-IF
               END-PERFORM
               PERFORM 0820-PRINT-GROUP-LINE
           END-PERFORM.

      *    EVERY PAIR IN THE SAME POSITION AND DEPARTMENT, BOTH
      *    WITH A KNOWN TENURE WITHIN THE WINDOW, WHOSE SALARIES
      *    ARE FURTHER APART THAN THE KEYED PERCENT OF THE LOWER.
       0600-PRINT-EQUITY-FLAGS.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-GAP-PERCENT TO ED-PERCENT
           MOVE WS-TENURE-WINDOW TO ED-COUNT
           STRING "SECTION 3 -- PAY-EQUITY REVIEW: TENURE WITHIN "
               FUNCTION TRIM(ED-COUNT) " MONTHS, PAY OVER "
               FUNCTION TRIM(ED-PERCENT) "% APART"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EM-COUNT
               PERFORM VARYING F FROM E BY 1 UNTIL F > WS-EM-COUNT
                   IF F > E
                       PERFORM 0610-CHECK-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-FLAG-COUNT = 0
               MOVE "  NO PAIRS TO REVIEW." TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.

       0610-CHECK-ONE-PAIR.
           IF EME-POS-INDEX(E) NOT = EME-POS-INDEX(F)
                   OR EME-DEPT-CODE(E) NOT = EME-DEPT-CODE(F)
                   OR EME-HAS-TENURE(E) = "N"
                   OR EME-HAS-TENURE(F) = "N"
               EXIT PARAGRAPH
           END-IF
           IF EME-TENURE(E) > EME-TENURE(F)
               COMPUTE WS-TENURE-GAP = EME-TENURE(E) - EME-TENURE(F)
           ELSE
               COMPUTE WS-TENURE-GAP = EME-TENURE(F) - EME-TENURE(E)
           END-IF
           IF WS-TENURE-GAP > WS-TENURE-WINDOW
               EXIT PARAGRAPH
           END-IF
           IF EME-SALARY(E) > EME-SALARY(F)
               MOVE EME-SALARY(F) TO WS-LOWER-SALARY
               COMPUTE WS-SALARY-GAP = EME-SALARY(E) - EME-SALARY(F)
           ELSE
               MOVE EME-SALARY(E) TO WS-LOWER-SALARY
               COMPUTE WS-SALARY-GAP = EME-SALARY(F) - EME-SALARY(E)
           END-IF
           COMPUTE WS-GAP-PCT ROUNDED =
               WS-SALARY-GAP * 100 / WS-LOWER-SALARY
           IF WS-GAP-PCT NOT > WS-GAP-PERCENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-GAP-PCT TO ED-PERCENT
           MOVE WS-SALARY-GAP TO ED-SALARY
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING "  REVIEW " PME-CODE(EME-POS-INDEX(E)) " DEPT "
               EME-DEPT-CODE(E) "  APART " ED-SALARY " ("
               FUNCTION TRIM(ED-PERCENT) "%)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM 0800-PRINT-EMPLOYEE-LINE
           MOVE E TO H
           MOVE F TO E
           PERFORM 0800-PRINT-EMPLOYEE-LINE
           MOVE H TO E.

       0700-PRINT-TOTALS.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-READ-COUNT TO ED-COUNT
           STRING "EMPLOYEES READ            " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-EM-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  RATED                   " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-HOURLY-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  HOURLY, NOT RATED       " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-UNKNOWN-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  UNKNOWN POSITION        " ED-COUNT
               "  (SEE POSEXCEPT)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-NO-TENURE-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  RATED, NO SERVICE DATE  " ED-COUNT
               "  (LEFT OUT OF SECTION 3)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-FLAG-COUNT TO ED-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "PAIRS FLAGGED FOR REVIEW  " ED-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0800-PRINT-EMPLOYEE-LINE.
           MOVE EME-SALARY(E) TO ED-SALARY
           MOVE EME-COMPA(E) TO ED-COMPA
           MOVE EME-PENETRATION(E) TO ED-PENETRATION
           IF EME-HAS-TENURE(E) = "Y"
               DIVIDE EME-TENURE(E) BY 12 GIVING ED-YEARS
                   REMAINDER ED-MONTHS
               MOVE SPACES TO ED-TENURE
               STRING ED-YEARS "Y" ED-MONTHS "M"
                   DELIMITED BY SIZE INTO ED-TENURE
           ELSE
               MOVE "  N/A" TO ED-TENURE
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           STRING EME-EMP-ID(E) "  " EME-NAME(E)(1:22) " "
               EME-DEPT-CODE(E) " " PME-CODE(EME-POS-INDEX(E))(1:12)
               ED-SALARY " " ED-COMPA " " ED-PENETRATION " "
               ED-TENURE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0810-ADD-TO-GROUP.
           ADD 1 TO WS-GRP-COUNT
           ADD EME-COMPA(E) TO WS-GRP-COMPA-SUM
           ADD EME-PENETRATION(E) TO WS-GRP-PEN-SUM
           IF WS-GRP-COUNT = 1 OR EME-COMPA(E) < WS-GRP-LOW
               MOVE EME-COMPA(E) TO WS-GRP-LOW
           END-IF
           IF WS-GRP-COUNT = 1 OR EME-COMPA(E) > WS-GRP-HIGH
               MOVE EME-COMPA(E) TO WS-GRP-HIGH
           END-IF.

       0820-PRINT-GROUP-LINE.
           COMPUTE WS-GRP-AVG-COMPA ROUNDED =
               WS-GRP-COMPA-SUM / WS-GRP-COUNT
           COMPUTE WS-GRP-AVG-PEN ROUNDED =
               WS-GRP-PEN-SUM / WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO ED-COUNT
           MOVE WS-GRP-AVG-COMPA TO ED-COMPA
           MOVE WS-GRP-AVG-PEN TO ED-PENETRATION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "    " ED-COUNT " EMPLOYEES  AVG COMPA " ED-COMPA
               "  AVG PEN " ED-PENETRATION
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           MOVE WS-GRP-LOW TO ED-COMPA
           MOVE WS-GRP-HIGH TO ED-COMPA-2
           MOVE "SPREAD" TO WS-PS-TEXT-1(60:6)
           MOVE ED-COMPA TO WS-PS-TEXT-1(67:5)
           MOVE "-" TO WS-PS-TEXT-1(73:1)
           MOVE ED-COMPA-2 TO WS-PS-TEXT-1(75:5)
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
