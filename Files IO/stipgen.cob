       IDENTIFICATION DIVISION.
       PROGRAM-ID. STIPGEN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    TERM-START STIPEND INSTALLMENTS FOR PART-TIME
      *            INSTRUCTORS. ADJUNCTS WERE PAID A PER-SECTION
      *            STIPEND FROM A SPREADSHEET, OUTSIDE PAYROLL, SO
      *            THE MONEY NEVER REACHED ytd.dat, THE GL OR THE
      *            ANNUAL WAGE FILING. FOR A KEYED TERM CODE AND
      *            TERM DATES THIS PROGRAM TAKES EVERY SECTION ON
      *            sectassign.dat WITH A STIPEND (SA-STIPEND, SEE
      *            Tables/instrmaint.cob) WHOSE INSTRUCTOR IS LINKED
      *            TO AN EMP-ID (IN-EMP-ID) ON employee.dat, AND
      *            SPREADS THE STIPEND EVENLY OVER THE PAY PERIODS
      *            ON paycal.dat WHOSE CHECK DATE FALLS INSIDE THE
      *            TERM -- THE ODD CENTS RIDE ON THE LAST
      *            INSTALLMENT. ONE LINE PER INSTALLMENT GOES TO
      *            stipends.dat; PAYRUN PAYS EACH ONE ON THE FIRST
      *            CYCLE WHOSE CHECK DATE HAS REACHED IT, AS ITS OWN
      *            EARNINGS LINE, AND FLAGS IT PAID. A SECTION
      *            ALREADY SCHEDULED FOR THE TERM IS SKIPPED, SO A
      *            RE-RUN ONLY PICKS UP LATE ASSIGNMENTS. SECTIONS
      *            THAT CANNOT BE PAID (INSTRUCTOR NOT LINKED, OR
      *            THE EMP-ID NOT ON employee.dat) ARE LISTED.
      *    compile with ->  cobc -x -o stipgen stipgen.cob
      *    then run ./stipgen

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-FILE ASSIGN TO "sectassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTR-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCAL-FILE-STATUS.
           SELECT STIPEND-FILE ASSIGN TO "stipends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 SA-SECTION       PIC X(3).
           05 SA-INSTR-ID      PIC X(5).
           05 SA-STIPEND       PIC 9(5)V99.

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 IN-INSTR-ID      PIC X(5).
           05 IN-NAME          PIC X(25).
           05 IN-CONTACT       PIC X(20).
           05 IN-EMP-ID        PIC X(5).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-NO     PIC 9(3).
           05 PC-START         PIC X(8).
           05 PC-END           PIC X(8).
           05 PC-CHECK-DATE    PIC X(8).

      *    ONE LINE PER INSTALLMENT. ST-PAID FLIPS TO "Y" AND
      *    ST-PAID-DATE TAKES THE CHECK DATE WHEN PAYRUN PAYS IT.
       FD  STIPEND-FILE.
       01  STIPEND-RECORD.
           05 ST-EMP-ID        PIC X(5).
           05 ST-TERM          PIC X(5).
           05 ST-SECTION       PIC X(3).
           05 ST-INSTR-ID      PIC X(5).
           05 ST-PERIOD-NO     PIC 9(3).
           05 ST-CHECK-DATE    PIC X(8).
           05 ST-AMOUNT        PIC 9(5)V99.
           05 ST-PAID          PIC X.
           05 ST-PAID-DATE     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PCAL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-ST-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SA-EOF           PIC X VALUE "N".
       01  WS-PCAL-EOF         PIC X VALUE "N".
       01  WS-ST-EOF           PIC X VALUE "N".
       01  WS-TERM             PIC X(5) VALUE SPACES.
       01  WS-TERM-START       PIC X(8) VALUE SPACES.
       01  WS-TERM-END         PIC X(8) VALUE SPACES.
       01  WS-ALREADY-DONE     PIC X VALUE "N".
       01  WS-INSTALLMENT      PIC 9(5)V99 VALUE 0.
       01  WS-LAST-INSTALLMENT PIC 9(5)V99 VALUE 0.
       01  WS-SCHEDULED-COUNT  PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(3) VALUE 0.
       01  WS-UNPAYABLE-COUNT  PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01  WS-SCHEDULED-TOTAL  PIC 9(7)V99 VALUE 0.

      *    THE PAY PERIODS WHOSE CHECK DATE FALLS IN THE TERM.
       01  PERIOD-TABLE.
           05 WS-PD-COUNT      PIC 9(2) VALUE 0.
           05 PD-ENTRY OCCURS 60 TIMES.
               10 PDE-PERIOD-NO    PIC 9(3).
               10 PDE-CHECK-DATE   PIC X(8).
       01  P                   PIC 9(2) VALUE 1.

      *    SECTIONS ALREADY SCHEDULED FOR THE KEYED TERM.
       01  DONE-TABLE.
           05 WS-DN-COUNT      PIC 9(2) VALUE 0.
           05 DN-SECTION OCCURS 50 TIMES PIC X(3).
       01  D                   PIC 9(2) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZ,ZZ9.99.
           05 ED-TOTAL         PIC Z,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "STIPGEN".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob).
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           DISPLAY "ENTER TERM CODE (E.G. 26FA): "
           ACCEPT WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM
           IF WS-TERM = SPACES
               DISPLAY "NO TERM KEYED. NOTHING SCHEDULED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER TERM START DATE (YYYYMMDD): "
           ACCEPT WS-TERM-START
           MOVE WS-TERM-START TO WS-DV-DATE-1
           PERFORM 0050-VALIDATE-DATE
           IF WS-DV-VALID NOT = "Y"
               GOBACK
           END-IF
           DISPLAY "ENTER TERM END DATE (YYYYMMDD): "
           ACCEPT WS-TERM-END
           MOVE WS-TERM-END TO WS-DV-DATE-1
           PERFORM 0050-VALIDATE-DATE
           IF WS-DV-VALID NOT = "Y"
               GOBACK
           END-IF
           IF WS-TERM-END < WS-TERM-START
               DISPLAY "THE TERM ENDS BEFORE IT STARTS. NOTHING "
                   "SCHEDULED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-PERIODS
           IF WS-PD-COUNT = 0
               DISPLAY "NO PAY PERIOD ON paycal.dat HAS A CHECK DATE "
                   "IN THE TERM -- EXTEND THE CALENDAR WITH calmaint."
                   " NOTHING SCHEDULED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-DONE-SECTIONS
           OPEN INPUT ASSIGN-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "NO SECTION ASSIGNMENTS ON FILE -- ASSIGN "
                   "SECTIONS WITH instrmaint. NOTHING SCHEDULED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO INSTRUCTOR MASTER ON FILE, STATUS = "
                   WS-IN-FILE-STATUS
               CLOSE ASSIGN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               CLOSE ASSIGN-FILE
               CLOSE INSTRUCTOR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND STIPEND-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
      *        STIPEND FILE DOES NOT EXIST YET - CREATE IT, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST INSTALLMENT IS WRITTEN.
               OPEN OUTPUT STIPEND-FILE
               CLOSE STIPEND-FILE
               OPEN EXTEND STIPEND-FILE
           END-IF
           DISPLAY " "
           DISPLAY "----- STIPENDS FOR TERM " WS-TERM " ("
               WS-PD-COUNT " PAY PERIODS) -----"
           MOVE "N" TO WS-SA-EOF
           PERFORM UNTIL WS-SA-EOF = "Y"
               READ ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-SA-EOF
                   NOT AT END
                       IF SA-STIPEND IS NUMERIC
                               AND SA-STIPEND > 0
                           PERFORM 0200-SCHEDULE-SECTION
                               THRU 0200-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STIPEND-FILE
           CLOSE ASSIGN-FILE
           CLOSE INSTRUCTOR-FILE
           CLOSE EMPLOYEE-FILE
           MOVE WS-SCHEDULED-TOTAL TO ED-TOTAL
           DISPLAY " "
           DISPLAY WS-SCHEDULED-COUNT " SECTIONS SCHEDULED ("
               WS-LINE-COUNT " INSTALLMENTS, " ED-TOTAL "), "
               WS-SKIPPED-COUNT " ALREADY SCHEDULED, "
               WS-UNPAYABLE-COUNT " CANNOT BE PAID."
           IF WS-UNPAYABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "STIPENDS " WS-TERM " SCHEDULED "
               WS-SCHEDULED-COUNT " SECTIONS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0050-VALIDATE-DATE.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-DV-DATE-1 " IS NOT A REAL DATE. NOTHING "
                   "SCHEDULED."
               MOVE 8 TO RETURN-CODE
           END-IF.

       0100-LOAD-PERIODS.
           MOVE 0 TO WS-PD-COUNT
           MOVE "N" TO WS-PCAL-EOF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PCAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCAL-EOF = "Y" OR WS-PD-COUNT = 60
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-PCAL-EOF
                   NOT AT END
                       IF PC-CHECK-DATE >= WS-TERM-START
                               AND PC-CHECK-DATE <= WS-TERM-END
                           ADD 1 TO WS-PD-COUNT
                           MOVE PC-PERIOD-NO
                               TO PDE-PERIOD-NO(WS-PD-COUNT)
                           MOVE PC-CHECK-DATE
                               TO PDE-CHECK-DATE(WS-PD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE.

       0150-LOAD-DONE-SECTIONS.
           MOVE 0 TO WS-DN-COUNT
           MOVE "N" TO WS-ST-EOF
           OPEN INPUT STIPEND-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ST-EOF = "Y"
               READ STIPEND-FILE
                   AT END
                       MOVE "Y" TO WS-ST-EOF
                   NOT AT END
                       IF ST-TERM = WS-TERM
                           PERFORM 0160-NOTE-DONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STIPEND-FILE.

       0160-NOTE-DONE-SECTION.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               IF DN-SECTION(D) = ST-SECTION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DN-COUNT < 50
               ADD 1 TO WS-DN-COUNT
               MOVE ST-SECTION TO DN-SECTION(WS-DN-COUNT)
           END-IF.

       0200-SCHEDULE-SECTION.
           MOVE "N" TO WS-ALREADY-DONE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DN-COUNT
               IF DN-SECTION(D) = SA-SECTION
                   MOVE "Y" TO WS-ALREADY-DONE
               END-IF
           END-PERFORM
           IF WS-ALREADY-DONE = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0200-EXIT
           END-IF
           MOVE SA-INSTR-ID TO IN-INSTR-ID
           READ INSTRUCTOR-FILE
               INVALID KEY
                   DISPLAY "*** SECTION " SA-SECTION ": INSTRUCTOR "
                       SA-INSTR-ID " IS NOT ON FILE. ***"
                   ADD 1 TO WS-UNPAYABLE-COUNT
                   GO TO 0200-EXIT
           END-READ
           IF IN-EMP-ID = SPACES
               DISPLAY "*** SECTION " SA-SECTION ": "
                   FUNCTION TRIM(IN-NAME) " IS NOT LINKED TO AN "
                   "EMP-ID -- LINK THEM WITH instrmaint. ***"
               ADD 1 TO WS-UNPAYABLE-COUNT
               GO TO 0200-EXIT
           END-IF
           MOVE IN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "*** SECTION " SA-SECTION ": EMP-ID "
                       IN-EMP-ID " IS NOT ON employee.dat. ***"
                   ADD 1 TO WS-UNPAYABLE-COUNT
                   GO TO 0200-EXIT
           END-READ
      *    EVEN INSTALLMENTS, TRUNCATED TO THE CENT; THE LAST ONE
      *    TAKES WHATEVER IS LEFT SO THE TERM PAYS THE STIPEND
      *    EXACTLY.
           COMPUTE WS-INSTALLMENT = SA-STIPEND / WS-PD-COUNT
           COMPUTE WS-LAST-INSTALLMENT = SA-STIPEND
               - WS-INSTALLMENT * (WS-PD-COUNT - 1)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PD-COUNT
               MOVE EMP-ID TO ST-EMP-ID
               MOVE WS-TERM TO ST-TERM
               MOVE SA-SECTION TO ST-SECTION
               MOVE SA-INSTR-ID TO ST-INSTR-ID
               MOVE PDE-PERIOD-NO(P) TO ST-PERIOD-NO
               MOVE PDE-CHECK-DATE(P) TO ST-CHECK-DATE
               IF P = WS-PD-COUNT
                   MOVE WS-LAST-INSTALLMENT TO ST-AMOUNT
               ELSE
                   MOVE WS-INSTALLMENT TO ST-AMOUNT
               END-IF
               MOVE "N" TO ST-PAID
               MOVE SPACES TO ST-PAID-DATE
               WRITE STIPEND-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           ADD 1 TO WS-SCHEDULED-COUNT
           ADD SA-STIPEND TO WS-SCHEDULED-TOTAL
           MOVE SA-STIPEND TO ED-AMOUNT
           DISPLAY "SECTION " SA-SECTION "  " SA-INSTR-ID
               "  EMP " EMP-ID "  " ED-AMOUNT.
       0200-EXIT.
           EXIT.
