       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISITEOD.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    END-OF-DAY VISITOR REPORT, RUN WHEN THE FRONT DESK
      *            CLOSES. LISTS EVERY VISITOR ON visitors.dat WHO
      *            SIGNED IN AND NEVER SIGNED OUT (WHATEVER DAY THEY
      *            ARRIVED), WITH THE HOST'S NAME FROM employee.dat
      *            SO SOMEONE CAN BE ASKED WHERE THEY WENT, FOLLOWED
      *            BY TODAY'S TOTALS -- EXPECTED, WALK-INS, SIGNED
      *            OUT, NO-SHOWS. WRITTEN THROUGH THE SHARED PRINT
      *            SERVICES TO visiteod.rpt. RETURN CODE 4 WHEN
      *            ANYONE IS STILL SIGNED IN, SO THE SCHEDULER CAN
      *            RAISE IT. SEE visitdesk.cob FOR THE DESK ITSELF.
      *    compile with ->  cobc -x -o visiteod visiteod.cob
      *    then run ./visiteod

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-FILE ASSIGN TO "visitors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VS-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-FILE.
       01  VISITOR-RECORD.
           05 VS-VISIT-DATE    PIC X(8).
           05 VS-VISIT-NO      PIC 9(6).
           05 VS-NAME          PIC X(30).
           05 VS-COMPANY       PIC X(30).
           05 VS-HOST-ID       PIC X(5).
           05 VS-STATUS        PIC X.
           05 VS-WALK-IN       PIC X.
           05 VS-IN-TIME       PIC X(6).
           05 VS-OUT-DATE      PIC X(8).
           05 VS-OUT-TIME      PIC X(6).

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
       01  WS-VS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EMP-OPEN         PIC X VALUE "N".
       01  WS-VS-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-HOST-NAME        PIC X(30).

       01  EOD-COUNTS.
           05 WS-STILL-ON-SITE PIC 9(5) VALUE 0.
           05 WS-TODAY-EXPECTED PIC 9(5) VALUE 0.
           05 WS-TODAY-WALK-IN PIC 9(5) VALUE 0.
           05 WS-TODAY-OUT     PIC 9(5) VALUE 0.
           05 WS-TODAY-NO-SHOW PIC 9(5) VALUE 0.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT VISITOR-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
               DISPLAY "NO visitors.dat -- NO VISITORS TO REPORT."
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN EMPLOYEE-FILE, "
                   "STATUS = " WS-EMP-FILE-STATUS
                   " -- HOSTS SHOWN BY EMP-ID ONLY."
           END-IF
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "visiteod.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "VISITORS NOT SIGNED OUT -- END OF DAY " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "BADGE  VISITOR                        "
               "ARRIVED        HOST"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM UNTIL WS-VS-EOF = "Y"
               READ VISITOR-FILE
                   AT END
                       MOVE "Y" TO WS-VS-EOF
                   NOT AT END
                       PERFORM 0100-CHECK-VISIT
               END-READ
           END-PERFORM
           CLOSE VISITOR-FILE
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-STILL-ON-SITE = 0
               MOVE "  EVERY VISITOR HAS SIGNED OUT." TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           PERFORM 0200-PRINT-TOTALS
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY "VISITORS STILL SIGNED IN: " WS-STILL-ON-SITE
               " -- SEE visiteod.rpt"
           IF WS-STILL-ON-SITE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-CHECK-VISIT.
           IF VS-VISIT-DATE = WS-TODAY
               EVALUATE TRUE
                   WHEN VS-WALK-IN = "Y"
                       ADD 1 TO WS-TODAY-WALK-IN
                   WHEN VS-STATUS NOT = "C"
                       ADD 1 TO WS-TODAY-EXPECTED
               END-EVALUATE
               IF VS-STATUS = "E"
                   ADD 1 TO WS-TODAY-NO-SHOW
               END-IF
           END-IF
           IF VS-STATUS = "O" AND VS-OUT-DATE = WS-TODAY
               ADD 1 TO WS-TODAY-OUT
           END-IF
           IF VS-STATUS NOT = "I"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STILL-ON-SITE
           MOVE VS-HOST-ID TO WS-HOST-NAME
           IF WS-EMP-OPEN = "Y"
               MOVE VS-HOST-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-HOST-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           STRING VS-VISIT-NO " " VS-NAME " " VS-VISIT-DATE " "
               VS-IN-TIME(1:2) ":" VS-IN-TIME(3:2) "  " WS-HOST-NAME
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0200-PRINT-TOTALS.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING "TODAY: PRE-REGISTERED " WS-TODAY-EXPECTED
               "  WALK-INS " WS-TODAY-WALK-IN
               "  SIGNED OUT " WS-TODAY-OUT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "       NO-SHOWS " WS-TODAY-NO-SHOW
               "  STILL SIGNED IN " WS-STILL-ON-SITE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
