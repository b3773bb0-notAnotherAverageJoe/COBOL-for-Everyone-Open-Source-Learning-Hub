       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBREPORT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NEW-HIRE ONBOARDING OPEN-ITEMS REPORT FOR HR.
      *            READS onboarding.dat (SEE onbmaint.cob) AND, FOR
      *            EVERY NEW HIRE STILL ON THE EMPLOYEE FILE WHOSE
      *            CHECKLIST HAS ANYTHING LEFT TO DO, PRINTS THE
      *            HIRE DATE, DAYS SINCE HIRE, WHETHER PAYRUN IS
      *            HOLDING THEM, WHERE THE STATE NEW-HIRE REGISTRY
      *            REPORT STANDS, AND EACH STEP NOT YET SIGNED OFF
      *            (MANDATORY STEPS MARKED). THE REGISTRY REPORT IS
      *            DUE WITHIN 20 DAYS OF HIRE -- AN UNREPORTED HIRE
      *            20 DAYS OR MORE OLD SHOWS "OVERDUE" SO THE
      *            WEEKLY newhirereg RUN CAN BE CHASED. ONLY THE
      *            LATEST LINE PER EMP-ID COUNTS. THE REPORT GOES
      *            THROUGH THE SHARED PRINT SERVICES TO
      *            onbreport.rpt. UPDATES NOTHING.
      *    compile with ->  cobc -x -o onbreport onbreport.cob
      *    then run ./onbreport

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

       WORKING-STORAGE SECTION.
       01  WS-OB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-OB-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-HAS-OPEN-ITEM    PIC X VALUE "N".
       01  WS-HOLD-TEXT        PIC X(4).
       01  WS-REGISTRY-TEXT    PIC X(8).
       01  WS-MANDATORY-TEXT   PIC X(9).
       01  WS-DAYS-DISPLAY     PIC ZZZ9.
       01  WS-COUNT-DISPLAY    PIC ZZZ9.

       01  RUN-TOTALS.
           05 WS-LISTED-COUNT  PIC 9(4) VALUE 0.
           05 WS-HELD-COUNT    PIC 9(4) VALUE 0.
           05 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.

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

      *    THE CHECKLIST AS onbmaint.cob DEFINES IT.
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

      *    THE LATEST onboarding.dat LINE PER EMP-ID.
       01  ONBOARDING-TABLE.
           05 WS-OB-COUNT      PIC 9(3) VALUE 0.
           05 OB-ENTRY OCCURS 500 TIMES.
               10 OBE-EMP-ID       PIC X(5).
               10 OBE-LINE         PIC X(122).
       01  O                   PIC 9(3) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

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
           PERFORM 0100-LOAD-ONBOARDING-TABLE
           IF WS-OB-COUNT = 0
               DISPLAY "NO ONBOARDING CHECKLISTS ON FILE YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OB-COUNT = 500 AND WS-OB-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 500 EMPLOYEES ON onboarding.dat "
                   "-- ONLY THE FIRST 500 ARE REPORTED. ***"
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-PRINT-HEADING
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               PERFORM 0300-REPORT-ONE-HIRE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           PERFORM 0500-PRINT-TOTALS
           DISPLAY WS-LISTED-COUNT " NEW HIRES WITH OPEN ITEMS, "
               WS-HELD-COUNT " HELD FROM PAYRUN, " WS-OVERDUE-COUNT
               " REGISTRY REPORTS OVERDUE. SEE onbreport.rpt."
           GOBACK.

      *    AN EMP-ID RE-ADDED AFTER A DELETE GETS A FRESH LINE --
      *    IT REPLACES THE OLD ONE IN THE TABLE.
       0100-LOAD-ONBOARDING-TABLE.
           MOVE 0 TO WS-OB-COUNT
           MOVE "N" TO WS-OB-EOF
           OPEN INPUT ONBOARDING-FILE
           IF WS-OB-FILE-STATUS = "00"
               PERFORM UNTIL WS-OB-EOF = "Y"
                   READ ONBOARDING-FILE
                       AT END
                           MOVE "Y" TO WS-OB-EOF
                       NOT AT END
                           PERFORM 0110-STORE-ONBOARDING-LINE
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.

       0110-STORE-ONBOARDING-LINE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OB-COUNT
               IF OBE-EMP-ID(O) = ONBOARDING-RECORD(1:5)
                   MOVE O TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-OB-COUNT = 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OB-COUNT
               MOVE WS-OB-COUNT TO WS-FOUND-INDEX
               MOVE ONBOARDING-RECORD(1:5)
                   TO OBE-EMP-ID(WS-FOUND-INDEX)
           END-IF
           MOVE ONBOARDING-RECORD TO OBE-LINE(WS-FOUND-INDEX).

       0200-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "onbreport.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "NEW-HIRE ONBOARDING OPEN ITEMS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "EMP-ID  EMP-NAME                       "
               "HIRED     DAYS  PAY  REGISTRY"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0300-REPORT-ONE-HIRE.
           MOVE OBE-LINE(O) TO ONBOARDING-WORK
           MOVE "N" TO WS-HAS-OPEN-ITEM
           IF OW-STATUS = "O" OR OW-REGISTRY-DATE = SPACES
               MOVE "Y" TO WS-HAS-OPEN-ITEM
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF OW-STEP-DATE(S) = SPACES
                   MOVE "Y" TO WS-HAS-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-HAS-OPEN-ITEM NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *    A HIRE WHO HAS SINCE LEFT IS NO LONGER HR'S TO CHASE.
           MOVE OW-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-LISTED-COUNT
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE OW-HIRE-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-RESULT < 0
               MOVE 0 TO WS-DV-RESULT
           END-IF
           MOVE WS-DV-RESULT TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-HOLD-TEXT
           IF OW-STATUS = "O"
               MOVE "HELD" TO WS-HOLD-TEXT
               ADD 1 TO WS-HELD-COUNT
           END-IF
           EVALUATE TRUE
               WHEN OW-REGISTRY-DATE NOT = SPACES
                   MOVE OW-REGISTRY-DATE TO WS-REGISTRY-TEXT
               WHEN WS-DV-RESULT >= 20
                   MOVE "OVERDUE" TO WS-REGISTRY-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE "DUE" TO WS-REGISTRY-TEXT
           END-EVALUATE
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING OW-EMP-ID "   " EMP-NAME "  " OW-HIRE-DATE "  "
               WS-DAYS-DISPLAY "  " WS-HOLD-TEXT " " WS-REGISTRY-TEXT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF OW-STEP-DATE(S) = SPACES
                   PERFORM 0310-PRINT-OPEN-STEP
               END-IF
           END-PERFORM.

       0310-PRINT-OPEN-STEP.
           MOVE SPACES TO WS-MANDATORY-TEXT
           IF SD-MANDATORY(S) = "Y"
               MOVE "MANDATORY" TO WS-MANDATORY-TEXT
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "        OPEN: " SD-CODE(S) "  " SD-DESC(S) "  "
               WS-MANDATORY-TEXT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0500-PRINT-TOTALS.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "NEW HIRES WITH OPEN ITEMS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "HELD FROM PAYRUN:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "REGISTRY REPORTS OVERDUE:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
