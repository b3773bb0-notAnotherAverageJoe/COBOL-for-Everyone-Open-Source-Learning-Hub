      *            THE PAY-OUT FUNCTION SETTLES A LEAVING EMPLOYEE'S
      *            REMAINING BALANCE ON THE FINAL CHECK: BALANCE
      *            TIMES EMP-HOURLY-RATE, TAXED THROUGH THE SAME
      *            taxbrackets.dat AND WORK-LOCATION LOGIC THE PAY
      *            PROGRAMS USE,
      *            WRITTEN TO payhist.dat AND ytd.dat LIKE ANY
      *            PAYMENT, AND THE BALANCE ZEROED. RUN IT WHEN
      *            EMPAPPROVE APPLIES THE TERMINATION -- IT FALLS
      *            BACK TO THE termarchive.dat RATES IF THE EMPLOYEE
      *            IS ALREADY OFF THE MASTER. THE PAYOUT IS MADE
      *            BY THE EMPLOYEE'S OWN COMPANY (SEE
      *            Shared/company.cob) AND CARRIES ITS CODE.
      *    compile with ->  cobc -x -o leavemaint leavemaint.cob
      *    then run ./leavemaint

           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).


      *    CONTROL TOTALS BALANCED BY PAYEXTRACT BEFORE A CYCLE IS
           05 CC-STEP-NAME     PIC X(12).
           05 CC-RECORD-COUNT  PIC 9(5).
           05 CC-TOTAL-NET     PIC S9(9)V99.
           05 CC-COMPANY       PIC X(4).

       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-RECORD.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BRACKET-TOP      PIC 9(7)V99 VALUE 0.
       01  WS-TAXABLE-SLICE    PIC 9(7)V99 VALUE 0.

      *    THE PAYMENT'S TAX BY JURISDICTION -- SLOT 1 IS THE BASE
      *    TABLE ("FED"), SLOTS 2 AND 3 THE STATE AND LOCAL TAX
      *    JURTAX RETURNS. SAME SHAPE AS PH-JURIS-SPLIT.
       01  PAY-JURIS-SPLIT.
           05 WS-PJ-ENTRY OCCURS 3 TIMES.
               10 WS-PJ-CODE       PIC X(4).
               10 WS-PJ-TAX        PIC S9(7)V99.
       01  J                   PIC 9 VALUE 1.
       01  YJ                  PIC 9 VALUE 1.
       01  WS-YJ-INDEX         PIC 9 VALUE 0.
       01  JURTAX-RESULT.
           05 WS-JURIS-TOTAL   PIC 9(7)V99.
           05 WS-JURIS-ENTRY OCCURS 2 TIMES.
               10 WS-JURIS-CODE    PIC X(4).
               10 WS-JURIS-AMOUNT  PIC 9(7)V99.

       01  PAY-FIGURES.
           05 WS-GROSS         PIC 9(7)V99 VALUE 0.
           05 WS-TAX           PIC 9(7)V99 VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "LEAVEMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  WS-PAY-COMPANY      PIC X(4) VALUE SPACES.
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
                   " -- NOTHING PAID."
               GO TO 0500-EXIT
           END-IF
           MOVE "E" TO WS-CO-FUNCTION
           MOVE WS-WORK-EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           MOVE WS-CO-CODE TO WS-PAY-COMPANY
           IF WS-CO-RESULT = "N"
               DISPLAY WS-WORK-EMP-ID " IS ASSIGNED TO COMPANY "
                   WS-CO-CODE " WHICH IS NOT ON companies.dat -- "
                   "NOTHING PAID. CORRECT IT WITH compmaint."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0350-FETCH-BALANCE
           IF WS-AVAILABLE <= 0
               DISPLAY "NO POSITIVE BALANCE TO PAY OUT."
               COMPUTE WS-TAX ROUNDED =
                   WS-GROSS * WS-WORK-TAX-RATE / 100
           END-IF
           PERFORM 0575-ADD-JURISDICTION-TAX
           COMPUTE WS-NET = WS-GROSS - WS-TAX
           MOVE WS-AVAILABLE TO ED-BALANCE
           MOVE WS-GROSS TO ED-GROSS
               END-IF
           END-PERFORM.

      *    THE BASE TABLE'S SHARE IS WHAT WAS JUST WITHHELD; THE
      *    WORK LOCATION'S STATE AND LOCAL TAX GO ON TOP (SEE
      *    Shared/jurtax.cob), EACH KEPT APART FOR ITS OWN FILING.
       0575-ADD-JURISDICTION-TAX.
           CALL "JURTAX" USING WS-WORK-EMP-ID WS-GROSS JURTAX-RESULT
           MOVE "FED" TO WS-PJ-CODE(1)
           MOVE WS-TAX TO WS-PJ-TAX(1)
           MOVE WS-JURIS-CODE(1) TO WS-PJ-CODE(2)
           MOVE WS-JURIS-AMOUNT(1) TO WS-PJ-TAX(2)
           MOVE WS-JURIS-CODE(2) TO WS-PJ-CODE(3)
           MOVE WS-JURIS-AMOUNT(2) TO WS-PJ-TAX(3)
           ADD WS-JURIS-TOTAL TO WS-TAX.

       0580-WRITE-PAYOUT-PAYMENT.
           OPEN I-O PAY-HISTORY-FILE
           IF WS-PH-FILE-STATUS = "35"
           MOVE WS-TAX         TO PH-TAX
           MOVE 0              TO PH-DEDUCTIONS
           MOVE WS-NET         TO PH-NET
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE WS-PJ-ENTRY(J) TO PH-JURIS-SPLIT(J)
           END-PERFORM
           MOVE WS-PAY-COMPANY TO PH-COMPANY
           PERFORM 0582-WRITE-WITH-SEQUENCE
           CLOSE PAY-HISTORY-FILE
           OPEN I-O YTD-FILE
                   MOVE WS-TAX   TO YTD-TAX
                   MOVE 0        TO YTD-DEDUCTIONS
                   MOVE WS-NET   TO YTD-NET
                   PERFORM 0586-CLEAR-YTD-JURIS
                   PERFORM 0587-ADD-JURIS-TO-YTD
                   MOVE WS-PAY-COMPANY TO YTD-COMPANY
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-TODAY(1:4)
                       MOVE 0 TO YTD-TAX
                       MOVE 0 TO YTD-DEDUCTIONS
                       MOVE 0 TO YTD-NET
                       PERFORM 0586-CLEAR-YTD-JURIS
                   END-IF
                   ADD WS-GROSS TO YTD-GROSS
                   ADD WS-TAX   TO YTD-TAX
                   ADD WS-NET   TO YTD-NET
                   PERFORM 0587-ADD-JURIS-TO-YTD
                   MOVE WS-PAY-COMPANY TO YTD-COMPANY
                   REWRITE YTD-RECORD
           END-READ
           CLOSE YTD-FILE.

       0586-CLEAR-YTD-JURIS.
           PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
               MOVE SPACES TO YTD-JURIS-CODE(YJ)
               MOVE 0 TO YTD-JURIS-TAX(YJ)
           END-PERFORM.

      *    SAME BY-CODE ACCUMULATION AS PAYRUN'S YTD ROLL.
       0587-ADD-JURIS-TO-YTD.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF WS-PJ-CODE(J) NOT = SPACES AND WS-PJ-TAX(J) NOT = 0
                   MOVE 0 TO WS-YJ-INDEX
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = WS-PJ-CODE(J)
                           MOVE YJ TO WS-YJ-INDEX
                       END-IF
                   END-PERFORM
                   PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                       IF WS-YJ-INDEX = 0
                               AND YTD-JURIS-CODE(YJ) = SPACES
                           MOVE YJ TO WS-YJ-INDEX
                           MOVE WS-PJ-CODE(J) TO YTD-JURIS-CODE(YJ)
                       END-IF
                   END-PERFORM
                   IF WS-YJ-INDEX = 0
                       DISPLAY "*** " YTD-EMP-ID " OWES MORE THAN 6 "
                           "JURISDICTIONS THIS YEAR -- "
                           WS-PJ-CODE(J) " NOT ROLLED INTO ytd.dat."
                           " ***"
                   ELSE
                       ADD WS-PJ-TAX(J) TO YTD-JURIS-TAX(WS-YJ-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *    THE PAYOUT IS A CYCLE OF ITS OWN ON THE CONTROL FILE,
      *    SO PAYEXTRACT CAN BALANCE IT BEFORE TRANSMITTING.
       0585-STAMP-CONTROL-ENTRY.
           MOVE "LEAVEMAINT" TO CC-STEP-NAME
           MOVE 1 TO CC-RECORD-COUNT
           MOVE WS-NET TO CC-TOTAL-NET
           MOVE WS-PAY-COMPANY TO CC-COMPANY
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL-FILE.

