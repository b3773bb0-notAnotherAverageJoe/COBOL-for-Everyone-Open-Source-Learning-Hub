      *            QUARTER END LESS THE CAPPED YEAR-TO-DATE AT
      *            QUARTER START. VOIDED PAYMENTS NET OUT BECAUSE
      *            THE OFFSETTING RECORDS CARRY NEGATIVE AMOUNTS.
      *            EACH TAXING JURISDICTION THEN GETS A PAGE OF ITS
      *            OWN -- THE WAGES PAID AND TAX WITHHELD FOR THAT
      *            AUTHORITY ONLY, FROM THE JURISDICTION SPLIT ON
      *            EACH payhist.dat RECORD -- SO EVERY AUTHORITY'S
      *            FILING CAN BE TORN OFF AND SENT ON ITS OWN.
      *            THE FILING DOCUMENT GOES TO qtrtaxreport.txt.
      *            EACH EMPLOYER FILES FOR ITSELF: THE SUMMARY IS FOR
      *            THE COMPANY THE RUN IS FOR (SEE
      *            Shared/company.cob), TAKES ONLY THE PAYMENTS THAT
      *            COMPANY MADE (PH-COMPANY), APPLIES THE WAGE-BASE
      *            CAPS TO ITS WAGES ALONE, AND NAMES ITS EMPLOYER
      *            ACCOUNT ON EVERY PAGE.
      *    compile with ->  cobc -x -o taxqtrly taxqtrly.cob
      *    then run ./taxqtrly

           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

      *    ONE LINE PER CAPPED TAX TYPE -- THE ANNUAL WAGE BASE
      *    PAST WHICH AN EMPLOYEE'S WAGES STOP BEING TAXABLE FOR
               10 ETE-PRIOR-WAGES  PIC S9(9)V99.
               10 ETE-QTR-WAGES    PIC S9(9)V99.
               10 ETE-QTR-TAX      PIC S9(9)V99.
               10 ETE-JURIS OCCURS 20 TIMES.
                   15 ETE-JURIS-WAGES  PIC S9(9)V99.
                   15 ETE-JURIS-TAX    PIC S9(9)V99.
       01  E                   PIC 9(3) VALUE 1.
       01  WS-ET-INDEX         PIC 9(3) VALUE 0.

      *    EVERY JURISDICTION SEEN IN THE QUARTER, IN ORDER OF
      *    FIRST APPEARANCE -- ONE FILING PAGE EACH. A PAYMENT
      *    WRITTEN BEFORE THE SPLIT EXISTED CARRIES NO CODES AND
      *    COUNTS AS FEDERAL.
       01  JURISDICTION-TABLE.
           05 WS-JT-COUNT      PIC 9(2) VALUE 0.
           05 JT-ENTRY OCCURS 20 TIMES.
               10 JTE-CODE         PIC X(4).
       01  JX                  PIC 9(2) VALUE 1.
       01  WS-JT-INDEX         PIC 9(2) VALUE 0.
       01  J                   PIC 9 VALUE 1.
       01  WS-JURIS-CODE       PIC X(4) VALUE SPACES.
       01  WS-JURIS-TAX        PIC S9(7)V99 VALUE 0.

       01  CAP-FIGURES.
           05 WS-YTD-AT-START  PIC S9(9)V99 VALUE 0.
           05 WS-YTD-AT-END    PIC S9(9)V99 VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TAXQTRLY".
       01  WS-AUDIT-ACTION     PIC X(40).

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

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "S" TO WS-CO-FUNCTION
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT = "N"
               DISPLAY "NO COMPANY CHOSEN -- NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CO-CODE        TO WS-RUN-COMPANY
           MOVE WS-CO-NAME        TO WS-RUN-COMPANY-NAME
           MOVE WS-CO-EMPLOYER-ID TO WS-RUN-EMPLOYER-ID
           DISPLAY "ENTER TAX YEAR (YYYY): "
           ACCEPT WS-YEAR
           DISPLAY "ENTER QUARTER (1-4): "
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WB-COUNT
               PERFORM 0400-WRITE-ONE-CAP-SECTION
           END-PERFORM
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JT-COUNT
               PERFORM 0500-WRITE-JURISDICTION-PAGE
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "QUARTERLY TAX SUMMARY FOR " WS-YEAR " Q"
               WS-QUARTER " WRITTEN TO qtrtaxreport.txt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "QUARTERLY SUMMARY " WS-YEAR " Q" WS-QUARTER
               " CO " WS-RUN-COMPANY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       IF PH-PAY-DATE(1:4) = WS-YEAR
                           MOVE "B" TO WS-CO-FUNCTION
                           MOVE PH-COMPANY TO WS-CO-CODE
                           CALL "COMPANY" USING COMPANY-FIELDS
                           IF WS-CO-RESULT NOT = "N"
                               PERFORM 0250-ACCUMULATE-ONE-PAYMENT
                                   THRU 0250-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE 0 TO ETE-PRIOR-WAGES(WS-ET-INDEX)
               MOVE 0 TO ETE-QTR-WAGES(WS-ET-INDEX)
               MOVE 0 TO ETE-QTR-TAX(WS-ET-INDEX)
               PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > 20
                   MOVE 0 TO ETE-JURIS-WAGES(WS-ET-INDEX, JX)
                   MOVE 0 TO ETE-JURIS-TAX(WS-ET-INDEX, JX)
               END-PERFORM
           END-IF
           IF WS-ET-INDEX > 0
               IF WS-PAY-MONTH < WS-QTR-FROM-MONTH
               ELSE
                   ADD PH-GROSS TO ETE-QTR-WAGES(WS-ET-INDEX)
                   ADD PH-TAX TO ETE-QTR-TAX(WS-ET-INDEX)
                   PERFORM 0260-SPLIT-BY-JURISDICTION
               END-IF
           END-IF.
       0250-EXIT.
           EXIT.

       0260-SPLIT-BY-JURISDICTION.
           IF PH-JURIS-CODE(1) = SPACES AND PH-JURIS-CODE(2) = SPACES
                   AND PH-JURIS-CODE(3) = SPACES
               MOVE "FED" TO WS-JURIS-CODE
               MOVE PH-TAX TO WS-JURIS-TAX
               PERFORM 0270-ADD-TO-JURISDICTION THRU 0270-EXIT
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   IF PH-JURIS-CODE(J) NOT = SPACES
                       MOVE PH-JURIS-CODE(J) TO WS-JURIS-CODE
                       MOVE PH-JURIS-TAX(J) TO WS-JURIS-TAX
                       PERFORM 0270-ADD-TO-JURISDICTION THRU 0270-EXIT
                   END-IF
               END-PERFORM
           END-IF.

      *    THE WAGES ON A JURISDICTION'S PAGE ARE THE GROSS OF
      *    EVERY PAYMENT THAT AUTHORITY TAXED -- AN EMPLOYEE
      *    OWING STATE AND CITY TAX APPEARS, IN FULL, ON BOTH.
       0270-ADD-TO-JURISDICTION.
           MOVE 0 TO WS-JT-INDEX
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JT-COUNT
               IF JTE-CODE(JX) = WS-JURIS-CODE
                   MOVE JX TO WS-JT-INDEX
               END-IF
           END-PERFORM
           IF WS-JT-INDEX = 0
               IF WS-JT-COUNT = 20
                   DISPLAY "*** MORE THAN 20 JURISDICTIONS IN THE "
                       "QUARTER -- " WS-JURIS-CODE " NOT REPORTED. ***"
                   GO TO 0270-EXIT
               END-IF
               ADD 1 TO WS-JT-COUNT
               MOVE WS-JT-COUNT TO WS-JT-INDEX
               MOVE WS-JURIS-CODE TO JTE-CODE(WS-JT-INDEX)
           END-IF
           ADD PH-GROSS TO ETE-JURIS-WAGES(WS-ET-INDEX, WS-JT-INDEX)
           ADD WS-JURIS-TAX TO ETE-JURIS-TAX(WS-ET-INDEX, WS-JT-INDEX).
       0270-EXIT.
           EXIT.

       0300-WRITE-WAGE-SECTION.
           MOVE ALL "=" TO REPORT-RECORD
           WRITE REPORT-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 0310-WRITE-EMPLOYER-LINE
           MOVE "EMPID          QTR WAGES     TAX WITHHELD"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    THE FILING EMPLOYER. WITH ONE EMPLOYER AND NO COMPANY
      *    MASTER THERE IS NOTHING TO NAME.
       0310-WRITE-EMPLOYER-LINE.
           IF WS-RUN-COMPANY NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EMPLOYER: " WS-RUN-COMPANY-NAME
                   "  ACCOUNT: " WS-RUN-EMPLOYER-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    TAXABLE WAGES FOR A CAPPED TYPE: THE CAPPED CUMULATIVE
      *    AT QUARTER END LESS THE CAPPED CUMULATIVE AT QUARTER
      *    START. AN EMPLOYEE WHO CROSSED THE CAP MID-QUARTER IS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    ONE PAGE PER TAXING AUTHORITY, HEADED AS ITS OWN FILING.
       0500-WRITE-JURISDICTION-PAGE.
           MOVE ALL "=" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "JURISDICTION " JTE-CODE(JX) " - WITHHOLDING "
               "RETURN " WS-YEAR " QUARTER " WS-QUARTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 0310-WRITE-EMPLOYER-LINE
           MOVE "EMPID          QTR WAGES     TAX WITHHELD"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-TOTAL-WAGES
           MOVE 0 TO WS-TOTAL-TAX
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ET-COUNT
               IF ETE-JURIS-WAGES(E, JX) NOT = 0
                       OR ETE-JURIS-TAX(E, JX) NOT = 0
                   MOVE ETE-JURIS-WAGES(E, JX) TO ED-WAGES
                   MOVE ETE-JURIS-TAX(E, JX)   TO ED-TAX
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING ETE-EMP-ID(E) "  " ED-WAGES "  " ED-TAX
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD ETE-JURIS-WAGES(E, JX) TO WS-TOTAL-WAGES
                   ADD ETE-JURIS-TAX(E, JX)   TO WS-TOTAL-TAX
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-WAGES TO ED-WAGES
           MOVE WS-TOTAL-TAX   TO ED-TAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL  " ED-WAGES "  " ED-TAX
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
