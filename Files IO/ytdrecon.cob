      *            VERIFIED. THIS UTILITY RECOMPUTES EACH EMPLOYEE'S
      *            GROSS, TAX, DEDUCTIONS AND NET FOR THE LATEST
      *            YEAR ON payhist.dat (VOID OFFSETS NET OUT),
      *            TOGETHER WITH THE TAX OWED TO EACH TAXING
      *            JURISDICTION,
      *            REPORTS EVERY DISCREPANCY AGAINST ytd.dat --
      *            WRONG AMOUNTS, YTD RECORDS WITH NO HISTORY,
      *            HISTORY WITH NO YTD RECORD -- AND ON REQUEST
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       FD  CYCLE-MARKER-FILE.
       01  CYCLE-MARKER-RECORD.
               10 RCE-DEDUCTIONS   PIC S9(9)V99.
               10 RCE-NET          PIC S9(9)V99.
               10 RCE-ON-YTD       PIC X.
               10 RCE-COMPANY      PIC X(4).
               10 RCE-JURIS OCCURS 6 TIMES.
                   15 RCE-JURIS-CODE PIC X(4).
                   15 RCE-JURIS-TAX  PIC S9(9)V99.
       01  R                   PIC 9(3) VALUE 1.
       01  WS-RC-INDEX         PIC 9(3) VALUE 0.
       01  J                   PIC 9 VALUE 0.
       01  YJ                  PIC 9 VALUE 0.
       01  WS-YJ-INDEX         PIC 9 VALUE 0.
       01  WS-YTD-JURIS-TAX    PIC S9(9)V99 VALUE 0.

       01  RUN-TOTALS.
           05 WS-DISCREPANCIES PIC 9(4) VALUE 0.
               MOVE 0 TO RCE-DEDUCTIONS(WS-RC-INDEX)
               MOVE 0 TO RCE-NET(WS-RC-INDEX)
               MOVE "N" TO RCE-ON-YTD(WS-RC-INDEX)
               PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                   MOVE SPACES TO RCE-JURIS-CODE(WS-RC-INDEX, YJ)
                   MOVE 0 TO RCE-JURIS-TAX(WS-RC-INDEX, YJ)
               END-PERFORM
           END-IF
           IF WS-RC-INDEX > 0
               ADD PH-GROSS      TO RCE-GROSS(WS-RC-INDEX)
               ADD PH-TAX        TO RCE-TAX(WS-RC-INDEX)
               ADD PH-DEDUCTIONS TO RCE-DEDUCTIONS(WS-RC-INDEX)
               ADD PH-NET        TO RCE-NET(WS-RC-INDEX)
      *        HISTORY IS READ IN PAY-DATE ORDER, SO THE COMPANY
      *        LEFT HERE IS THE ONE THAT MADE THE LATEST PAYMENT --
      *        THE SAME COMPANY PAYRUN LEAVES ON THE YTD RECORD.
               MOVE PH-COMPANY   TO RCE-COMPANY(WS-RC-INDEX)
               PERFORM 0160-ADD-JURIS-TO-RECOMPUTED
                   VARYING J FROM 1 BY 1 UNTIL J > 3
           END-IF.

      *    EACH JURISDICTION ON THE PAYMENT LANDS IN THE SLOT
      *    ALREADY CARRYING ITS CODE, ELSE THE FIRST EMPTY ONE --
      *    THE SAME RULE PAYRUN USES TO ROLL ytd.dat FORWARD.
       0160-ADD-JURIS-TO-RECOMPUTED.
           IF PH-JURIS-CODE(J) NOT = SPACES
               MOVE 0 TO WS-YJ-INDEX
               PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                   IF WS-YJ-INDEX = 0
                       IF RCE-JURIS-CODE(WS-RC-INDEX, YJ)
                               = PH-JURIS-CODE(J)
                               OR RCE-JURIS-CODE(WS-RC-INDEX, YJ)
                               = SPACES
                           MOVE YJ TO WS-YJ-INDEX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-YJ-INDEX = 0
                   DISPLAY "*** " PH-EMP-ID " OWES MORE THAN 6 "
                       "JURISDICTIONS -- " PH-JURIS-CODE(J)
                       " NOT RECOMPUTED. ***"
               ELSE
                   MOVE PH-JURIS-CODE(J)
                       TO RCE-JURIS-CODE(WS-RC-INDEX, WS-YJ-INDEX)
                   ADD PH-JURIS-TAX(J)
                       TO RCE-JURIS-TAX(WS-RC-INDEX, WS-YJ-INDEX)
               END-IF
           END-IF.

       0200-COMPARE-AGAINST-YTD.
               MOVE YTD-NET TO ED-YTD
               DISPLAY YTD-EMP-ID " NET: HISTORY " ED-HIST
                   " VS YTD " ED-YTD
           END-IF
           PERFORM 0270-CHECK-ONE-JURISDICTION
               VARYING J FROM 1 BY 1 UNTIL J > 6.
       0250-EXIT.
           EXIT.

           DISPLAY YTD-EMP-ID " GROSS: HISTORY " ED-HIST
               " VS YTD " ED-YTD.

      *    THE SPLIT IS COMPARED BY CODE, NOT BY SLOT -- A REBUILT
      *    RECORD MAY HOLD THE SAME JURISDICTIONS IN ANOTHER ORDER.
       0270-CHECK-ONE-JURISDICTION.
           IF RCE-JURIS-CODE(WS-RC-INDEX, J) NOT = SPACES
               MOVE 0 TO WS-YTD-JURIS-TAX
               PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
                   IF YTD-JURIS-CODE(YJ)
                           = RCE-JURIS-CODE(WS-RC-INDEX, J)
                       MOVE YTD-JURIS-TAX(YJ) TO WS-YTD-JURIS-TAX
                   END-IF
               END-PERFORM
               IF RCE-JURIS-TAX(WS-RC-INDEX, J) NOT = WS-YTD-JURIS-TAX
                   ADD 1 TO WS-DISCREPANCIES
                   MOVE RCE-JURIS-TAX(WS-RC-INDEX, J) TO ED-HIST
                   MOVE WS-YTD-JURIS-TAX TO ED-YTD
                   DISPLAY YTD-EMP-ID " " RCE-JURIS-CODE(WS-RC-INDEX, J)
                       " TAX: HISTORY " ED-HIST " VS YTD " ED-YTD
               END-IF
           END-IF.

       0300-REPORT-MISSING-FROM-YTD.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RC-COUNT
               IF RCE-ON-YTD(R) = "N"
               MOVE RCE-TAX(R)         TO YTD-TAX
               MOVE RCE-DEDUCTIONS(R)  TO YTD-DEDUCTIONS
               MOVE RCE-NET(R)         TO YTD-NET
               MOVE RCE-COMPANY(R)     TO YTD-COMPANY
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
                   MOVE RCE-JURIS-CODE(R, J) TO YTD-JURIS-CODE(J)
                   MOVE RCE-JURIS-TAX(R, J)  TO YTD-JURIS-TAX(J)
               END-PERFORM
               WRITE YTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE
