           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS  PIC X(2) VALUE "00".
           MOVE OH-TAX        TO PH-TAX
           MOVE OH-DEDUCTIONS TO PH-DEDUCTIONS
           MOVE OH-NET        TO PH-NET
      *    THE OLD HISTORY KNEW ONLY ONE TAX -- IT WAS ALL FEDERAL.
           MOVE "FED"         TO PH-JURIS-CODE(1)
           MOVE OH-TAX        TO PH-JURIS-TAX(1)
           MOVE SPACES        TO PH-JURIS-CODE(2) PH-JURIS-CODE(3)
           MOVE 0             TO PH-JURIS-TAX(2) PH-JURIS-TAX(3)
           MOVE SPACES        TO PH-COMPANY
           MOVE 1 TO PH-SEQ
           WRITE PAY-HISTORY-RECORD
           PERFORM UNTIL WS-PH-FILE-STATUS NOT = "22"
