               10 JRA-SALARY        PIC X(9).
               10 JRA-TAX-RATE      PIC X(7).
               10 JRA-DEDUCTIONS    PIC X(9).
           05 JR-OPERATOR-ID   PIC X(10).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD     PIC X(80).
