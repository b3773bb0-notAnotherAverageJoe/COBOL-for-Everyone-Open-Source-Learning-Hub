           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
           05 YTD-COMPANY      PIC X(4).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
