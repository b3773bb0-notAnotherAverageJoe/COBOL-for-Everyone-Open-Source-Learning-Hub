           05 DM-BALANCE       PIC 9(7)V99.
           05 DM-APR           PIC 9(2)V99.
           05 DM-MIN-PAYMENT   PIC 9(5)V99.
           05 DM-DEDUCTIBLE    PIC X.
           05 DM-INTEREST-YEAR PIC X(4).
           05 DM-INTEREST-PAID PIC 9(6)V99.

      *    SAME LAYOUT portmaint.cob MAINTAINS.
       FD  PORTFOLIO-FILE.
