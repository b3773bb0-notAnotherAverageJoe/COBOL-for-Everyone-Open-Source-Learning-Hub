      *            WHICH FIELDS MOVED ON A CHANGE -- SO A WRONG
      *            SALARY CAN BE TRACED TO THE DAY IT WAS KEYED
      *            INSTEAD OF GUESSED AT FROM THE ONE-LINE AUDITLOG.
      *            ENTRIES THAT CARRY THE KEYING OPERATOR SHOW IT.
      *    compile with ->  cobc -x -o empjrnl empjrnl.cob
      *    then run ./empjrnl

               10 JRA-SALARY        PIC X(9).
               10 JRA-TAX-RATE      PIC X(7).
               10 JRA-DEDUCTIONS    PIC X(9).
           05 JR-OPERATOR-ID   PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
           DISPLAY " "
           DISPLAY JR-TIMESTAMP(1:8) "-" JR-TIMESTAMP(9:6) "  "
               JR-ACTION "  EMP " JR-EMP-ID
           IF JR-OPERATOR-ID NOT = SPACES
               DISPLAY "  BY:          " JR-OPERATOR-ID
           END-IF
           EVALUATE JR-ACTION
               WHEN "ADD"
               WHEN "REHIRE"
