       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCLEAR.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    BANK CLEARED-CHECKS PROCESSING. checkregister.dat
      *            RECORDS EVERY CHECK CHECKPRINT ISSUES BUT NEVER
      *            LEARNED WHETHER ONE WAS CASHED, SO AN UNCASHED
      *            FINAL-PAY CHECK SAT UNNOTICED UNTIL IT WAS
      *            UNCLAIMED PROPERTY. THIS PROGRAM READS THE
      *            BANK'S bankcleared.dat (ONE LINE PER PAID CHECK:
      *            CHECK NUMBER, CLEAR DATE, AMOUNT PAID), FINDS
      *            EACH CHECK ON THE REGISTER BY CR-CHECK-NO AND
      *            MARKS IT CLEARED ("C") WITH THE BANK'S CLEAR DATE
      *            AND AMOUNT. EXCEPTIONS ARE LISTED FOR TREASURY:
      *              A CHECK NUMBER NOT ON THE REGISTER,
      *              A STOPPED OR ESCHEATED CHECK THE BANK PAID,
      *              A CHECK ALREADY CLEARED (PAID TWICE),
      *              A PAID AMOUNT DIFFERENT FROM THE CHECK AMOUNT
      *              (STILL MARKED CLEARED, WITH THE BANK'S AMOUNT).
      *            chkaging.cob AGES WHAT IS LEFT OUTSTANDING.
      *    compile with ->  cobc -x -o chkclear chkclear.cob
      *    then run ./chkclear

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-FILE ASSIGN TO "bankcleared.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE BANK'S CLEARED-CHECKS FILE -- ONE LINE PER PAID CHECK.
       FD  CLEARED-FILE.
       01  CLEARED-RECORD.
           05 CC-CHECK-NO      PIC 9(6).
           05 CC-CLEAR-DATE    PIC X(8).
           05 CC-AMOUNT        PIC 9(7)V99.

      *    SAME LAYOUT checkprint.cob MAINTAINS.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CR-CHECK-NO      PIC 9(6).
           05 CR-STATUS        PIC X.
           05 CR-EMP-ID        PIC X(5).
           05 CR-PAY-DATE      PIC X(8).
           05 CR-AMOUNT        PIC 9(7)V99.
           05 CR-ISSUE-DATE    PIC X(8).
           05 CR-CLEAR-DATE    PIC X(8).
           05 CR-CLEAR-AMOUNT  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CC-EOF           PIC X VALUE "N".
       01  WS-CR-EOF           PIC X VALUE "N".
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.

       01  CHECK-REGISTER-TABLE.
           05 WS-CR-COUNT      PIC 9(3) VALUE 0.
           05 CR-ENTRY OCCURS 500 TIMES.
               10 CRE-CHECK-NO     PIC 9(6).
               10 CRE-STATUS       PIC X.
               10 CRE-EMP-ID       PIC X(5).
               10 CRE-PAY-DATE     PIC X(8).
               10 CRE-AMOUNT       PIC 9(7)V99.
               10 CRE-ISSUE-DATE   PIC X(8).
               10 CRE-CLEAR-DATE   PIC X(8).
               10 CRE-CLEAR-AMOUNT PIC 9(7)V99.
       01  K                   PIC 9(3) VALUE 1.

       01  RUN-TOTALS.
           05 WS-READ-COUNT    PIC 9(5) VALUE 0.
           05 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
           05 WS-CLEARED-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-EXCEPT-COUNT  PIC 9(5) VALUE 0.
           05 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-PAID          PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CHKCLEAR".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-CHECK-REGISTER
           IF WS-CR-COUNT = 500 AND WS-CR-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 CHECKS ON checkregister.dat"
                   " -- ARCHIVE THE REGISTER AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CR-COUNT = 0
               DISPLAY "THE CHECK REGISTER IS EMPTY. NOTHING TO CLEAR."
               GOBACK
           END-IF
           MOVE "N" TO WS-CC-EOF
           OPEN INPUT CLEARED-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
               DISPLAY "NO CLEARED-CHECKS FILE (bankcleared.dat) ON "
                   "FILE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY " "
           DISPLAY "----- CLEARED CHECKS: EXCEPTIONS -----"
           PERFORM UNTIL WS-CC-EOF = "Y"
               READ CLEARED-FILE
                   AT END
                       MOVE "Y" TO WS-CC-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0200-CLEAR-ONE-CHECK THRU 0200-EXIT
               END-READ
           END-PERFORM
           CLOSE CLEARED-FILE
           IF WS-CLEARED-COUNT > 0
               PERFORM 0300-REWRITE-REGISTER
           END-IF
           IF WS-EXCEPT-COUNT = 0
               DISPLAY "NONE."
           END-IF
           MOVE WS-CLEARED-TOTAL TO ED-TOTAL
           DISPLAY " "
           DISPLAY WS-READ-COUNT " CHECKS ON THE BANK FILE, "
               WS-CLEARED-COUNT " MARKED CLEARED FOR " ED-TOTAL ", "
               WS-EXCEPT-COUNT " EXCEPTIONS (" WS-MISMATCH-COUNT
               " AMOUNT MISMATCHES)."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLEARED " WS-CLEARED-COUNT " CHECKS, "
               WS-EXCEPT-COUNT " EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-CHECK-REGISTER.
           MOVE 0 TO WS-CR-COUNT
           MOVE "N" TO WS-CR-EOF
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CR-EOF = "Y" OR WS-CR-COUNT = 500
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF
                       NOT AT END
                           ADD 1 TO WS-CR-COUNT
                           MOVE CR-CHECK-NO
                               TO CRE-CHECK-NO(WS-CR-COUNT)
                           MOVE CR-STATUS
                               TO CRE-STATUS(WS-CR-COUNT)
                           MOVE CR-EMP-ID
                               TO CRE-EMP-ID(WS-CR-COUNT)
                           MOVE CR-PAY-DATE
                               TO CRE-PAY-DATE(WS-CR-COUNT)
                           MOVE CR-AMOUNT
                               TO CRE-AMOUNT(WS-CR-COUNT)
                           MOVE CR-ISSUE-DATE
                               TO CRE-ISSUE-DATE(WS-CR-COUNT)
                           MOVE CR-CLEAR-DATE
                               TO CRE-CLEAR-DATE(WS-CR-COUNT)
                           IF CR-CLEAR-AMOUNT IS NUMERIC
                               MOVE CR-CLEAR-AMOUNT
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           ELSE
                               MOVE 0
                                   TO CRE-CLEAR-AMOUNT(WS-CR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       0200-CLEAR-ONE-CHECK.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               IF CRE-CHECK-NO(K) = CC-CHECK-NO
                   MOVE K TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           MOVE CC-AMOUNT TO ED-PAID
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "*** CHECK " CC-CHECK-NO " PAID " ED-PAID
                   " ON " CC-CLEAR-DATE " IS NOT ON THE REGISTER. ***"
               GO TO 0200-EXIT
           END-IF
           IF CRE-STATUS(WS-FOUND-INDEX) = "V"
                   OR CRE-STATUS(WS-FOUND-INDEX) = "E"
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "*** CHECK " CC-CHECK-NO " PAID " ED-PAID
                   " ON " CC-CLEAR-DATE " WAS "
                   "STOPPED OR ESCHEATED -- RECOVER IT FROM THE "
                   "BANK. ***"
               GO TO 0200-EXIT
           END-IF
           IF CRE-STATUS(WS-FOUND-INDEX) = "C"
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "*** CHECK " CC-CHECK-NO " PAID " ED-PAID
                   " ON " CC-CLEAR-DATE " ALREADY CLEARED ON "
                   CRE-CLEAR-DATE(WS-FOUND-INDEX) " -- PAID TWICE? ***"
               GO TO 0200-EXIT
           END-IF
           MOVE "C" TO CRE-STATUS(WS-FOUND-INDEX)
           MOVE CC-CLEAR-DATE TO CRE-CLEAR-DATE(WS-FOUND-INDEX)
           MOVE CC-AMOUNT TO CRE-CLEAR-AMOUNT(WS-FOUND-INDEX)
           ADD 1 TO WS-CLEARED-COUNT
           ADD CC-AMOUNT TO WS-CLEARED-TOTAL
           IF CC-AMOUNT NOT = CRE-AMOUNT(WS-FOUND-INDEX)
               ADD 1 TO WS-EXCEPT-COUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE CRE-AMOUNT(WS-FOUND-INDEX) TO ED-AMOUNT
               DISPLAY "*** CHECK " CC-CHECK-NO " ("
                   CRE-EMP-ID(WS-FOUND-INDEX) ") WRITTEN FOR "
                   ED-AMOUNT " BUT PAID " ED-PAID " -- AMOUNT "
                   "MISMATCH. ***"
           END-IF.
       0200-EXIT.
           EXIT.

       0300-REWRITE-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CR-COUNT
               MOVE CRE-CHECK-NO(K)   TO CR-CHECK-NO
               MOVE CRE-STATUS(K)     TO CR-STATUS
               MOVE CRE-EMP-ID(K)     TO CR-EMP-ID
               MOVE CRE-PAY-DATE(K)   TO CR-PAY-DATE
               MOVE CRE-AMOUNT(K)     TO CR-AMOUNT
               MOVE CRE-ISSUE-DATE(K) TO CR-ISSUE-DATE
               MOVE CRE-CLEAR-DATE(K) TO CR-CLEAR-DATE
               MOVE CRE-CLEAR-AMOUNT(K) TO CR-CLEAR-AMOUNT
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.
