       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKAGING.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    OUTSTANDING PAYROLL CHECK AGING REPORT. READS
      *            checkregister.dat (SEE checkprint.cob) AND LISTS
      *            EVERY CHECK STILL ISSUED -- NOT CLEARED BY THE
      *            BANK (SEE chkclear.cob), STOPPED OR ESCHEATED --
      *            WITH ITS PAYEE, ISSUE DATE, AMOUNT AND DAYS
      *            OUTSTANDING, AGED INTO 0-30, 31-60, 61-90, 91-180
      *            AND OVER-180-DAY BUCKETS WITH A COUNT AND AMOUNT
      *            PER BUCKET. THE OLDEST CHECKS ARE THE ONES TO
      *            CHASE BEFORE THE YEARLY escheat RUN REPORTS THEM
      *            TO THE STATE. THE REPORT GOES THROUGH THE SHARED
      *            PRINT SERVICES TO chkaging.rpt. UPDATES NOTHING.
      *    compile with ->  cobc -x -o chkaging chkaging.cob
      *    then run ./chkaging

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CR-EOF           PIC X VALUE "N".
       01  WS-EMP-OPEN         PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-PAYEE-NAME       PIC X(30).
       01  WS-BUCKET-INDEX     PIC 9 VALUE 1.

      *    THE AGING BUCKETS. BKE-UPPER IS THE OLDEST AGE IN DAYS
      *    THE BUCKET TAKES; THE LAST BUCKET TAKES EVERYTHING OLDER.
       01  BUCKET-DEFINITIONS.
           05 FILLER PIC X(15) VALUE "0-30 DAYS  0030".
           05 FILLER PIC X(15) VALUE "31-60 DAYS 0060".
           05 FILLER PIC X(15) VALUE "61-90 DAYS 0090".
           05 FILLER PIC X(15) VALUE "91-180 DAYS0180".
           05 FILLER PIC X(15) VALUE "OVER 180   9999".
       01  BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
           05 BK-ENTRY OCCURS 5 TIMES.
               10 BKE-LABEL        PIC X(11).
               10 BKE-UPPER        PIC 9(4).
       01  BUCKET-TOTALS.
           05 BT-ENTRY OCCURS 5 TIMES.
               10 BTE-COUNT        PIC 9(5).
               10 BTE-AMOUNT       PIC 9(9)V99.
       01  B                   PIC 9 VALUE 1.

       01  RUN-TOTALS.
           05 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
           05 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-DAYS          PIC ZZZZ9.
           05 ED-COUNT         PIC ZZZZ9.

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
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               DISPLAY "NO CHECK REGISTER (checkregister.dat) ON FILE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EMP-OPEN
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN
           END-IF
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 5
               MOVE 0 TO BTE-COUNT(B)
               MOVE 0 TO BTE-AMOUNT(B)
           END-PERFORM
           PERFORM 0200-PRINT-HEADING
           MOVE "N" TO WS-CR-EOF
           PERFORM UNTIL WS-CR-EOF = "Y"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-CR-EOF
                   NOT AT END
                       IF CR-STATUS = "I"
                           PERFORM 0300-AGE-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           PERFORM 0500-PRINT-TOTALS
           MOVE WS-OUTSTANDING-TOTAL TO ED-TOTAL
           DISPLAY WS-OUTSTANDING-COUNT " CHECKS OUTSTANDING FOR "
               ED-TOTAL ", " BTE-COUNT(5) " OF THEM OVER 180 DAYS. "
               "SEE chkaging.rpt."
           GOBACK.

       0200-PRINT-HEADING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "chkaging.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "OUTSTANDING PAYROLL CHECKS AGED AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CHECK  EMP-ID PAYEE                          "
               "ISSUED         AMOUNT  DAYS"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0300-AGE-ONE-CHECK.
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE CR-ISSUE-DATE TO WS-DV-DATE-1
           MOVE WS-TODAY TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-RESULT < 0
               MOVE 0 TO WS-DV-RESULT
           END-IF
           MOVE 5 TO WS-BUCKET-INDEX
           PERFORM VARYING B FROM 4 BY -1 UNTIL B < 1
               IF WS-DV-RESULT <= BKE-UPPER(B)
                   MOVE B TO WS-BUCKET-INDEX
               END-IF
           END-PERFORM
           ADD 1 TO BTE-COUNT(WS-BUCKET-INDEX)
           ADD CR-AMOUNT TO BTE-AMOUNT(WS-BUCKET-INDEX)
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CR-AMOUNT TO WS-OUTSTANDING-TOTAL
           MOVE "(NO LONGER ON EMPLOYEE-FILE)" TO WS-PAYEE-NAME
           IF WS-EMP-OPEN = "Y"
               MOVE CR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-PAYEE-NAME
               END-READ
           END-IF
           MOVE CR-AMOUNT TO ED-AMOUNT
           MOVE WS-DV-RESULT TO ED-DAYS
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING CR-CHECK-NO " " CR-EMP-ID "  " WS-PAYEE-NAME " "
               CR-ISSUE-DATE " " ED-AMOUNT " " ED-DAYS
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0500-PRINT-TOTALS.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "AGE          CHECKS          AMOUNT" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 5
               MOVE BTE-COUNT(B) TO ED-COUNT
               MOVE BTE-AMOUNT(B) TO ED-TOTAL
               MOVE SPACES TO WS-PS-TEXT-1
               STRING BKE-LABEL(B) "  " ED-COUNT "  " ED-TOTAL
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE WS-OUTSTANDING-COUNT TO ED-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "TOTAL        " ED-COUNT "  " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
