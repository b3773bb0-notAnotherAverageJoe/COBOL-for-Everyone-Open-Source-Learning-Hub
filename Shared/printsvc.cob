      *            DATE, ENVIRONMENT, PAGE NUMBER), A FIXED
      *            LINES-PER-PAGE WITH AUTOMATIC HEADING REPRINT,
      *            AND THE END-OF-REPORT TRAILER WITH THE DETAIL
      *            COUNT. ONE REPORT IS OPEN AT A TIME. WHEN THE
      *            RUN IS FOR ONE COMPANY (SEE Shared/company.cob)
      *            THE HEADING NAMES THE COMPANY TOO, SO NO PAGE OF
      *            ONE COMPANY'S REPORT PASSES FOR THE OTHER'S.
      *    CALL "PRINTSVC" USING LS-FUNCTION LS-TEXT-1 LS-TEXT-2.
      *        LS-FUNCTION PIC X:
      *          "O" = OPEN. LS-TEXT-1 = THE PRINT FILE'S LOGICAL
       01  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
       01  WS-REPORT-OPEN      PIC X VALUE "N".
       01  WS-HEADING-LINE     PIC X(132) VALUE SPACES.
       01  WS-HEADING-PTR      PIC 9(3) VALUE 1.
      *    FIFTY-FIVE DETAIL LINES TO A PAGE, AS THE SHOP'S
      *    GREENBAR ALWAYS HELD.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.
       01  WS-ARCHIVE-PATH     PIC X(50) VALUE SPACES.
       01  WS-NEXT-ARCH-NO     PIC 9(5) VALUE 0.
       01  SESSION-ENVIRONMENT PIC X(8) EXTERNAL.
       01  PAYROLL-COMPANY     PIC X(4) EXTERNAL.

       LINKAGE SECTION.
       01  LS-FUNCTION         PIC X.
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO WS-HEADING-LINE
           MOVE 1 TO WS-HEADING-PTR
           STRING FUNCTION TRIM(WS-REPORT-TITLE)
               "   RUN " WS-RUN-DATE
               "   ENV " SESSION-ENVIRONMENT
               "   PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO WS-HEADING-LINE
               WITH POINTER WS-HEADING-PTR
           IF PAYROLL-COMPANY NOT = SPACES
                   AND PAYROLL-COMPANY NOT = LOW-VALUES
               STRING "   CO " PAYROLL-COMPANY
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
                   WITH POINTER WS-HEADING-PTR
           END-IF
           MOVE WS-HEADING-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
