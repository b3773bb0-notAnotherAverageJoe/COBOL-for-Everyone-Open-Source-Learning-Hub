       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPCONVERT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ONE-TIME CONVERSION UTILITY FOR MULTI-COMPANY
      *            PAYROLL. EVERY PAYMENT ON payhist.dat AND EVERY
      *            YEAR-TO-DATE RECORD ON ytd.dat NOW CARRIES THE
      *            CODE OF THE COMPANY THAT MADE IT, SO BOTH
      *            RECORDS GREW. SET UP THE COMPANIES AND THE
      *            EMPLOYEE ASSIGNMENTS WITH compmaint.cob FIRST,
      *            THEN RENAME payhist.dat TO payhist.old AND
      *            ytd.dat TO ytd.old; THIS PROGRAM READS THE OLD
      *            LAYOUTS AND WRITES THE NEW FILES, STAMPING EACH
      *            RECORD WITH THE EMPLOYEE'S CURRENT COMPANY
      *            (THE HOME COMPANY FOR EVERYONE NOT ASSIGNED
      *            ELSEWHERE). THE OLD FILES ARE LEFT IN PLACE.
      *            THE RUN REFUSES TO OVERWRITE AN EXISTING
      *            payhist.dat OR ytd.dat, AND REFUSES TO RUN
      *            BEFORE companies.dat EXISTS.
      *    compile with ->  cobc -x -o compconvert compconvert.cob
      *    then run ./compconvert

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "payhist.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-OH-FILE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT OLD-YTD-FILE ASSIGN TO "ytd.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EMP-ID
               FILE STATUS IS WS-OY-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OH-KEY.
               10 OH-PAY-DATE  PIC X(8).
               10 OH-EMP-ID    PIC X(5).
               10 OH-SEQ       PIC 9(2).
           05 OH-BODY          PIC X(75).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-PAY-DATE  PIC X(8).
               10 PH-EMP-ID    PIC X(5).
               10 PH-SEQ       PIC 9(2).
           05 PH-BODY          PIC X(75).
           05 PH-COMPANY       PIC X(4).

       FD  OLD-YTD-FILE.
       01  OLD-YTD-RECORD.
           05 OY-EMP-ID        PIC X(5).
           05 OY-BODY          PIC X(138).

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-BODY         PIC X(138).
           05 YTD-COMPANY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-OH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OY-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-YTD-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-PH-COUNT         PIC 9(5) VALUE 0.
       01  WS-YTD-COUNT        PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(5) VALUE 0.

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
           MOVE "C" TO WS-CO-FUNCTION
           MOVE SPACES TO WS-CO-CODE
           CALL "COMPANY" USING COMPANY-FIELDS
           IF WS-CO-RESULT NOT = "Y"
               DISPLAY "companies.dat HAS NO HOME COMPANY -- SET UP "
                   "THE COMPANIES WITH compmaint FIRST. NOTHING "
                   "DONE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PH-FILE-STATUS = "00"
               CLOSE PAY-HISTORY-FILE
               DISPLAY "payhist.dat ALREADY EXISTS -- RENAME IT TO "
                   "payhist.old FIRST, OR THE CONVERSION HAS "
                   "ALREADY RUN. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-FILE-STATUS = "00"
               CLOSE YTD-FILE
               DISPLAY "ytd.dat ALREADY EXISTS -- RENAME IT TO "
                   "ytd.old FIRST, OR THE CONVERSION HAS "
                   "ALREADY RUN. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-CONVERT-HISTORY
           PERFORM 0200-CONVERT-YTD
           DISPLAY "CONVERTED " WS-PH-COUNT " HISTORY RECORDS AND "
               WS-YTD-COUNT " YTD RECORDS TO THE COMPANY LAYOUT."
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " RECORDS COULD NOT "
                   "BE WRITTEN -- SEE MESSAGES ABOVE. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "payhist.old AND ytd.old ARE NOW RETIRED -- "
               "NOTHING READS THEM ANY MORE."
           GOBACK.

       0100-CONVERT-HISTORY.
           OPEN OUTPUT PAY-HISTORY-FILE
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OH-FILE-STATUS NOT = "00"
               DISPLAY "NO payhist.old TO CONVERT -- payhist.dat "
                   "CREATED EMPTY."
               CLOSE PAY-HISTORY-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 0150-CONVERT-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *    THE OLD FILE IS READ IN KEY ORDER, SO THE NEW ONE IS
      *    WRITTEN IN KEY ORDER UNDER THE SAME KEYS.
       0150-CONVERT-HISTORY-RECORD.
           MOVE OH-KEY  TO PH-KEY
           MOVE OH-BODY TO PH-BODY
           MOVE "E" TO WS-CO-FUNCTION
           MOVE OH-EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           MOVE WS-CO-CODE TO PH-COMPANY
           WRITE PAY-HISTORY-RECORD
           IF WS-PH-FILE-STATUS = "00"
               ADD 1 TO WS-PH-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR WRITING " OH-PAY-DATE "/" OH-EMP-ID
                   ", STATUS = " WS-PH-FILE-STATUS
           END-IF.

       0200-CONVERT-YTD.
           OPEN OUTPUT YTD-FILE
           OPEN INPUT OLD-YTD-FILE
           IF WS-OY-FILE-STATUS NOT = "00"
               DISPLAY "NO ytd.old TO CONVERT -- ytd.dat CREATED "
                   "EMPTY."
               CLOSE YTD-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-YTD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 0250-CONVERT-YTD-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-YTD-FILE
               CLOSE YTD-FILE
           END-IF.

       0250-CONVERT-YTD-RECORD.
           MOVE OY-EMP-ID TO YTD-EMP-ID
           MOVE OY-BODY   TO YTD-BODY
           MOVE "E" TO WS-CO-FUNCTION
           MOVE OY-EMP-ID TO WS-CO-EMP-ID
           CALL "COMPANY" USING COMPANY-FIELDS
           MOVE WS-CO-CODE TO YTD-COMPANY
           WRITE YTD-RECORD
           IF WS-YTD-FILE-STATUS = "00"
               ADD 1 TO WS-YTD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR WRITING YTD " OY-EMP-ID
                   ", STATUS = " WS-YTD-FILE-STATUS
           END-IF.
