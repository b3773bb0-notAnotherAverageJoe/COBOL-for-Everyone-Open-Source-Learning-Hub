       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURCONVERT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ONE-TIME CONVERSION UTILITY FOR THE JURISDICTION
      *            SPLIT. payhist.dat NOW CARRIES THE TAX OF EACH
      *            PAYMENT BROKEN OUT BY TAXING JURISDICTION (UP TO
      *            THREE SLOTS) AND ytd.dat CARRIES THE YEAR'S
      *            ACCUMULATION BY JURISDICTION (UP TO SIX SLOTS),
      *            SO BOTH RECORDS GREW. BEFORE THE FIRST RUN UNDER
      *            THE NEW LAYOUT THE OPERATOR RENAMES payhist.dat
      *            TO payhist.old AND ytd.dat TO ytd.old; THIS
      *            PROGRAM READS THE OLD LAYOUTS AND WRITES THE NEW
      *            FILES, CARRYING EVERY EXISTING TAX AMOUNT IN FULL
      *            AS FEDERAL ("FED") -- BEFORE THE WORK-LOCATION
      *            MASTER THERE WAS NO OTHER JURISDICTION. THE OLD
      *            FILES ARE LEFT IN PLACE. THE RUN REFUSES TO
      *            OVERWRITE AN EXISTING payhist.dat OR ytd.dat.
      *    compile with ->  cobc -x -o jurconvert jurconvert.cob
      *    then run ./jurconvert

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
           05 OH-GROSS         PIC S9(7)V99.
           05 OH-TAX           PIC S9(7)V99.
           05 OH-DEDUCTIONS    PIC S9(7)V99.
           05 OH-NET           PIC S9(7)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-PAY-DATE  PIC X(8).
               10 PH-EMP-ID    PIC X(5).
               10 PH-SEQ       PIC 9(2).
           05 PH-GROSS         PIC S9(7)V99.
           05 PH-TAX           PIC S9(7)V99.
           05 PH-DEDUCTIONS    PIC S9(7)V99.
           05 PH-NET           PIC S9(7)V99.
           05 PH-JURIS-SPLIT OCCURS 3 TIMES.
               10 PH-JURIS-CODE    PIC X(4).
               10 PH-JURIS-TAX     PIC S9(7)V99.
           05 PH-COMPANY       PIC X(4).

       FD  OLD-YTD-FILE.
       01  OLD-YTD-RECORD.
           05 OY-EMP-ID        PIC X(5).
           05 OY-YEAR          PIC X(4).
           05 OY-GROSS         PIC 9(9)V99.
           05 OY-TAX           PIC 9(9)V99.
           05 OY-DEDUCTIONS    PIC 9(9)V99.
           05 OY-NET           PIC S9(9)V99.

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-YEAR         PIC X(4).
           05 YTD-GROSS        PIC 9(9)V99.
           05 YTD-TAX          PIC 9(9)V99.
           05 YTD-DEDUCTIONS   PIC 9(9)V99.
           05 YTD-NET          PIC S9(9)V99.
           05 YTD-JURIS-SPLIT OCCURS 6 TIMES.
               10 YTD-JURIS-CODE   PIC X(4).
               10 YTD-JURIS-TAX    PIC S9(9)V99.
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
       01  YJ                  PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
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
               WS-YTD-COUNT " YTD RECORDS TO THE JURISDICTION "
               "LAYOUT."
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " RECORDS COULD NOT "
                   "BE WRITTEN -- SEE MESSAGES ABOVE. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "payhist.old AND ytd.old ARE NOW RETIRED -- "
               "NOTHING READS THEM ANY MORE."
           GOBACK.

      *    NO OLD HISTORY MEANS A SHOP STARTING CLEAN -- AN EMPTY
      *    FILE IN THE NEW LAYOUT IS ALL THE PAY CHAIN NEEDS.
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
           MOVE OH-KEY        TO PH-KEY
           MOVE OH-GROSS      TO PH-GROSS
           MOVE OH-TAX        TO PH-TAX
           MOVE OH-DEDUCTIONS TO PH-DEDUCTIONS
           MOVE OH-NET        TO PH-NET
           MOVE "FED"         TO PH-JURIS-CODE(1)
           MOVE OH-TAX        TO PH-JURIS-TAX(1)
           MOVE SPACES        TO PH-JURIS-CODE(2) PH-JURIS-CODE(3)
           MOVE 0             TO PH-JURIS-TAX(2) PH-JURIS-TAX(3)
           MOVE SPACES        TO PH-COMPANY
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
           MOVE OY-EMP-ID      TO YTD-EMP-ID
           MOVE OY-YEAR        TO YTD-YEAR
           MOVE OY-GROSS       TO YTD-GROSS
           MOVE OY-TAX         TO YTD-TAX
           MOVE OY-DEDUCTIONS  TO YTD-DEDUCTIONS
           MOVE OY-NET         TO YTD-NET
           PERFORM VARYING YJ FROM 1 BY 1 UNTIL YJ > 6
               MOVE SPACES TO YTD-JURIS-CODE(YJ)
               MOVE 0 TO YTD-JURIS-TAX(YJ)
           END-PERFORM
           MOVE "FED"          TO YTD-JURIS-CODE(1)
           MOVE OY-TAX         TO YTD-JURIS-TAX(1)
           MOVE SPACES         TO YTD-COMPANY
           WRITE YTD-RECORD
           IF WS-YTD-FILE-STATUS = "00"
               ADD 1 TO WS-YTD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR WRITING YTD " OY-EMP-ID
                   ", STATUS = " WS-YTD-FILE-STATUS
           END-IF.
