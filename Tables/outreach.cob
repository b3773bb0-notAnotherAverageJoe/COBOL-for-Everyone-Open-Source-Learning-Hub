      *            CONTACT REGISTER contactreg.dat (DATE, STUDENT,
      *            LETTER TYPE) SO A FOLLOW-UP CALL CAN CONFIRM
      *            WHAT WENT OUT, AND WHEN.
      *            THE FEE BILLING RUN (feebill.cob) LEAVES A LIST
      *            OF STUDENTS WITH FEES UNPAID PAST ITS CUT-OFF
      *            DATE ON feeoverdue.dat; EACH OF THEM GETS A
      *            THIRD WORDING ASKING THE FAMILY TO SETTLE WITH
      *            THE OFFICE, REGISTERED AS "FEES OVERDUE". EITHER
      *            INPUT MAY BE ABSENT -- THE RUN ONLY STOPS WHEN
      *            THERE IS NEITHER.
      *    compile with ->  cobc -x -o outreach outreach.cob
      *    then run ./outreach

           SELECT RESULTS-FILE ASSIGN TO "eligresults.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT FEE-OVERDUE-FILE ASSIGN TO "feeoverdue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FO-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 ER-ATTEND-PCT    PIC 9(3).
           05 ER-FLAG          PIC X(14).

      *    WRITTEN BY feebill -- ONE LINE PER STUDENT PAST DUE.
       FD  FEE-OVERDUE-FILE.
       01  FEE-OVERDUE-RECORD.
           05 FO-STUDENT-ID    PIC X(5).
           05 FO-CUTOFF-DATE   PIC X(8).
           05 FO-OLDEST-DUE    PIC X(8).
           05 FO-INVOICES      PIC 9(3).
           05 FO-BALANCE       PIC 9(7)V99.

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ER-EOF           PIC X VALUE "N".
       01  WS-FO-EOF           PIC X VALUE "N".
       01  WS-ER-OPEN          PIC X VALUE "N".
       01  WS-FO-OPEN          PIC X VALUE "N".
       01  WS-FEE-LETTER-COUNT PIC 9(3) VALUE 0.
       01  ED-BALANCE          PIC Z,ZZZ,ZZ9.99.
       01  WS-TODAY            PIC X(8).
       01  WS-LETTER-COUNT     PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(3) VALUE 0.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT RESULTS-FILE
           IF WS-ER-FILE-STATUS = "00"
               MOVE "Y" TO WS-ER-OPEN
           END-IF
           OPEN INPUT FEE-OVERDUE-FILE
           IF WS-FO-FILE-STATUS = "00"
               MOVE "Y" TO WS-FO-OPEN
           END-IF
           IF WS-ER-OPEN = "N" AND WS-FO-OPEN = "N"
               DISPLAY "NO ELIGIBILITY RESULTS AND NO FEES-OVERDUE "
                   "LIST ON FILE. RUN eligibility OR feebill FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "ERROR: NO STUDENT DIRECTORY ON FILE. THE "
                   "LETTERS NEED NAMES AND CONTACTS -- BUILD IT "
                   "WITH studreg."
               IF WS-ER-OPEN = "Y"
                   CLOSE RESULTS-FILE
               END-IF
               IF WS-FO-OPEN = "Y"
                   CLOSE FEE-OVERDUE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
           PERFORM 0100-OPEN-CONTACT-REGISTER
           IF WS-ER-OPEN = "Y"
               PERFORM UNTIL WS-ER-EOF = "Y"
                   READ RESULTS-FILE
                       AT END
                           MOVE "Y" TO WS-ER-EOF
                       NOT AT END
                           PERFORM 0200-WRITE-ONE-LETTER
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF
           IF WS-FO-OPEN = "Y"
               PERFORM UNTIL WS-FO-EOF = "Y"
                   READ FEE-OVERDUE-FILE
                       AT END
                           MOVE "Y" TO WS-FO-EOF
                       NOT AT END
                           PERFORM 0500-WRITE-FEE-LETTER
                   END-READ
               END-PERFORM
               CLOSE FEE-OVERDUE-FILE
           END-IF
           CLOSE STUDENT-DIR-FILE
           CLOSE LETTER-FILE
           CLOSE CONTACT-REG-FILE
           DISPLAY WS-LETTER-COUNT " LETTERS WRITTEN TO "
               "outreachletters.txt AND REGISTERED ON "
               "contactreg.dat."
           IF WS-FEE-LETTER-COUNT > 0
               DISPLAY WS-FEE-LETTER-COUNT " OF THEM ARE FEES-"
                   "OVERDUE LETTERS."
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY "*** " WS-MISSING-COUNT " FLAGGED STUDENTS "
                   "ARE NOT ON THE DIRECTORY -- NO LETTER WENT "
           MOVE ER-SECTION     TO CG-SECTION
           MOVE ER-FLAG        TO CG-LETTER-TYPE
           WRITE CONTACT-REG-RECORD.

       0500-WRITE-FEE-LETTER.
           MOVE FO-STUDENT-ID TO SD-STUDENT-ID
           READ STUDENT-DIR-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "NO DIRECTORY ENTRY FOR " FO-STUDENT-ID
                       " -- LETTER SKIPPED."
               NOT INVALID KEY
                   PERFORM 0600-FORMAT-FEE-LETTER
                   MOVE WS-TODAY       TO CG-SEND-DATE
                   MOVE FO-STUDENT-ID  TO CG-STUDENT-ID
                   MOVE SPACES         TO CG-SECTION
                   MOVE "FEES OVERDUE" TO CG-LETTER-TYPE
                   WRITE CONTACT-REG-RECORD
           END-READ.

      *    THE FEES WORDING: WHAT IS PAST DUE AND SINCE WHEN, AND A
      *    REQUEST TO PAY OR TALK TO THE OFFICE ABOUT A WAIVER.
       0600-FORMAT-FEE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-FEE-LETTER-COUNT
           MOVE ALL "=" TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE
           STRING "DATE: " WS-TODAY "    RE: " SD-NAME
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE
           STRING "TO THE FAMILY OF " SD-NAME
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE
           STRING "CONTACT: " SD-CONTACT
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE FO-BALANCE TO ED-BALANCE
           MOVE SPACES TO WS-LETTER-LINE
           STRING "OUR RECORDS SHOW " ED-BALANCE " IN COURSE AND "
               "ACTIVITY FEES"
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE
           STRING "UNPAID AT " FO-CUTOFF-DATE ", THE OLDEST DUE "
               "ON " FO-OLDEST-DUE "."
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "PLEASE SETTLE WITH THE OFFICE, OR CALL US IF YOU "
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "WOULD LIKE TO DISCUSS A PAYMENT PLAN OR A WAIVER."
               TO LETTER-RECORD
           WRITE LETTER-RECORD.
