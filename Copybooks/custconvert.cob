       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONVERT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    ONE-TIME CONVERSION UTILITY, THE SAME IDEA AS
      *            convertEmployee.cob. custmaster.dat USED TO BE A
      *            LINE SEQUENTIAL FILE THAT COPYBOOKS (main.cob)
      *            LOADED WHOLE INTO A TABLE AND REWROTE WHOLE FOR
      *            EVERY EDIT. IT IS NOW AN INDEXED FILE KEYED ON
      *            CM-ID, WITH AN ALTERNATE KEY ON CM-LAST-NAME
      *            (DUPLICATES ALLOWED) FOR BROWSING BY NAME, AND
      *            EVERY PROGRAM THAT READS OR WRITES THE CUSTOMER
      *            MASTER EXPECTS THAT FORM. TO CONVERT:
      *              1. RENAME THE OLD LINE SEQUENTIAL custmaster.dat
      *                 TO custmaster.dat.seq IN THE SAME DIRECTORY
      *                 (THE DIRECTORY THE ACTIVE ENVIRONMENT MAPS
      *                 custmaster.dat TO -- SEE Shared/envconfig.cob),
      *              2. RUN THIS PROGRAM ONCE.
      *            THE OLD FILE MAY BE IN ANY ORDER. A RECORD WHOSE
      *            CM-ID IS ALREADY ON THE NEW FILE IS REPORTED AND
      *            LEFT OUT (RETURN CODE 4) -- FOLD SUCH DUPLICATES
      *            THROUGH mergepurge.cob AFTERWARDS IF THEY ARE THE
      *            SAME PERSON, OR RE-KEY THEM THROUGH COPYBOOKS.
      *            THE .seq FILE IS LEFT UNTOUCHED.
      *    compile with (from the repo root) ->
      *        cobc -x -o custconvert Copybooks/custconvert.cob
      *    then run ./custconvert

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-CM-ID         PIC X(6).
           05 SEQ-CM-FIRST-NAME PIC X(15).
           05 SEQ-CM-LAST-NAME  PIC X(15).
           05 SEQ-CM-AGE        PIC 9(3).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 CM-FIRST-NAME    PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 CM-AGE           PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-SEQ-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X    VALUE "N".
       01  WS-SEQ-PATH         PIC X(50) VALUE SPACES.
       01  WS-CONVERTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-CUSTMASTER-LOGICAL PIC X(20) VALUE "custmaster.dat".
       01  WS-CUSTMASTER-PATH  PIC X(50) VALUE "custmaster.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           STRING WS-CUSTMASTER-PATH DELIMITED BY SPACE
               ".seq" DELIMITED BY SIZE INTO WS-SEQ-PATH
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-SEQ-PATH
               DISPLAY "STATUS = " WS-SEQ-FILE-STATUS
                   ". RENAME THE OLD custmaster.dat TO "
                   "custmaster.dat.seq FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE custmaster.dat, "
                   "STATUS = " WS-CM-FILE-STATUS
               CLOSE SEQ-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0100-CONVERT-RECORD
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "CONVERTED " WS-CONVERTED-COUNT
               " RECORDS TO INDEXED custmaster.dat."
           IF WS-REJECTED-COUNT > 0
               DISPLAY WS-REJECTED-COUNT " RECORD(S) LEFT OUT -- "
                   "SEE THE MESSAGES ABOVE."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-CONVERT-RECORD.
           MOVE SEQ-CM-ID          TO CM-ID
           MOVE SEQ-CM-FIRST-NAME  TO CM-FIRST-NAME
           MOVE SEQ-CM-LAST-NAME   TO CM-LAST-NAME
           MOVE SEQ-CM-AGE         TO CM-AGE
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CM-ID " CM-ID " (" CM-LAST-NAME
                       ") IS ALREADY ON FILE -- LEFT OUT."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
