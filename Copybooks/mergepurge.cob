      *            SURVIVOR HAS NONE), JOURNALS EVERY MERGE TO
      *            mergejournal.dat, AND PRINTS A MERGE REPORT.
      *            ONE CUSTOMER, ONE RECORD.
      *            custmaster.dat IS INDEXED ON CM-ID: THE NAMES ARE
      *            READ INTO A TABLE FOR THE PAIR SCAN, AND EACH
      *            DUPLICATE FOLDED AWAY IS DELETED FROM THE MASTER
      *            BY ITS KEY -- THE SURVIVORS ARE NEVER REWRITTEN.
      *    compile with (from the repo root) ->
      *        cobc -x -o mergepurge Copybooks/mergepurge.cob
      *    then run ./mergepurge
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AND KEYS COPYBOOKS MAINTAINS.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
       01  WS-PAIR-COUNT       PIC 9(4) VALUE 0.
       01  WS-MERGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(4) VALUE 0.
       01  I                   PIC 9(4) VALUE 1.
       01  J                   PIC 9(4) VALUE 1.
       01  C                   PIC 9(3) VALUE 1.
       01  WS-KEEP-INDEX       PIC 9(4) VALUE 0.
       01  WS-DROP-INDEX       PIC 9(4) VALUE 0.
       01  WS-KEEP-HAS-CONTACT PIC X VALUE "N".
       01  WS-CONTACT-CHANGED  PIC X VALUE "N".

           05 WS-LAST-J        PIC X(15).

       01  CUSTOMER-TABLE.
           05 WS-CT-COUNT      PIC 9(4) VALUE 0.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-ID          PIC X(6).
               10 CT-FIRST-NAME  PIC X(15).
               10 CT-LAST-NAME   PIC X(15).
                   "NOTHING TO MERGE."
               GOBACK
           END-IF
      *    NOTHING IS REWRITTEN FROM THE TABLE, SO A FULL ONE LOSES
      *    NO DATA -- THE CUSTOMERS PAST IT ARE JUST NOT COMPARED.
           IF WS-CT-COUNT = 1000 AND WS-CM-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 1000 CUSTOMERS ON FILE -- ONLY "
                   "THE FIRST 1000 BY CM-ID ARE SCANNED. ***"
           END-IF
           PERFORM 0150-LOAD-CONTACT-TABLE
           IF WS-CC-COUNT = 100 AND WS-CC-EOF NOT = "Y"
               GOBACK
           END-IF
           PERFORM 0200-SCAN-FOR-PAIRS
           PERFORM 0700-DELETE-DUPLICATES
           IF WS-CONTACT-CHANGED = "Y"
               PERFORM 0750-REWRITE-CONTACTS
           END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CM-EOF = "Y" OR WS-CT-COUNT = 1000
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CM-EOF
                   NOT AT END
           WRITE MERGE-JOURNAL-RECORD
           CLOSE MERGE-JOURNAL-FILE.

       0700-DELETE-DUPLICATES.
           IF WS-MERGE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CT-COUNT
               IF CT-DROPPED(I) = "Y"
                   MOVE CT-ID(I) TO CM-ID
                   DELETE CUSTOMER-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** " CM-ID " WAS ALREADY GONE "
                               "FROM custmaster.dat. ***"
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.
