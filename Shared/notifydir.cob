       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYDIR.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NOTIFICATION CONTACT DIRECTORY MAINTENANCE. THE
      *            MEMBERSHIP, HOUSEHOLD, STUDENT, CLIENT AND STAFF
      *            MASTERS CARRY NO E-MAIL ADDRESS OR MOBILE NUMBER,
      *            SO THE PEOPLE THE NOTIFICATION OUTBOX (SEE
      *            Shared/notify.cob) WRITES TO ARE KEPT HERE, ON
      *            notifydir.dat, ONE LINE PER RECIPIENT TYPE AND
      *            ID: NAME, E-MAIL, MOBILE, POSTAL ADDRESS, THE
      *            PREFERRED CHANNEL (E, S OR L) AND WHETHER THEY
      *            AGREED TO BE CONTACTED AT ALL -- CONSENT IS Y
      *            ONLY WHEN THEY DID, AND notifysend.cob SENDS
      *            NOTHING OTHERWISE. SHOP CUSTOMERS ARE NOT KEPT
      *            HERE: THEIR DETAILS AND CC-CONSENT ARE ALREADY ON
      *            custcontact.dat AND THE DISPATCHER READS THEM
      *            THERE. L LISTS, A ADDS OR CHANGES, D DELETES.
      *            MAINTENANCE ROLE, UNDER THE SHARED SIGN-ON, AND
      *            EVERY CHANGE IS AUDITED.
      *    compile with (from the repo root) ->
      *        cobc -x -o notifydir Shared/notifydir.cob
      *    then run ./notifydir

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO WS-NOTIFYDIR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT notifysend READS.
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 ND-RECIP-TYPE    PIC X.
           05 ND-RECIP-ID      PIC X(10).
           05 ND-NAME          PIC X(30).
           05 ND-EMAIL         PIC X(40).
           05 ND-PHONE         PIC X(15).
           05 ND-STREET        PIC X(25).
           05 ND-CITY          PIC X(15).
           05 ND-POSTAL        PIC X(10).
           05 ND-CHANNEL       PIC X.
           05 ND-CONSENT       PIC X.

       WORKING-STORAGE SECTION.
       01  WS-ND-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ND-EOF           PIC X VALUE "N".
       01  WS-ND-OVERFLOW      PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-SEARCH-TYPE      PIC X VALUE SPACE.
       01  WS-SEARCH-ID        PIC X(10) VALUE SPACES.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-ENTRY-OK         PIC X VALUE "N".
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "NOTIFYDIR".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  DIRECTORY-TABLE.
           05 WS-ND-COUNT      PIC 9(3) VALUE 0.
           05 ND-ENTRY OCCURS 500 TIMES.
               10 NDT-RECIP-TYPE   PIC X.
               10 NDT-RECIP-ID     PIC X(10).
               10 NDT-NAME         PIC X(30).
               10 NDT-EMAIL        PIC X(40).
               10 NDT-PHONE        PIC X(15).
               10 NDT-STREET       PIC X(25).
               10 NDT-CITY         PIC X(15).
               10 NDT-POSTAL       PIC X(10).
               10 NDT-CHANNEL      PIC X.
               10 NDT-CONSENT      PIC X.
       01  D                   PIC 9(3) VALUE 1.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-NOTIFYDIR-LOGICAL PIC X(20) VALUE "notifydir.dat".
       01  WS-NOTIFYDIR-PATH   PIC X(50) VALUE "notifydir.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-NOTIFYDIR-LOGICAL
               WS-NOTIFYDIR-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-DIRECTORY
           IF WS-ND-OVERFLOW = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 CONTACTS ON FILE. SPLIT "
                   "notifydir.dat BEFORE MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-CONTACTS
                   WHEN "A"
                       PERFORM 0400-ADD-OR-CHANGE THRU 0400-EXIT
                   WHEN "D"
                       PERFORM 0500-DELETE-CONTACT THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-DIRECTORY.
           MOVE 0 TO WS-ND-COUNT
           OPEN INPUT DIRECTORY-FILE
           IF WS-ND-FILE-STATUS = "00"
               PERFORM UNTIL WS-ND-EOF = "Y"
                   READ DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-ND-EOF
                       NOT AT END
                       IF WS-ND-COUNT = 500
                           MOVE "Y" TO WS-ND-OVERFLOW
                       ELSE
                           ADD 1 TO WS-ND-COUNT
                           MOVE DIRECTORY-RECORD
                               TO ND-ENTRY(WS-ND-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DIRECTORY-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- NOTIFICATION CONTACT DIRECTORY -----"
           DISPLAY "L - LIST CONTACTS"
           DISPLAY "A - ADD OR CHANGE A CONTACT"
           DISPLAY "D - DELETE A CONTACT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-CONTACTS.
           IF WS-ND-COUNT = 0
               DISPLAY "NO CONTACTS ON FILE YET."
           ELSE
               DISPLAY "T ID         NAME                           "
                   "CH CONSENT"
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-ND-COUNT
                   DISPLAY NDT-RECIP-TYPE(D) " " NDT-RECIP-ID(D) " "
                       NDT-NAME(D) " " NDT-CHANNEL(D) "  "
                       NDT-CONSENT(D)
                   DISPLAY "    " NDT-EMAIL(D) " " NDT-PHONE(D)
                   DISPLAY "    " NDT-STREET(D) " " NDT-CITY(D) " "
                       NDT-POSTAL(D)
               END-PERFORM
           END-IF.

       0400-ADD-OR-CHANGE.
           PERFORM 0700-TAKE-KEY
           IF WS-ENTRY-OK = "N"
               GO TO 0400-EXIT
           END-IF
           IF WS-FOUND-INDEX = 0
               IF WS-ND-COUNT = 500
                   DISPLAY "CONTACT TABLE IS FULL (500)."
                   GO TO 0400-EXIT
               END-IF
               ADD 1 TO WS-ND-COUNT
               MOVE WS-ND-COUNT TO D
               MOVE SPACES TO ND-ENTRY(D)
               MOVE WS-SEARCH-TYPE TO NDT-RECIP-TYPE(D)
               MOVE WS-SEARCH-ID TO NDT-RECIP-ID(D)
           ELSE
               MOVE WS-FOUND-INDEX TO D
               DISPLAY "CHANGING " NDT-NAME(D)
           END-IF
           DISPLAY "ENTER NAME: "
           ACCEPT NDT-NAME(D)
           DISPLAY "ENTER E-MAIL ADDRESS (BLANK IF NONE): "
           ACCEPT NDT-EMAIL(D)
           DISPLAY "ENTER MOBILE NUMBER (BLANK IF NONE): "
           ACCEPT NDT-PHONE(D)
           DISPLAY "ENTER STREET: "
           ACCEPT NDT-STREET(D)
           DISPLAY "ENTER CITY: "
           ACCEPT NDT-CITY(D)
           DISPLAY "ENTER POSTAL CODE: "
           ACCEPT NDT-POSTAL(D)
           MOVE SPACE TO NDT-CHANNEL(D)
           PERFORM UNTIL NDT-CHANNEL(D) = "E" OR "S" OR "L"
               DISPLAY "PREFERRED CHANNEL (E-MAIL, S-SMS, L-LETTER): "
               ACCEPT NDT-CHANNEL(D)
               MOVE FUNCTION UPPER-CASE(NDT-CHANNEL(D))
                   TO NDT-CHANNEL(D)
           END-PERFORM
           MOVE SPACE TO NDT-CONSENT(D)
           PERFORM UNTIL NDT-CONSENT(D) = "Y" OR "N"
               DISPLAY "AGREED TO BE CONTACTED (Y/N): "
               ACCEPT NDT-CONSENT(D)
               MOVE FUNCTION UPPER-CASE(NDT-CONSENT(D))
                   TO NDT-CONSENT(D)
           END-PERFORM
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CONTACT " WS-SEARCH-TYPE " " WS-SEARCH-ID
               " CONSENT " NDT-CONSENT(D)
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0900-REWRITE-DIRECTORY
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CONTACT SAVED.".
       0400-EXIT.
           EXIT.

       0500-DELETE-CONTACT.
           PERFORM 0700-TAKE-KEY
           IF WS-ENTRY-OK = "N"
               GO TO 0500-EXIT
           END-IF
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO SUCH CONTACT ON FILE."
               GO TO 0500-EXIT
           END-IF
           PERFORM VARYING D FROM WS-FOUND-INDEX BY 1
                   UNTIL D NOT < WS-ND-COUNT
               MOVE ND-ENTRY(D + 1) TO ND-ENTRY(D)
           END-PERFORM
           SUBTRACT 1 FROM WS-ND-COUNT
           PERFORM 0900-REWRITE-DIRECTORY
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED CONTACT " WS-SEARCH-TYPE " " WS-SEARCH-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CONTACT DELETED.".
       0500-EXIT.
           EXIT.

      *    SHOP CUSTOMERS ("U") ARE KEPT ON custcontact.dat, NOT
      *    HERE -- TWO COPIES OF THEIR CONSENT WOULD DRIFT APART.
       0700-TAKE-KEY.
           MOVE "N" TO WS-ENTRY-OK
           DISPLAY "RECIPIENT TYPE (M-MEMBER, F-FAMILY, C-CLIENT, "
               "S-STAFF): "
           ACCEPT WS-SEARCH-TYPE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-TYPE) TO WS-SEARCH-TYPE
           IF WS-SEARCH-TYPE NOT = "M" AND NOT = "F" AND NOT = "C"
                   AND NOT = "S"
               DISPLAY "TYPE MUST BE M, F, C OR S. SHOP CUSTOMERS "
                   "ARE MAINTAINED THROUGH THE CUSTOMER SCREENS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RECIPIENT ID: "
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID = SPACES
               DISPLAY "RECIPIENT ID MAY NOT BE BLANK."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ENTRY-OK
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-ND-COUNT
               IF NDT-RECIP-TYPE(D) = WS-SEARCH-TYPE
                   AND NDT-RECIP-ID(D) = WS-SEARCH-ID
                   MOVE D TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0900-REWRITE-DIRECTORY.
           OPEN OUTPUT DIRECTORY-FILE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-ND-COUNT
               MOVE ND-ENTRY(D) TO DIRECTORY-RECORD
               WRITE DIRECTORY-RECORD
           END-PERFORM
           CLOSE DIRECTORY-FILE.
