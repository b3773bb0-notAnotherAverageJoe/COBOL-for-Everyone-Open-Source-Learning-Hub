      *            AN OPERATOR MUST SIGN ON (SEE Shared/signon.cob)
      *            BEFORE ANY CUSTOMER MAINTENANCE FUNCTION IS
      *            ALLOWED TO RUN.
      *            custmaster.dat IS INDEXED ON CM-ID WITH AN
      *            ALTERNATE KEY ON CM-LAST-NAME (DUPLICATES
      *            ALLOWED): A CUSTOMER IS READ, REWRITTEN OR
      *            DELETED DIRECTLY BY KEY, AND THE OPERATOR CAN
      *            BROWSE THE CUSTOMERS IN LAST-NAME ORDER FROM ANY
      *            STARTING NAME AND OPEN ONE FROM THE LIST. A SHOP
      *            STILL HOLDING THE OLD LINE SEQUENTIAL FILE RUNS
      *            custconvert.cob ONCE FIRST.
      *            THE STREET, PHONE AND E-MAIL ARE HELD ENCRYPTED
      *            ON custcontact.dat (SEE Shared/fieldcrypt.cob):
      *            THEY ARE ENCRYPTED AS THEY ARE KEYED, SHOWN CLEAR
      *            TO THE MAINTENANCE AND ADMIN ROLES AND MASKED TO
      *            AN INQUIRY OPERATOR.
      *    compile with ->  cobc -x -o main main.cob
      *    then run ./main
      *
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
       01  WS-DUPLICATE-FOUND PIC X   VALUE "N".
       01  WS-MAIN-CHOICE    PIC 9    VALUE 1.
       01  WS-SEARCH-KEY     PIC X(15).
       01  WS-INQUIRY-CHOICE PIC X(1).
       01  WS-SAVED-SWITCH   PIC X    VALUE "N".
       01  WS-BROWSE-NAME    PIC X(15).
       01  WS-BROWSE-COUNT   PIC 9(2) VALUE 0.
       01  WS-BROWSE-MORE    PIC X(1).
       01  WS-SIGNON-RESULT  PIC X    VALUE "N".
       01  WS-OPERATOR-ID    PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE  PIC X VALUE SPACE.
       01  WS-CC-COUNT       PIC 9(3) VALUE 0.
       01  WS-CC-INDEX       PIC 9(3) VALUE 0.
       01  C                 PIC 9(3) VALUE 1.
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION PIC X.
           05 WS-FC-FILE     PIC X VALUE "C".
           05 WS-FC-LENGTH   PIC 9(2).
           05 WS-FC-VALUE    PIC X(40).

       01  CONTACT-TABLE.
           05 CONTACT-ENTRY OCCURS 100 TIMES.
               10 CNT-CONSENT    PIC X.
               10 CNT-STATUS     PIC X.

       COPY 'dry.cpy'.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT

           DISPLAY "1 = ADD A NEW CUSTOMER".
           DISPLAY "2 = SEARCH/UPDATE/DELETE A CUSTOMER BY ID".
           DISPLAY "3 = BROWSE CUSTOMERS BY LAST NAME".
           ACCEPT WS-MAIN-CHOICE.

           IF WS-MAIN-CHOICE = 2
               PERFORM 0400-CUSTOMER-INQUIRY
           ELSE
           IF WS-MAIN-CHOICE = 3
               PERFORM 0900-BROWSE-BY-LAST-NAME
           ELSE
      *        ADDING A CUSTOMER IS MAINTENANCE -- AN INQUIRY-ROLE
      *        OPERATOR MAY LOOK BUT NOT TOUCH.
           IF WS-OPERATOR-ROLE NOT = "M"
               ELSE
                   PERFORM 0300-GENERATE-CUSTOMER-ID
                   PERFORM 0200-SAVE-CUSTOMER
                   IF WS-SAVED-SWITCH = "Y"
                   DISPLAY "Customer Created! ID = " CUSTOMER-ID
                   DISPLAY "Would you like to see the customers"
                       " details? (Y/N)"
                   ELSE
                        DISPLAY "Have a nice day!"
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.


           IF WS-CM-FILE-STATUS = "00"
               DISPLAY "EXISTING CUSTOMERS:"
               PERFORM UNTIL WS-CM-EOF = "Y"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END

      *    REJECTS A NEW CUSTOMER WHOSE FIRST/LAST NAME MATCHES ONE
      *    ALREADY ON FILE, SO THE SAME PERSON CAN'T BE ADDED TWICE.
      *    ONLY THE CUSTOMERS SHARING THE LAST NAME ARE READ -- THE
      *    ALTERNATE KEY POSITIONS STRAIGHT ONTO THEM.
       0150-CHECK-DUPLICATE.
           MOVE "N" TO WS-CM-EOF
           MOVE "N" TO WS-DUPLICATE-FOUND
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS = "00"
               MOVE LAST-NAME TO CM-LAST-NAME
               START CUSTOMER-MASTER-FILE KEY IS = CM-LAST-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-CM-EOF
               END-START
               PERFORM UNTIL WS-CM-EOF = "Y"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END
                           IF CM-LAST-NAME NOT = LAST-NAME
                               MOVE "Y" TO WS-CM-EOF
                           ELSE
                               IF CM-FIRST-NAME = FIRST-NAME
                                   MOVE "Y" TO WS-DUPLICATE-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ADD 1 TO WS-CM-MAX-ID
           MOVE WS-CM-MAX-ID TO CUSTOMER-ID.

      *    ADDS THE JUST-ENTERED CUSTOMER TO custmaster.dat SO IT
      *    SURVIVES PAST THIS RUN.
       0200-SAVE-CUSTOMER.
           MOVE "N" TO WS-SAVED-SWITCH
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS = "35"
      *        FILE DOES NOT EXIST YET - CREATE IT
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN custmaster.dat, "
                   "STATUS = " WS-CM-FILE-STATUS
           ELSE
               MOVE CUSTOMER-ID TO CM-ID
               MOVE FIRST-NAME TO CM-FIRST-NAME
               MOVE LAST-NAME TO CM-LAST-NAME
               MOVE AGE TO CM-AGE
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER-ID " CM-ID " IS ALREADY ON "
                           "FILE. NO NEW RECORD CREATED."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SAVED-SWITCH
               END-WRITE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    LETS THE USER PULL UP A CUSTOMER CREATED IN ANY EARLIER
      *    RUN BY ID, THEN EDIT THEIR NAME/AGE OR DELETE THE RECORD.
      *    custmaster.dat IS INDEXED ON CM-ID, SO THE ONE CUSTOMER
      *    IS READ, REWRITTEN OR DELETED IN PLACE -- NOTHING ELSE
      *    ON THE FILE IS TOUCHED.
       0400-CUSTOMER-INQUIRY.
           DISPLAY "Enter the Customer ID to look up: "
           MOVE SPACES TO WS-SEARCH-KEY
           ACCEPT WS-SEARCH-KEY(1:6)
           PERFORM 0450-INQUIRE-ON-ID.

      *    WS-SEARCH-KEY(1:6) HOLDS THE CUSTOMER ID -- KEYED IN AT
      *    0400 OR PICKED FROM THE LAST-NAME BROWSE.
       0450-INQUIRE-ON-ID.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMERS ON FILE YET."
           ELSE
               MOVE WS-SEARCH-KEY(1:6) TO CM-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "NO CUSTOMER FOUND WITH THAT ID."
                   NOT INVALID KEY
                       PERFORM 0500-SHOW-AND-MAINTAIN
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0500-SHOW-AND-MAINTAIN.
           DISPLAY "Customer's ID: " CM-ID
           DISPLAY "Customer's First Name: " CM-FIRST-NAME
           DISPLAY "Customer's Last Name: " CM-LAST-NAME
           DISPLAY "Customer's Age: " CM-AGE
           PERFORM 0800-SHOW-CONTACT-DETAILS
           DISPLAY "E = EDIT, D = DELETE, C = CONTACT"
               " DETAILS, ANY OTHER KEY = LEAVE UNCHANGED"
           ACCEPT WS-INQUIRY-CHOICE
           IF (WS-INQUIRY-CHOICE = "E" OR "e" OR "D"
                   OR "d" OR "C" OR "c")
               AND WS-OPERATOR-ROLE NOT = "M"
               AND WS-OPERATOR-ROLE NOT = "A"
      *        LOOKUPS STAY OPEN TO THE INQUIRY ROLE; THE
      *        CHANGES BEHIND THESE KEYS DO NOT.
               DISPLAY "YOUR ROLE DOES NOT ALLOW CUSTOMER "
                   "MAINTENANCE."
               MOVE SPACE TO WS-INQUIRY-CHOICE
           END-IF
           EVALUATE WS-INQUIRY-CHOICE
               WHEN "E" WHEN "e"
                   PERFORM 0600-EDIT-CUSTOMER
               WHEN "D" WHEN "d"
                   PERFORM 0700-DELETE-CUSTOMER
               WHEN "C" WHEN "c"
                   PERFORM 0850-MAINTAIN-CONTACT
               WHEN OTHER
                   DISPLAY "NO CHANGES MADE."
           END-EVALUATE.

      *    PROMPTS FOR NEW FIRST/LAST NAME AND AGE AND REWRITES THE
      *    RECORD. THE CUSTOMER ID ITSELF NEVER CHANGES; A NEW LAST
      *    NAME MOVES THE CUSTOMER IN THE LAST-NAME BROWSE.
       0600-EDIT-CUSTOMER.
           DISPLAY "Enter new first name: ".
           ACCEPT FIRST-NAME.
           ACCEPT LAST-NAME.
           DISPLAY "Enter new age: ".
           ACCEPT AGE.
           MOVE FIRST-NAME TO CM-FIRST-NAME
           MOVE LAST-NAME TO CM-LAST-NAME
           MOVE AGE TO CM-AGE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CUSTOMER, STATUS = "
                       WS-CM-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "CUSTOMER UPDATED."
           END-REWRITE.

       0700-DELETE-CUSTOMER.
           DELETE CUSTOMER-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING CUSTOMER, STATUS = "
                       WS-CM-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "CUSTOMER DELETED."
           END-DELETE.

      *    SHOWS THE CONTACT DETAILS ON FILE FOR THE CUSTOMER BEING
      *    INQUIRED ON, OR SAYS THERE ARE NONE YET.
           IF WS-CC-INDEX = 0
               DISPLAY "(NO CONTACT DETAILS ON FILE)"
           ELSE
               IF WS-OPERATOR-ROLE = "M" OR WS-OPERATOR-ROLE = "A"
                   MOVE "D" TO WS-FC-FUNCTION
               ELSE
                   MOVE "M" TO WS-FC-FUNCTION
               END-IF
               MOVE CNT-STREET(WS-CC-INDEX) TO WS-FC-VALUE
               MOVE 25 TO WS-FC-LENGTH
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               DISPLAY "Street:  " WS-FC-VALUE(1:25)
               DISPLAY "City:    " CNT-CITY(WS-CC-INDEX)
               DISPLAY "Postal:  " CNT-POSTAL(WS-CC-INDEX)
               MOVE CNT-PHONE(WS-CC-INDEX) TO WS-FC-VALUE
               MOVE 12 TO WS-FC-LENGTH
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               DISPLAY "Phone:   " WS-FC-VALUE(1:12)
               MOVE CNT-EMAIL(WS-CC-INDEX) TO WS-FC-VALUE
               MOVE 30 TO WS-FC-LENGTH
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               DISPLAY "Email:   " WS-FC-VALUE(1:30)
               DISPLAY "Mailing consent: " CNT-CONSENT(WS-CC-INDEX)
               IF CNT-STATUS(WS-CC-INDEX) = "U"
                   DISPLAY "*** ADDRESS FLAGGED UNDELIVERABLE -- "
               ELSE
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-INDEX
                   MOVE CM-ID TO CNT-ID(WS-CC-INDEX)
               END-IF
           END-IF
           IF WS-CC-INDEX NOT = 0
      *        STANDARDIZATION PASS YET -- AN OLD UNDELIVERABLE
      *        FLAG NO LONGER DESCRIBES THEM.
               MOVE SPACES TO CNT-STATUS(WS-CC-INDEX)
               PERFORM 0855-ENCRYPT-CONTACT
               PERFORM 0880-REWRITE-CONTACT-FILE
               DISPLAY "CONTACT DETAILS SAVED."
           END-IF
           END-IF.

       0855-ENCRYPT-CONTACT.
           MOVE "E" TO WS-FC-FUNCTION
           MOVE CNT-STREET(WS-CC-INDEX) TO WS-FC-VALUE
           MOVE 25 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO CNT-STREET(WS-CC-INDEX)
           MOVE CNT-PHONE(WS-CC-INDEX) TO WS-FC-VALUE
           MOVE 12 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO CNT-PHONE(WS-CC-INDEX)
           MOVE CNT-EMAIL(WS-CC-INDEX) TO WS-FC-VALUE
           MOVE 30 TO WS-FC-LENGTH
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           MOVE WS-FC-VALUE TO CNT-EMAIL(WS-CC-INDEX).

       0860-LOAD-CONTACT-TABLE.
           MOVE "N" TO WS-CC-EOF
           MOVE 0 TO WS-CC-COUNT
       0870-FIND-CONTACT.
           MOVE 0 TO WS-CC-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CC-COUNT
               IF CNT-ID(C) = CM-ID
                   MOVE C TO WS-CC-INDEX
               END-IF
           END-PERFORM.
           END-PERFORM
           CLOSE CONTACT-FILE.

      *    LISTS THE CUSTOMERS IN LAST-NAME ORDER FROM WHATEVER
      *    NAME (OR FIRST FEW LETTERS OF ONE) THE OPERATOR KEYS,
      *    A PAGE AT A TIME, THEN OFFERS TO OPEN ONE OF THEM BY ID.
      *    A BLANK NAME STARTS FROM THE TOP OF THE ALPHABET.
       0900-BROWSE-BY-LAST-NAME.
           DISPLAY "Enter the last name (or its first letters) to "
               "start from: "
           MOVE SPACES TO WS-BROWSE-NAME
           ACCEPT WS-BROWSE-NAME
           MOVE "N" TO WS-CM-EOF
           MOVE 0 TO WS-BROWSE-COUNT
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMERS ON FILE YET."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BROWSE-NAME TO CM-LAST-NAME
           START CUSTOMER-MASTER-FILE KEY IS >= CM-LAST-NAME
               INVALID KEY
                   DISPLAY "NO CUSTOMERS FILED AT OR AFTER THAT NAME."
                   MOVE "Y" TO WS-CM-EOF
           END-START
           PERFORM UNTIL WS-CM-EOF = "Y"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CM-EOF
                   NOT AT END
                       DISPLAY "  " CM-LAST-NAME " " CM-FIRST-NAME
                           "  " CM-ID "  AGE " CM-AGE
                       ADD 1 TO WS-BROWSE-COUNT
                       IF WS-BROWSE-COUNT = 10
                           MOVE 0 TO WS-BROWSE-COUNT
                           DISPLAY "ENTER = NEXT PAGE, X = STOP: "
                           MOVE SPACE TO WS-BROWSE-MORE
                           ACCEPT WS-BROWSE-MORE
                           IF WS-BROWSE-MORE = "X" OR "x"
                               MOVE "Y" TO WS-CM-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Enter a Customer ID to open, or press ENTER to "
               "finish: "
           MOVE SPACES TO WS-SEARCH-KEY
           ACCEPT WS-SEARCH-KEY(1:6)
           IF WS-SEARCH-KEY NOT = SPACES
               PERFORM 0450-INQUIRE-ON-ID
           END-IF.
