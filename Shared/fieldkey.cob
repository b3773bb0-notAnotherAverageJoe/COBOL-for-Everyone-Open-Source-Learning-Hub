       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELDKEY.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    FIELD-ENCRYPTION KEY MANAGEMENT (SEE
      *            fieldcrypt.cob FOR WHICH FIELDS ARE ENCRYPTED AND
      *            HOW). ADMIN ONLY. THREE RUNS:
      *              S - SHOWS THE KEY'S STATE, GENERATION AND ISSUE
      *                  DATE AND WHICH FILES ARE DONE (NEVER THE
      *                  KEY ITSELF).
      *              C - THE ONE-TIME CONVERSION. ISSUES THE FIRST
      *                  KEY FROM A PHRASE THE ADMIN TYPES (16 TO 32
      *                  CHARACTERS, TYPED TWICE) AND ENCRYPTS THE
      *                  CLEAR FIELDS ALREADY ON bankdetails.dat,
      *                  membership.dat, custcontact.dat AND
      *                  hrprofile.dat.
      *              R - KEY ROTATION. TAKES A NEW PHRASE AND
      *                  RE-ENCRYPTS THE SAME FILES UNDER IT; THE NEW
      *                  KEY BECOMES THE CURRENT ONE AND THE
      *                  GENERATION STEPS UP.
      *            fieldkey.dat IS RESOLVED THROUGH ENVCONFIG --
      *            PRODUCTION MAPS IT OUTSIDE THE DATA DIRECTORY, SO
      *            A COPY OF THE DATA OR OF A SHOPBACKUP SET CARRIES
      *            NO KEY. EACH FILE IS CONVERTED INTO A COPY
      *            (<NAME>.new) WHILE THE FILE ITSELF IS LEFT AS IT
      *            WAS; ONLY A COMPLETE COPY IS MARKED "S" (SWAP
      *            PENDING) ON THE KEY FILE, RENAMED OVER THE
      *            ORIGINAL, AND THEN MARKED DONE. FIELDCRYPT READS
      *            EVERY FILE UNDER THE KEY ITS MARK SAYS (A FILE
      *            MARKED "S" WHOSE COPY IS STILL THERE HAS NOT BEEN
      *            SWAPPED YET), SO A RUN INTERRUPTED AT ANY POINT
      *            LEAVES THE SHOP WORKING AND IS FINISHED BY
      *            RUNNING THE SAME OPTION AGAIN -- A HALF-BUILT
      *            COPY IS THROWN AWAY AND BUILT AGAIN. A FILE THAT
      *            DOES NOT EXIST YET COUNTS AS DONE -- ITS FIRST
      *            RECORDS ARE WRITTEN ENCRYPTED. RUN IT WITH THE
      *            SHOP QUIET: A RECORD WRITTEN TO A FILE WHILE ITS
      *            COPY IS BEING BUILT IS NOT CARRIED ACROSS.
      *            TAKE A SHOPBACKUP BEFORE EITHER RUN, AND AGAIN
      *            AFTER A ROTATION: SETS TAKEN BEFORE IT ARE UNDER
      *            THE RETIRED KEY.
      *    compile with (from the repo root) ->
      *        cobc -x -o fieldkey Shared/fieldkey.cob
      *    then run ./fieldkey

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIELD-KEY-FILE ASSIGN TO WS-FIELDKEY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FK-FILE-STATUS.
           SELECT BANK-DETAILS-FILE ASSIGN TO WS-BANK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-EMP-ID
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "custcontact.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
      *    THE CONVERTED COPIES, BUILT BESIDE THE FILES THEY
      *    REPLACE.
           SELECT BANK-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-EMP-ID
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT MEMBERSHIP-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT CONTACT-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT HR-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HC-EMP-ID
               FILE STATUS IS WS-CP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIELD-KEY-FILE.
       01  FIELD-KEY-LINE      PIC X(80).

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 BD-EMP-ID        PIC X(5).
           05 BD-ROUTING       PIC X(9).
           05 BD-ACCOUNT       PIC X(12).
           05 BD-ACCT-TYPE     PIC X.
           05 BD-STATUS        PIC X.
           05 BD-PRENOTE-DATE  PIC X(8).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MEM-ID              PIC X(6).
           05 MEM-NAME            PIC X(20).
           05 MEM-DOB             PIC X(8).
           05 MEM-JOIN-DATE       PIC X(8).
           05 MEM-EXPIRY-DATE     PIC X(8).
           05 MEM-STATUS          PIC X.
           05 MEM-TYPE            PIC X(4).

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CC-ID            PIC X(6).
           05 CC-STREET        PIC X(25).
           05 CC-CITY          PIC X(15).
           05 CC-POSTAL        PIC X(10).
           05 CC-PHONE         PIC X(12).
           05 CC-EMAIL         PIC X(30).
           05 CC-CONSENT       PIC X.
           05 CC-MAIL-STATUS   PIC X.

       FD  HR-PROFILE-FILE.
       01  HR-PROFILE-RECORD.
           05 HR-EMP-ID            PIC X(5).
           05 HR-HIRE-DATE         PIC X(8).
           05 HR-SENIORITY-DATE    PIC X(8).
           05 HR-BIRTH-DATE        PIC X(8).
           05 HR-TAXPAYER-ID       PIC X(9).
           05 HR-EMPLOYMENT-TYPE   PIC X.
           05 HR-PROBATION-END     PIC X(8).
           05 HR-ADDRESS.
               10 HR-STREET        PIC X(30).
               10 HR-CITY          PIC X(20).
               10 HR-STATE         PIC X(2).
               10 HR-POSTAL-CODE   PIC X(10).
           05 HR-EMERGENCY-CONTACT.
               10 HR-EMERG-NAME    PIC X(30).
               10 HR-EMERG-PHONE   PIC X(15).
               10 HR-EMERG-RELATION PIC X(10).

       FD  BANK-COPY-FILE.
       01  BANK-COPY-RECORD.
           05 BC-EMP-ID        PIC X(5).
           05 FILLER           PIC X(31).

       FD  MEMBERSHIP-COPY-FILE.
       01  MEMBERSHIP-COPY-RECORD  PIC X(55).

       FD  CONTACT-COPY-FILE.
       01  CONTACT-COPY-RECORD     PIC X(100).

       FD  HR-COPY-FILE.
       01  HR-COPY-RECORD.
           05 HC-EMP-ID        PIC X(5).
           05 FILLER           PIC X(159).

       WORKING-STORAGE SECTION.
      *    THE KEY RECORD IS KEPT HERE BETWEEN READING AND EACH
      *    REWRITE OF fieldkey.dat.
      *    FK-STATE "P" = KEY ISSUED, CONVERSION NOT YET FINISHED;
      *    "A" = EVERY FILE IS UNDER FK-KEY; "R" = ROTATION UNDER
      *    WAY TO FK-NEXT-KEY. FK-FILES-DONE CARRIES ONE MARK PER
      *    FILE, IN THE ORDER bankdetails, membership,
      *    custcontact, hrprofile, FOR THE RUN IN PROGRESS: "N"
      *    NOT YET DONE, "S" CONVERTED COPY COMPLETE AND WAITING TO
      *    BE SWAPPED IN, "Y" DONE.
       01  FIELD-KEY-RECORD.
           05 FK-STATE         PIC X.
           05 FK-GENERATION    PIC 9(3).
           05 FK-FILES-DONE    PIC X(4).
           05 FK-KEY           PIC X(32).
           05 FK-NEXT-KEY      PIC X(32).
           05 FK-ISSUED        PIC X(8).
       01  WS-FK-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MEM-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FILE-EOF         PIC X VALUE "N".
       01  WS-FILE-OK          PIC X VALUE "Y".
      *    "Y" WHEN THE FILE DOES NOT EXIST -- NOTHING TO CONVERT.
       01  WS-FILE-ABSENT      PIC X VALUE "N".
       01  WS-LIVE-NAME        PIC X(60) VALUE SPACES.
       01  WS-COPY-NAME        PIC X(60) VALUE SPACES.
       01  WS-CBL-STATUS       PIC 9(4) COMP VALUE 0.
       01  WS-FILE-DETAILS     PIC X(16).
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
      *    "N" = NO KEY FILE YET, OTHERWISE FK-STATE.
       01  WS-KEY-STATE        PIC X VALUE "N".
       01  WS-PHRASE           PIC X(32) VALUE SPACES.
       01  WS-PHRASE-AGAIN     PIC X(32) VALUE SPACES.
       01  WS-PHRASE-LENGTH    PIC 9(2) VALUE 0.
       01  WS-PHRASE-OK        PIC X VALUE "N".
       01  WS-RECORD-COUNT     PIC 9(5) VALUE 0.
       01  F                   PIC 9 VALUE 1.
       01  WS-FILE-NAMES-VALUES.
           05 FILLER PIC X(15) VALUE "bankdetails.dat".
           05 FILLER PIC X(15) VALUE "membership.dat".
           05 FILLER PIC X(15) VALUE "custcontact.dat".
           05 FILLER PIC X(15) VALUE "hrprofile.dat".
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-VALUES.
           05 WS-FILE-NAME     PIC X(15) OCCURS 4 TIMES.

       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X.
           05 WS-FC-FILE       PIC X.
           05 WS-FC-LENGTH     PIC 9(2).
           05 WS-FC-VALUE      PIC X(40).
      *    "C" WHILE CONVERTING, "R" WHILE ROTATING.
       01  WS-RUN-FUNCTION     PIC X VALUE SPACE.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "FIELDKEY".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-FIELDKEY-LOGICAL PIC X(20) VALUE "fieldkey.dat".
       01  WS-FIELDKEY-PATH    PIC X(50) VALUE "fieldkey.dat".
       01  WS-BANK-LOGICAL     PIC X(20) VALUE
                               "bankdetails.dat".
       01  WS-BANK-PATH        PIC X(50) VALUE
                               "bankdetails.dat".
       01  WS-MEMBERSHIP-LOGICAL PIC X(20) VALUE "membership.dat".
       01  WS-MEMBERSHIP-PATH  PIC X(50) VALUE "membership.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-FIELDKEY-LOGICAL
               WS-FIELDKEY-PATH
           CALL "ENVCONFIG" USING WS-BANK-LOGICAL
               WS-BANK-PATH
           CALL "ENVCONFIG" USING WS-MEMBERSHIP-LOGICAL
               WS-MEMBERSHIP-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    WHOEVER HOLDS THE KEY CAN READ EVERY ACCOUNT IN THE
      *    SHOP -- ADMIN ONLY.
           IF WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "ONLY THE ADMIN ROLE MAY MANAGE THE FIELD KEY."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-READ-KEY-FILE
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "S"
                       PERFORM 0300-SHOW-STATUS
                   WHEN "C"
                       PERFORM 0400-CONVERT THRU 0400-EXIT
                   WHEN "R"
                       PERFORM 0500-ROTATE THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-READ-KEY-FILE.
           MOVE "N" TO WS-KEY-STATE
           MOVE SPACES TO FIELD-KEY-RECORD
           OPEN INPUT FIELD-KEY-FILE
           IF WS-FK-FILE-STATUS = "00"
               READ FIELD-KEY-FILE INTO FIELD-KEY-RECORD
                   AT END
                       MOVE SPACES TO FIELD-KEY-RECORD
                   NOT AT END
                       MOVE FK-STATE TO WS-KEY-STATE
               END-READ
               CLOSE FIELD-KEY-FILE
           END-IF
           IF FK-KEY = SPACES
               MOVE "N" TO WS-KEY-STATE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- FIELD ENCRYPTION KEY -----"
           DISPLAY "S - SHOW KEY STATUS"
           DISPLAY "C - CONVERT THE FILES (ONE TIME)"
           DISPLAY "R - ROTATE THE KEY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-SHOW-STATUS.
           EVALUATE WS-KEY-STATE
               WHEN "N"
                   DISPLAY "NO KEY ISSUED -- THE FILES ARE IN CLEAR "
                       "TEXT. RUN C TO CONVERT THEM."
                   EXIT PARAGRAPH
               WHEN "P"
                   DISPLAY "KEY ISSUED, CONVERSION NOT FINISHED -- "
                       "RUN C AGAIN TO COMPLETE IT."
               WHEN "A"
                   DISPLAY "ALL FILES ENCRYPTED UNDER THE CURRENT KEY."
               WHEN "R"
                   DISPLAY "ROTATION NOT FINISHED -- RUN R AGAIN TO "
                       "COMPLETE IT."
           END-EVALUATE
           DISPLAY "KEY GENERATION " FK-GENERATION
               ", ISSUED " FK-ISSUED
           IF WS-KEY-STATE = "P" OR WS-KEY-STATE = "R"
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
                   EVALUATE FK-FILES-DONE(F:1)
                       WHEN "Y"
                           DISPLAY "    " WS-FILE-NAME(F) " DONE"
                       WHEN "S"
                           DISPLAY "    " WS-FILE-NAME(F)
                               " CONVERTED, NOT YET SWAPPED IN"
                       WHEN OTHER
                           DISPLAY "    " WS-FILE-NAME(F)
                               " NOT YET DONE"
                   END-EVALUATE
               END-PERFORM
           END-IF.

       0400-CONVERT.
           IF WS-KEY-STATE = "A"
               DISPLAY "THE FILES ARE ALREADY ENCRYPTED -- USE R TO "
                   "CHANGE THE KEY."
               GO TO 0400-EXIT
           END-IF
           IF WS-KEY-STATE = "R"
               DISPLAY "A ROTATION IS UNDER WAY -- FINISH IT WITH R."
               GO TO 0400-EXIT
           END-IF
           IF WS-KEY-STATE = "N"
               PERFORM 0600-TAKE-PHRASE
               IF WS-PHRASE-OK = "N"
                   GO TO 0400-EXIT
               END-IF
               MOVE SPACES TO FIELD-KEY-RECORD
               MOVE "P" TO FK-STATE
               MOVE 1 TO FK-GENERATION
               MOVE "NNNN" TO FK-FILES-DONE
               MOVE WS-PHRASE TO FK-KEY
               MOVE WS-TODAY TO FK-ISSUED
               PERFORM 0900-WRITE-KEY-FILE
               IF WS-FK-FILE-STATUS NOT = "00"
                   GO TO 0400-EXIT
               END-IF
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "ISSUED FIELD KEY GENERATION " FK-GENERATION
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           END-IF
           MOVE "C" TO WS-RUN-FUNCTION
           PERFORM 0700-RUN-FILES
           IF FK-FILES-DONE NOT = "YYYY"
               DISPLAY "*** CONVERSION NOT FINISHED -- CORRECT THE "
                   "ABOVE AND RUN C AGAIN. ***"
               MOVE 8 TO RETURN-CODE
               GO TO 0400-EXIT
           END-IF
           MOVE "A" TO FK-STATE
           MOVE "NNNN" TO FK-FILES-DONE
           PERFORM 0900-WRITE-KEY-FILE
           DISPLAY "CONVERSION COMPLETE -- SENSITIVE FIELDS ARE "
               "ENCRYPTED UNDER KEY GENERATION " FK-GENERATION "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ENCRYPTED FILES UNDER KEY GENERATION "
               FK-GENERATION DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           MOVE 0 TO RETURN-CODE.
       0400-EXIT.
           EXIT.

       0500-ROTATE.
           IF WS-KEY-STATE = "N" OR WS-KEY-STATE = "P"
               DISPLAY "THE FILES HAVE NOT BEEN CONVERTED YET -- RUN "
                   "C FIRST."
               GO TO 0500-EXIT
           END-IF
           IF WS-KEY-STATE = "A"
               PERFORM 0600-TAKE-PHRASE
               IF WS-PHRASE-OK = "N"
                   GO TO 0500-EXIT
               END-IF
               IF WS-PHRASE = FK-KEY
                   DISPLAY "THAT IS THE CURRENT KEY -- NOTHING TO DO."
                   GO TO 0500-EXIT
               END-IF
               MOVE "R" TO FK-STATE
               MOVE "NNNN" TO FK-FILES-DONE
               MOVE WS-PHRASE TO FK-NEXT-KEY
               PERFORM 0900-WRITE-KEY-FILE
               IF WS-FK-FILE-STATUS NOT = "00"
                   GO TO 0500-EXIT
               END-IF
           END-IF
           MOVE "R" TO WS-RUN-FUNCTION
           PERFORM 0700-RUN-FILES
           IF FK-FILES-DONE NOT = "YYYY"
               DISPLAY "*** ROTATION NOT FINISHED -- CORRECT THE "
                   "ABOVE AND RUN R AGAIN. ***"
               MOVE 8 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF
           MOVE FK-NEXT-KEY TO FK-KEY
           MOVE SPACES TO FK-NEXT-KEY
           ADD 1 TO FK-GENERATION
           MOVE WS-TODAY TO FK-ISSUED
           MOVE "A" TO FK-STATE
           MOVE "NNNN" TO FK-FILES-DONE
           PERFORM 0900-WRITE-KEY-FILE
           DISPLAY "ROTATION COMPLETE -- NOW ON KEY GENERATION "
               FK-GENERATION ". TAKE A FRESH SHOPBACKUP."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ROTATED FIELD KEY TO GENERATION " FK-GENERATION
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           MOVE 0 TO RETURN-CODE.
       0500-EXIT.
           EXIT.

      *    THE PHRASE IS THE KEY. IT IS NEVER DISPLAYED, SO IT IS
      *    TYPED TWICE.
       0600-TAKE-PHRASE.
           MOVE "N" TO WS-PHRASE-OK
           MOVE SPACES TO WS-PHRASE WS-PHRASE-AGAIN
           DISPLAY "ENTER THE NEW KEY PHRASE (16 TO 32 CHARACTERS): "
           ACCEPT WS-PHRASE
           MOVE 32 TO WS-PHRASE-LENGTH
           PERFORM UNTIL WS-PHRASE-LENGTH = 0
                   OR WS-PHRASE(WS-PHRASE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PHRASE-LENGTH
           END-PERFORM
           IF WS-PHRASE-LENGTH < 16
               DISPLAY "A KEY PHRASE NEEDS AT LEAST 16 CHARACTERS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER IT AGAIN: "
           ACCEPT WS-PHRASE-AGAIN
           IF WS-PHRASE-AGAIN NOT = WS-PHRASE
               DISPLAY "THE TWO ENTRIES DO NOT MATCH -- NOTHING DONE."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PHRASE-OK.

      *    EACH FILE NOT YET DONE IS TAKEN IN TURN: CONVERTED INTO
      *    A COPY, MARKED "S" ON THE KEY FILE, SWAPPED IN, AND
      *    MARKED DONE. A FILE FOUND AT "S" WAS INTERRUPTED AT THE
      *    SWAP AND ONLY THE SWAP IS REPEATED. ANY STALE COPY LEFT
      *    BY AN INTERRUPTED BUILD IS DELETED FIRST.
       0700-RUN-FILES.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               IF FK-FILES-DONE(F:1) NOT = "Y"
                   PERFORM 0705-RUN-ONE-FILE THRU 0705-EXIT
               END-IF
           END-PERFORM.

       0705-RUN-ONE-FILE.
           MOVE "Y" TO WS-FILE-OK
           MOVE "N" TO WS-FILE-ABSENT
           MOVE 0 TO WS-RECORD-COUNT
           EVALUATE F
               WHEN 1
                   MOVE WS-BANK-PATH TO WS-LIVE-NAME
               WHEN 2
                   MOVE WS-MEMBERSHIP-PATH TO WS-LIVE-NAME
               WHEN OTHER
                   MOVE WS-FILE-NAME(F) TO WS-LIVE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               ".new" DELIMITED BY SIZE
               INTO WS-COPY-NAME
           IF FK-FILES-DONE(F:1) NOT = "S"
               CALL "CBL_DELETE_FILE" USING WS-COPY-NAME
                   RETURNING WS-CBL-STATUS
               EVALUATE F
                   WHEN 1
                       PERFORM 0710-BANK-DETAILS
                   WHEN 2
                       PERFORM 0720-MEMBERSHIP
                   WHEN 3
                       PERFORM 0730-CONTACTS
                   WHEN 4
                       PERFORM 0740-HR-PROFILES
               END-EVALUATE
               IF WS-FILE-OK = "N"
                   CALL "CBL_DELETE_FILE" USING WS-COPY-NAME
                       RETURNING WS-CBL-STATUS
                   DISPLAY "    " FUNCTION TRIM(WS-LIVE-NAME)
                       " LEFT AS IT WAS."
                   GO TO 0705-EXIT
               END-IF
               IF WS-FILE-ABSENT = "N"
                   MOVE "S" TO FK-FILES-DONE(F:1)
                   PERFORM 0900-WRITE-KEY-FILE
                   IF WS-FK-FILE-STATUS NOT = "00"
                       GO TO 0705-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-FILE-ABSENT = "N"
               PERFORM 0760-SWAP-IN-COPY
               IF WS-FILE-OK = "N"
                   GO TO 0705-EXIT
               END-IF
           END-IF
           MOVE "Y" TO FK-FILES-DONE(F:1)
           PERFORM 0900-WRITE-KEY-FILE
           DISPLAY WS-FILE-NAME(F) " DONE -- "
               WS-RECORD-COUNT " RECORD(S).".
       0705-EXIT.
           EXIT.

       0710-BANK-DETAILS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BD-FILE-STATUS = "35"
               MOVE "Y" TO WS-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-FILE-STATUS NOT = "00"
               DISPLAY "*** bankdetails.dat WILL NOT OPEN, STATUS "
                   WS-BD-FILE-STATUS ". ***"
               MOVE "N" TO WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BANK-COPY-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
               PERFORM 0750-COPY-WILL-NOT-OPEN
               CLOSE BANK-DETAILS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO WS-FC-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ BANK-DETAILS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE BD-ROUTING TO WS-FC-VALUE
                       MOVE 9 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO BD-ROUTING
                       MOVE BD-ACCOUNT TO WS-FC-VALUE
                       MOVE 12 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO BD-ACCOUNT
                       WRITE BANK-COPY-RECORD FROM BANK-DETAILS-RECORD
                       PERFORM 0755-CHECK-COPY-WRITE
               END-READ
           END-PERFORM
           CLOSE BANK-COPY-FILE
           CLOSE BANK-DETAILS-FILE.

       0720-MEMBERSHIP.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEM-FILE-STATUS = "35"
               MOVE "Y" TO WS-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           IF WS-MEM-FILE-STATUS NOT = "00"
               DISPLAY "*** membership.dat WILL NOT OPEN, STATUS "
                   WS-MEM-FILE-STATUS ". ***"
               MOVE "N" TO WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MEMBERSHIP-COPY-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
               PERFORM 0750-COPY-WILL-NOT-OPEN
               CLOSE MEMBERSHIP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-FC-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ MEMBERSHIP-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE MEM-DOB TO WS-FC-VALUE
                       MOVE 8 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO MEM-DOB
                       WRITE MEMBERSHIP-COPY-RECORD
                           FROM MEMBERSHIP-RECORD
                       PERFORM 0755-CHECK-COPY-WRITE
               END-READ
           END-PERFORM
           CLOSE MEMBERSHIP-COPY-FILE
           CLOSE MEMBERSHIP-FILE.

       0730-CONTACTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CC-FILE-STATUS = "35"
               MOVE "Y" TO WS-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           IF WS-CC-FILE-STATUS NOT = "00"
               DISPLAY "*** custcontact.dat WILL NOT OPEN, STATUS "
                   WS-CC-FILE-STATUS ". ***"
               MOVE "N" TO WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTACT-COPY-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
               PERFORM 0750-COPY-WILL-NOT-OPEN
               CLOSE CONTACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-FC-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE CC-STREET TO WS-FC-VALUE
                       MOVE 25 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO CC-STREET
                       MOVE CC-PHONE TO WS-FC-VALUE
                       MOVE 12 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO CC-PHONE
                       MOVE CC-EMAIL TO WS-FC-VALUE
                       MOVE 30 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO CC-EMAIL
                       WRITE CONTACT-COPY-RECORD FROM CONTACT-RECORD
                       PERFORM 0755-CHECK-COPY-WRITE
               END-READ
           END-PERFORM
           CLOSE CONTACT-COPY-FILE
           CLOSE CONTACT-FILE.

       0740-HR-PROFILES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "35"
               MOVE "Y" TO WS-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "*** hrprofile.dat WILL NOT OPEN, STATUS "
                   WS-HR-FILE-STATUS ". ***"
               MOVE "N" TO WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HR-COPY-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
               PERFORM 0750-COPY-WILL-NOT-OPEN
               CLOSE HR-PROFILE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO WS-FC-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ HR-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE HR-BIRTH-DATE TO WS-FC-VALUE
                       MOVE 8 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO HR-BIRTH-DATE
                       MOVE HR-TAXPAYER-ID TO WS-FC-VALUE
                       MOVE 9 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO HR-TAXPAYER-ID
                       MOVE HR-STREET TO WS-FC-VALUE
                       MOVE 30 TO WS-FC-LENGTH
                       PERFORM 0800-APPLY-KEY
                       MOVE WS-FC-VALUE TO HR-STREET
                       WRITE HR-COPY-RECORD FROM HR-PROFILE-RECORD
                       PERFORM 0755-CHECK-COPY-WRITE
               END-READ
           END-PERFORM
           CLOSE HR-COPY-FILE
           CLOSE HR-PROFILE-FILE.

       0750-COPY-WILL-NOT-OPEN.
           DISPLAY "*** " FUNCTION TRIM(WS-COPY-NAME)
               " WILL NOT OPEN, STATUS " WS-CP-FILE-STATUS ". ***"
           MOVE "N" TO WS-FILE-OK.

      *    A COPY THAT CANNOT BE WRITTEN IN FULL IS ABANDONED -- THE
      *    REST OF THE FILE IS NOT READ.
       0755-CHECK-COPY-WRITE.
           IF WS-CP-FILE-STATUS NOT = "00"
               DISPLAY "*** ERROR WRITING " FUNCTION TRIM(WS-COPY-NAME)
                   ", STATUS " WS-CP-FILE-STATUS ". ***"
               MOVE "N" TO WS-FILE-OK
               MOVE "Y" TO WS-FILE-EOF
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

      *    THE RENAME REPLACES THE ORIGINAL IN ONE STEP. A COPY NO
      *    LONGER THERE WAS ALREADY SWAPPED IN BY THE INTERRUPTED
      *    RUN.
       0760-SWAP-IN-COPY.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-COPY-NAME
               WS-FILE-DETAILS
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-COPY-NAME WS-LIVE-NAME
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS NOT = 0
               DISPLAY "*** CANNOT RENAME " FUNCTION TRIM(WS-COPY-NAME)
                   " OVER " FUNCTION TRIM(WS-LIVE-NAME)
                   " -- RUN THE SAME OPTION AGAIN. ***"
               MOVE "N" TO WS-FILE-OK
           END-IF.

       0800-APPLY-KEY.
           MOVE WS-RUN-FUNCTION TO WS-FC-FUNCTION
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE.

      *    FIELDCRYPT IS TOLD TO RE-READ THE KEY FILE AFTER EVERY
      *    CHANGE, SO THIS RUN AND THE SERVICE NEVER DISAGREE.
       0900-WRITE-KEY-FILE.
           OPEN OUTPUT FIELD-KEY-FILE
           IF WS-FK-FILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT WRITE THE KEY FILE "
                   FUNCTION TRIM(WS-FIELDKEY-PATH) ", STATUS "
                   WS-FK-FILE-STATUS ". ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE FIELD-KEY-LINE FROM FIELD-KEY-RECORD
           CLOSE FIELD-KEY-FILE
           MOVE FK-STATE TO WS-KEY-STATE
           MOVE "L" TO WS-FC-FUNCTION
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE.
