       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELDCRYPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SHARED FIELD ENCRYPTION FOR SENSITIVE DATA AT
      *            REST. TESTFRESH MASKED BANK ACCOUNTS AND DATES OF
      *            BIRTH ON THE WAY TO TEST, BUT IN PRODUCTION THEY
      *            SAT IN CLEAR TEXT FOR ANYONE WHO COPIED THE DATA
      *            DIRECTORY OR A SHOPBACKUP SET. THE SENSITIVE
      *            FIELDS ARE NOW STORED ENCRYPTED:
      *              bankdetails.dat  BD-ROUTING, BD-ACCOUNT
      *              membership.dat   MEM-DOB
      *              custcontact.dat  CC-STREET, CC-PHONE, CC-EMAIL
      *              hrprofile.dat    HR-BIRTH-DATE, HR-TAXPAYER-ID,
      *                               HR-STREET
      *            EVERY PROGRAM THAT WRITES ONE ENCRYPTS IT HERE,
      *            ONLY A PROGRAM THAT NEEDS THE CLEAR VALUE (THE
      *            BANK TRANSMISSION, A MAILING ADDRESS, AN AGE)
      *            DECRYPTS IT, AND EVERY DISPLAY AND REPORT SHOWS
      *            IT MASKED. PROGRAMS THAT ONLY CARRY A RECORD
      *            THROUGH LEAVE THE STORED VALUE ALONE.
      *    CALL "FIELDCRYPT" USING LS-FUNCTION LS-FILE-CODE
      *        LS-LENGTH LS-VALUE.
      *        LS-FUNCTION  PIC X:
      *          "E" = ENCRYPT A CLEAR VALUE FOR STORING
      *          "D" = DECRYPT A STORED VALUE FOR USE
      *          "M" = MASK A STORED VALUE FOR DISPLAY OR PRINT --
      *                A VALUE OF MORE THAN EIGHT CHARACTERS
      *                SHOWS ITS LAST FOUR, ANYTHING SHORTER (A
      *                DATE OF BIRTH) IS MASKED WHOLE
      *          "C" = ENCRYPT UNDER THE CURRENT KEY WHATEVER THE
      *                KEY STATE (THE ONE-TIME CONVERSION ONLY)
      *          "R" = RE-ENCRYPT FROM THE CURRENT KEY TO THE NEXT
      *                (THE KEY ROTATION ONLY)
      *          "L" = RE-READ THE KEY FILE (AFTER FIELDKEY HAS
      *                CHANGED IT)
      *        LS-FILE-CODE PIC X, THE FILE THE FIELD LIVES ON:
      *          "B" = bankdetails.dat   "M" = membership.dat
      *          "C" = custcontact.dat   "H" = hrprofile.dat
      *        LS-LENGTH    PIC 9(2), THE FIELD'S LENGTH (1-40).
      *        LS-VALUE     PIC X(40), THE FIELD, CHANGED IN PLACE.
      *    THE KEY IS HELD ON fieldkey.dat, RESOLVED THROUGH
      *    ENVCONFIG SO PRODUCTION KEEPS IT OUTSIDE THE DATA
      *    DIRECTORY, AND IS ISSUED, APPLIED AND ROTATED BY
      *    fieldkey.cob. ITS STATE SAYS WHICH FILES ARE HELD UNDER
      *    WHICH KEY, SO AN INTERRUPTED CONVERSION OR ROTATION
      *    LEAVES EVERY FILE READABLE: FIELDKEY CONVERTS EACH FILE
      *    INTO A COPY AND SWAPS IT IN WHOLE, AND A FILE MARKED
      *    "S" (SWAP PENDING) IS READ UNDER THE NEW KEY ONLY ONCE
      *    ITS COPY HAS GONE -- THAT IS, ONCE IT HAS BEEN SWAPPED.
      *    WITH NO KEY FILE AT ALL NOTHING IS ENCRYPTED -- THE
      *    TEACHING SETUP KEEPS WORKING UNCHANGED.
      *    THE CIPHER PRESERVES THE SHAPE OF A FIELD: A DIGIT
      *    STAYS A DIGIT, A LETTER STAYS A LETTER OF THE SAME CASE
      *    AND ANYTHING ELSE (SPACES, PUNCTUATION) IS LEFT AS IT
      *    IS, SO A STORED ROUTING NUMBER IS STILL NINE DIGITS AND
      *    EVERY RECORD LAYOUT AND NUMERIC TEST IN THE SHOP HOLDS.
      *    EACH CHARACTER SHIFTS BY AN AMOUNT ROLLED FROM THE KEY,
      *    THE FILE AND THE POSITION WITH THE PWHASH ARITHMETIC.
      *    NOT CRYPTOGRAPHY-GRADE, BUT A COPIED FILE NO LONGER
      *    READS AS ANYBODY'S ACCOUNT OR BIRTHDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIELD-KEY-FILE ASSIGN TO WS-FIELDKEY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT fieldkey.cob MAINTAINS.
       FD  FIELD-KEY-FILE.
       01  FIELD-KEY-RECORD.
           05 FK-STATE         PIC X.
           05 FK-GENERATION    PIC 9(3).
           05 FK-FILES-DONE    PIC X(4).
           05 FK-KEY           PIC X(32).
           05 FK-NEXT-KEY      PIC X(32).
           05 FK-ISSUED        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FK-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOADED           PIC X VALUE "N".
      *    "N" = NO KEY FILE, OTHERWISE FK-STATE AS READ.
       01  WS-KEY-STATE        PIC X VALUE "N".
       01  WS-FILES-DONE       PIC X(4) VALUE SPACES.
       01  WS-CURRENT-KEY      PIC X(32) VALUE SPACES.
       01  WS-NEXT-KEY         PIC X(32) VALUE SPACES.
       01  WS-FILE-INDEX       PIC 9 VALUE 0.
      *    "C" = THE CURRENT KEY, "N" = THE NEXT, SPACE = NONE.
       01  WS-USE-KEY          PIC X VALUE SPACE.
       01  WS-KEY              PIC X(32).
       01  WS-DIRECTION        PIC X VALUE "E".
       01  WS-CHAR-CODE        PIC 9(3).
       01  WS-HASH-ACCUM       PIC 9(10) VALUE 0.
       01  WS-BIG-WORK         PIC 9(18) VALUE 0.
       01  WS-SHIFT            PIC 9(4) VALUE 0.
       01  WS-PLACE            PIC 9(2) VALUE 0.
       01  WS-LAST-CHAR        PIC 9(2) VALUE 0.
       01  I                   PIC 9(2) VALUE 1.
       01  WS-DIGITS           PIC X(10) VALUE "0123456789".
       01  WS-UPPER-LETTERS    PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-LETTERS    PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".

       01  WS-FIELDKEY-LOGICAL PIC X(20) VALUE "fieldkey.dat".
       01  WS-FIELDKEY-PATH    PIC X(50) VALUE "fieldkey.dat".
       01  WS-BANK-LOGICAL     PIC X(20) VALUE
                               "bankdetails.dat".
       01  WS-BANK-PATH        PIC X(50) VALUE
                               "bankdetails.dat".
       01  WS-MEMBERSHIP-LOGICAL PIC X(20) VALUE "membership.dat".
       01  WS-MEMBERSHIP-PATH  PIC X(50) VALUE "membership.dat".
       01  WS-LIVE-NAME        PIC X(60) VALUE SPACES.
       01  WS-COPY-NAME        PIC X(60) VALUE SPACES.
       01  WS-CBL-STATUS       PIC 9(4) COMP VALUE 0.
       01  WS-FILE-DETAILS     PIC X(16).

       LINKAGE SECTION.
       01  LS-FUNCTION         PIC X.
       01  LS-FILE-CODE        PIC X.
       01  LS-LENGTH           PIC 9(2).
       01  LS-VALUE            PIC X(40).

       PROCEDURE DIVISION USING LS-FUNCTION LS-FILE-CODE LS-LENGTH
           LS-VALUE.
       0000-MAIN.
           IF WS-LOADED = "N" OR LS-FUNCTION = "L"
               PERFORM 0100-LOAD-KEY
               MOVE "Y" TO WS-LOADED
           END-IF
           IF LS-FUNCTION = "L"
               GOBACK
           END-IF
           IF LS-LENGTH = 0 OR LS-LENGTH > 40
               GOBACK
           END-IF
           EVALUATE LS-FILE-CODE
               WHEN "B"
                   MOVE 1 TO WS-FILE-INDEX
               WHEN "M"
                   MOVE 2 TO WS-FILE-INDEX
               WHEN "C"
                   MOVE 3 TO WS-FILE-INDEX
               WHEN "H"
                   MOVE 4 TO WS-FILE-INDEX
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           EVALUATE LS-FUNCTION
               WHEN "E"
                   PERFORM 0200-CHOOSE-KEY
                   MOVE "E" TO WS-DIRECTION
                   PERFORM 0300-APPLY-KEY
               WHEN "D"
                   PERFORM 0200-CHOOSE-KEY
                   MOVE "D" TO WS-DIRECTION
                   PERFORM 0300-APPLY-KEY
               WHEN "M"
                   PERFORM 0200-CHOOSE-KEY
                   MOVE "D" TO WS-DIRECTION
                   PERFORM 0300-APPLY-KEY
                   PERFORM 0400-MASK-VALUE
               WHEN "C"
                   IF WS-KEY-STATE NOT = "N"
                       MOVE "C" TO WS-USE-KEY
                       MOVE "E" TO WS-DIRECTION
                       PERFORM 0300-APPLY-KEY
                   END-IF
               WHEN "R"
                   IF WS-KEY-STATE NOT = "N"
                           AND WS-NEXT-KEY NOT = SPACES
                       MOVE "C" TO WS-USE-KEY
                       MOVE "D" TO WS-DIRECTION
                       PERFORM 0300-APPLY-KEY
                       MOVE "N" TO WS-USE-KEY
                       MOVE "E" TO WS-DIRECTION
                       PERFORM 0300-APPLY-KEY
                   END-IF
           END-EVALUATE
           GOBACK.

       0100-LOAD-KEY.
           CALL "ENVCONFIG" USING WS-FIELDKEY-LOGICAL
               WS-FIELDKEY-PATH
           MOVE "N" TO WS-KEY-STATE
           MOVE SPACES TO WS-FILES-DONE WS-CURRENT-KEY WS-NEXT-KEY
           OPEN INPUT FIELD-KEY-FILE
           IF WS-FK-FILE-STATUS = "00"
               READ FIELD-KEY-FILE
                   NOT AT END
                       MOVE FK-STATE TO WS-KEY-STATE
                       MOVE FK-FILES-DONE TO WS-FILES-DONE
                       MOVE FK-KEY TO WS-CURRENT-KEY
                       MOVE FK-NEXT-KEY TO WS-NEXT-KEY
               END-READ
               CLOSE FIELD-KEY-FILE
           END-IF
           IF WS-CURRENT-KEY = SPACES
               MOVE "N" TO WS-KEY-STATE
           END-IF
           PERFORM 0150-RESOLVE-SWAP
               VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > 4.

      *    A FILE MARKED "S" IS UNDER THE NEW KEY ONCE FIELDKEY'S
      *    COPY OF IT (<NAME>.new) HAS BEEN RENAMED OVER IT; WHILE
      *    THE COPY IS STILL THERE THE FILE IS AS IT WAS.
       0150-RESOLVE-SWAP.
           IF WS-FILES-DONE(WS-FILE-INDEX:1) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FILE-INDEX
               WHEN 1
                   CALL "ENVCONFIG" USING WS-BANK-LOGICAL
                       WS-BANK-PATH
                   MOVE WS-BANK-PATH TO WS-LIVE-NAME
               WHEN 2
                   CALL "ENVCONFIG" USING WS-MEMBERSHIP-LOGICAL
                       WS-MEMBERSHIP-PATH
                   MOVE WS-MEMBERSHIP-PATH TO WS-LIVE-NAME
               WHEN 3
                   MOVE "custcontact.dat" TO WS-LIVE-NAME
               WHEN 4
                   MOVE "hrprofile.dat" TO WS-LIVE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               ".new" DELIMITED BY SIZE
               INTO WS-COPY-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-COPY-NAME
               WS-FILE-DETAILS
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS = 0
               MOVE "N" TO WS-FILES-DONE(WS-FILE-INDEX:1)
           ELSE
               MOVE "Y" TO WS-FILES-DONE(WS-FILE-INDEX:1)
           END-IF.

      *    WHICH KEY THE FILE IS HELD UNDER RIGHT NOW: NONE BEFORE
      *    THE CONVERSION HAS REACHED IT, THE NEXT KEY ONCE A
      *    ROTATION HAS, OTHERWISE THE CURRENT ONE.
       0200-CHOOSE-KEY.
           MOVE SPACE TO WS-USE-KEY
           EVALUATE WS-KEY-STATE
               WHEN "A"
                   MOVE "C" TO WS-USE-KEY
               WHEN "P"
                   IF WS-FILES-DONE(WS-FILE-INDEX:1) = "Y"
                       MOVE "C" TO WS-USE-KEY
                   END-IF
               WHEN "R"
                   IF WS-FILES-DONE(WS-FILE-INDEX:1) = "Y"
                       MOVE "N" TO WS-USE-KEY
                   ELSE
                       MOVE "C" TO WS-USE-KEY
                   END-IF
           END-EVALUATE.

       0300-APPLY-KEY.
           IF WS-USE-KEY = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-USE-KEY = "N"
               MOVE WS-NEXT-KEY TO WS-KEY
           ELSE
               MOVE WS-CURRENT-KEY TO WS-KEY
           END-IF
           COMPUTE WS-HASH-ACCUM =
               FUNCTION ORD(LS-FILE-CODE) * 7 + LS-LENGTH
           PERFORM 0310-SHIFT-ONE-CHARACTER
               VARYING I FROM 1 BY 1 UNTIL I > LS-LENGTH.

       0310-SHIFT-ONE-CHARACTER.
           COMPUTE WS-PLACE = FUNCTION MOD(I - 1, 32) + 1
           COMPUTE WS-CHAR-CODE = FUNCTION ORD(WS-KEY(WS-PLACE:1))
           COMPUTE WS-BIG-WORK =
               WS-HASH-ACCUM * 131 + (WS-CHAR-CODE * I)
           COMPUTE WS-HASH-ACCUM =
               FUNCTION MOD(WS-BIG-WORK, 9999999943)
           COMPUTE WS-SHIFT = FUNCTION MOD(WS-HASH-ACCUM, 2600)
           IF LS-VALUE(I:1) IS NUMERIC
               COMPUTE WS-PLACE = FUNCTION ORD(LS-VALUE(I:1))
                   - FUNCTION ORD("0")
               IF WS-DIRECTION = "E"
                   COMPUTE WS-PLACE = FUNCTION MOD(WS-PLACE
                       + WS-SHIFT, 10) + 1
               ELSE
                   COMPUTE WS-PLACE = FUNCTION MOD(WS-PLACE + 10
                       - FUNCTION MOD(WS-SHIFT, 10), 10) + 1
               END-IF
               MOVE WS-DIGITS(WS-PLACE:1) TO LS-VALUE(I:1)
               EXIT PARAGRAPH
           END-IF
           IF LS-VALUE(I:1) >= "A" AND LS-VALUE(I:1) <= "Z"
               COMPUTE WS-PLACE = FUNCTION ORD(LS-VALUE(I:1))
                   - FUNCTION ORD("A")
               PERFORM 0320-SHIFT-LETTER
               MOVE WS-UPPER-LETTERS(WS-PLACE:1) TO LS-VALUE(I:1)
               EXIT PARAGRAPH
           END-IF
           IF LS-VALUE(I:1) >= "a" AND LS-VALUE(I:1) <= "z"
               COMPUTE WS-PLACE = FUNCTION ORD(LS-VALUE(I:1))
                   - FUNCTION ORD("a")
               PERFORM 0320-SHIFT-LETTER
               MOVE WS-LOWER-LETTERS(WS-PLACE:1) TO LS-VALUE(I:1)
           END-IF.

      *    WS-PLACE COMES IN AS 0-25 AND GOES OUT AS 1-26.
       0320-SHIFT-LETTER.
           IF WS-DIRECTION = "E"
               COMPUTE WS-PLACE = FUNCTION MOD(WS-PLACE
                   + WS-SHIFT, 26) + 1
           ELSE
               COMPUTE WS-PLACE = FUNCTION MOD(WS-PLACE + 26
                   - FUNCTION MOD(WS-SHIFT, 26), 26) + 1
           END-IF.

       0400-MASK-VALUE.
           MOVE LS-LENGTH TO WS-LAST-CHAR
           PERFORM UNTIL WS-LAST-CHAR = 0
                   OR LS-VALUE(WS-LAST-CHAR:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LAST-CHAR
           END-PERFORM
           IF WS-LAST-CHAR > 8
               MOVE ALL "*" TO LS-VALUE(1:WS-LAST-CHAR - 4)
           ELSE
               IF WS-LAST-CHAR > 0
                   MOVE ALL "*" TO LS-VALUE(1:WS-LAST-CHAR)
               END-IF
           END-IF.
