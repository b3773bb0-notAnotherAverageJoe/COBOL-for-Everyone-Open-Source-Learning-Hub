           SELECT DOOR-CONFIG-FILE ASSIGN TO "doorconfig.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-FILE-STATUS.
           SELECT GUEST-PASS-FILE ASSIGN TO "guestpass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT DUES-RATE-FILE ASSIGN TO "duesrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DOOR-CONFIG-RECORD.
           05 DC-CAPACITY         PIC 9(4).

      *    ONE LINE PER GUEST ADMITTED, AGAINST THE SPONSORING
      *    MEMBER. THE PASSES ISSUED IN A CALENDAR MONTH COUNT
      *    AGAINST THE SPONSOR'S MONTHLY ALLOWANCE.
       FD  GUEST-PASS-FILE.
       01  GUEST-PASS-RECORD.
           05 GP-PASS-NO          PIC 9(5).
           05 GP-MEMBER-ID        PIC X(6).
           05 GP-ISSUE-DATE       PIC X(8).
           05 GP-GUEST-NAME       PIC X(20).
           05 GP-GUEST-DOB        PIC X(8).

      *    SAME LAYOUT DUESMAINT MAINTAINS -- ONLY THE MONTHLY
      *    GUEST ALLOWANCE FOR THE MEMBERSHIP TYPE IS USED HERE.
       FD  DUES-RATE-FILE.
       01  DUES-RATE-RECORD.
           05 DR-TYPE             PIC X(4).
           05 DR-ANNUAL-DUES      PIC 9(5)V99.
           05 DR-GUEST-ALLOWANCE  PIC 9(2).

       WORKING-STORAGE SECTION.
      * PIC 9(#) tells cobol that it will get a number with a max of.
      * 3 digits.
       01  WS-MEMBER-DOB          PIC X(8).
       01  WS-MEMBER-EXPIRY       PIC X(8).
       01  WS-MEMBER-STATUS       PIC X VALUE " ".
       01  WS-MEMBER-TYPE         PIC X(4) VALUE SPACES.
       01  WS-TODAY-DATE          PIC X(8).
       01  WS-INC-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-INC-EOF             PIC X VALUE "N".
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).
      *    membership.dat HOLDS THE DOB ENCRYPTED (Shared/fieldcrypt).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X.
           05 WS-FC-FILE       PIC X VALUE "M".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 8.
           05 WS-FC-VALUE      PIC X(40).
       01  WS-DECISION            PIC X(40) VALUE SPACES.
       01  WS-OC-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-DC-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-OVERRIDE            PIC X VALUE " ".
       01  WS-TIMESTAMP           PIC X(26).
       01  WS-LOG-LINE            PIC X(100).
       01  WS-GP-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-GP-EOF              PIC X VALUE "N".
       01  WS-DR-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-DR-EOF              PIC X VALUE "N".
       01  WS-SPONSOR-ID          PIC X(6) VALUE SPACES.
       01  WS-GUEST-NAME          PIC X(20) VALUE SPACES.
       01  WS-GUEST-DOB           PIC X(8) VALUE SPACES.
       01  WS-GUEST-ALLOWANCE     PIC 9(2) VALUE 0.
       01  WS-GUESTS-THIS-MONTH   PIC 9(3) VALUE 0.
       01  WS-NEXT-PASS-NO        PIC 9(5) VALUE 0.

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
               WS-MEMBERSHIP-PATH
           PERFORM 050-READ-OCCUPANCY
           PERFORM 060-READ-CAPACITY
           DISPLAY "A = ADMISSION, G = GUEST ADMISSION, "
               "X = RECORD AN EXIT: ".
           ACCEPT WS-DOOR-MODE.
           MOVE FUNCTION UPPER-CASE(WS-DOOR-MODE) TO WS-DOOR-MODE.
           IF WS-DOOR-MODE = "X"
                   GOBACK
               END-IF
           END-IF.
           IF WS-DOOR-MODE = "G"
               PERFORM 300-ADMIT-GUEST
               PERFORM 950-SHOW-OCCUPANCY
               GOBACK
           END-IF.
           DISPLAY "PLEASE ENTER YOUR MEMBER ID OR NAME: ".
           ACCEPT WS-SEARCH-INPUT.
           MOVE WS-SEARCH-INPUT(1:6) TO WS-SEARCH-ID
                               MOVE "Y" TO WS-FOUND
                               MOVE MEM-ID TO WS-SEARCH-ID
                               MOVE MEM-NAME TO WS-MEMBER-NAME
                               MOVE "D" TO WS-FC-FUNCTION
                               MOVE MEM-DOB TO WS-FC-VALUE
                               CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                                   WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                               MOVE WS-FC-VALUE(1:8) TO WS-MEMBER-DOB
                               MOVE MEM-EXPIRY-DATE
                                   TO WS-MEMBER-EXPIRY
                               MOVE MEM-STATUS TO WS-MEMBER-STATUS
                               MOVE MEM-TYPE TO WS-MEMBER-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "TURNED AWAY - BAD DOB ON FILE" TO WS-DECISION
           END-IF.

      *    A GUEST COMES IN ON A SPONSORING MEMBER, WHO MUST BE IN
      *    GOOD STANDING AND HAVE A PASS LEFT THIS MONTH. THE GUEST
      *    THEN FACES THE SAME BAN AND AGE CHECKS AS A MEMBER. THE
      *    DECISION IS LOGGED AGAINST THE SPONSOR, AND AN ADMITTED
      *    GUEST GETS A NUMBERED PASS ON guestpass.dat AND COUNTS
      *    TOWARD TONIGHT'S OCCUPANCY LIKE ANYONE ELSE.
       300-ADMIT-GUEST.
           DISPLAY "ENTER SPONSORING MEMBER ID OR NAME: "
           ACCEPT WS-SEARCH-INPUT
           MOVE WS-SEARCH-INPUT(1:6) TO WS-SEARCH-ID
           PERFORM 100-LOOKUP-MEMBER
           IF WS-FOUND = "N"
               DISPLAY "SPONSOR NOT FOUND. GUEST ENTRY DENIED."
               MOVE "TURNED AWAY - GUEST, NO SUCH SPONSOR"
                   TO WS-DECISION
           ELSE
               PERFORM 150-CHECK-MEMBERSHIP-STANDING
               IF WS-DECISION = SPACES
                   PERFORM 160-CHECK-BANNED
               END-IF
      *        THE REFUSAL IS THE SPONSOR'S, NOT A MEMBER ENTRY --
      *        SAY SO ON THE LOG SO THE DOOR COUNTS STAY HONEST.
               EVALUATE WS-DECISION
                   WHEN "TURNED AWAY - MEMBERSHIP CANCELLED"
                       MOVE "TURNED AWAY - GUEST, SPONSOR CANCELLED"
                           TO WS-DECISION
                   WHEN "TURNED AWAY - MEMBERSHIP EXPIRED"
                       MOVE "TURNED AWAY - GUEST, SPONSOR EXPIRED"
                           TO WS-DECISION
                   WHEN "TURNED AWAY - BANNED"
                       MOVE "TURNED AWAY - GUEST, SPONSOR BANNED"
                           TO WS-DECISION
               END-EVALUATE
           END-IF
           MOVE WS-SEARCH-ID TO WS-SPONSOR-ID
           IF WS-DECISION = SPACES
               PERFORM 310-CHECK-GUEST-ALLOWANCE
           END-IF
           IF WS-DECISION = SPACES
               PERFORM 320-TAKE-GUEST-DETAILS
               PERFORM 330-CHECK-GUEST-BANNED
           END-IF
           IF WS-DECISION = SPACES
               MOVE WS-GUEST-DOB TO WS-MEMBER-DOB
               PERFORM 200-CALCULATE-AGE-FROM-DOB
           END-IF
           IF WS-DECISION = SPACES
               ADD 1 TO WS-NEXT-PASS-NO
               IF get_age > 21
                   DISPLAY "GUEST ADMITTED ON PASS " WS-NEXT-PASS-NO
                       ". Get Yourself a DRINK."
                   STRING "ADMITTED - GUEST " WS-NEXT-PASS-NO
                       " OF DRINKING AGE"
                       DELIMITED BY SIZE INTO WS-DECISION
               ELSE IF get_age >= 18
                   DISPLAY "GUEST ADMITTED ON PASS " WS-NEXT-PASS-NO
                       ", but no drinking!"
                   STRING "ADMITTED - GUEST " WS-NEXT-PASS-NO
                       " NO ALCOHOL"
                       DELIMITED BY SIZE INTO WS-DECISION
               ELSE
                   DISPLAY "Your guest is too young to enter the club."
                   MOVE "TURNED AWAY - GUEST UNDERAGE" TO WS-DECISION
               END-IF
               END-IF
           END-IF
           PERFORM 900-LOG-ENTRY
           IF WS-DECISION(1:8) = "ADMITTED"
               PERFORM 340-WRITE-GUEST-PASS
               ADD 1 TO OC-COUNT
               IF OC-COUNT > OC-PEAK
                   MOVE OC-COUNT TO OC-PEAK
               END-IF
               PERFORM 080-WRITE-OCCUPANCY
           END-IF.

      *    THE ALLOWANCE COMES FROM THE SPONSOR'S MEMBERSHIP TYPE ON
      *    duesrates.dat (A BLANK TYPE IS "STD", AS DUESMAINT BILLS
      *    IT). NO ALLOWANCE SET MEANS NO GUESTS. THE SAME PASS OF
      *    guestpass.dat FINDS THE LAST PASS NUMBER ISSUED.
       310-CHECK-GUEST-ALLOWANCE.
           IF WS-MEMBER-TYPE = SPACES
               MOVE "STD" TO WS-MEMBER-TYPE
           END-IF
           MOVE 0 TO WS-GUEST-ALLOWANCE
           MOVE "N" TO WS-DR-EOF
           OPEN INPUT DUES-RATE-FILE
           IF WS-DR-FILE-STATUS = "00"
               PERFORM UNTIL WS-DR-EOF = "Y"
                   READ DUES-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-DR-EOF
                       NOT AT END
                           IF DR-TYPE = WS-MEMBER-TYPE
                                   AND DR-GUEST-ALLOWANCE IS NUMERIC
                               MOVE DR-GUEST-ALLOWANCE
                                   TO WS-GUEST-ALLOWANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUES-RATE-FILE
           END-IF
           MOVE 0 TO WS-GUESTS-THIS-MONTH
           MOVE 0 TO WS-NEXT-PASS-NO
           MOVE "N" TO WS-GP-EOF
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GP-EOF = "Y"
                   READ GUEST-PASS-FILE
                       AT END
                           MOVE "Y" TO WS-GP-EOF
                       NOT AT END
                           IF GP-MEMBER-ID = WS-SPONSOR-ID
                               AND GP-ISSUE-DATE(1:6) =
                                   WS-TODAY-DATE(1:6)
                               ADD 1 TO WS-GUESTS-THIS-MONTH
                           END-IF
                           IF GP-PASS-NO > WS-NEXT-PASS-NO
                               MOVE GP-PASS-NO TO WS-NEXT-PASS-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-PASS-FILE
           END-IF
           IF WS-GUESTS-THIS-MONTH >= WS-GUEST-ALLOWANCE
               DISPLAY "GUEST ALLOWANCE USED (" WS-GUESTS-THIS-MONTH
                   " OF " WS-GUEST-ALLOWANCE " THIS MONTH FOR TYPE "
                   WS-MEMBER-TYPE "). GUEST ENTRY DENIED."
               MOVE "TURNED AWAY - GUEST ALLOWANCE USED"
                   TO WS-DECISION
           END-IF.

      *    THE DOB IS KEYED AT THE DOOR FROM THE GUEST'S ID, SO IT
      *    IS VALIDATED HERE UNTIL IT IS A REAL DATE.
       320-TAKE-GUEST-DETAILS.
           DISPLAY "ENTER GUEST NAME: "
           ACCEPT WS-GUEST-NAME
           MOVE FUNCTION UPPER-CASE(WS-GUEST-NAME) TO WS-GUEST-NAME
           MOVE "N" TO WS-DV-FLAG
           PERFORM UNTIL WS-DV-FLAG = "Y"
               DISPLAY "ENTER GUEST DATE OF BIRTH (YYYYMMDD): "
               ACCEPT WS-GUEST-DOB
               MOVE "V" TO WS-DV-FUNCTION
               MOVE WS-GUEST-DOB TO WS-DV-DATE-1
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
               IF WS-DV-FLAG NOT = "Y"
                   DISPLAY "NOT A REAL DATE. TRY AGAIN."
               END-IF
           END-PERFORM.

      *    A GUEST WHO IS A MEMBER IN THEIR OWN RIGHT (SAME NAME
      *    AND DOB ON membership.dat) IS HELD TO ANY BAN ON THAT
      *    MEMBERSHIP -- A BARRED MEMBER DOES NOT GET BACK IN AS
      *    SOMEBODY ELSE'S GUEST.
       330-CHECK-GUEST-BANNED.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-SEARCH-ID
      *    THE GUEST'S DOB IS ENCRYPTED ONCE AND MATCHED AS STORED.
           MOVE "E" TO WS-FC-FUNCTION
           MOVE WS-GUEST-DOB TO WS-FC-VALUE
           CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
               WS-FC-LENGTH WS-FC-VALUE
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ MEMBERSHIP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF MEM-NAME = WS-GUEST-NAME
                                   AND MEM-DOB = WS-FC-VALUE(1:8)
                               MOVE MEM-ID TO WS-SEARCH-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERSHIP-FILE
           END-IF
           IF WS-SEARCH-ID NOT = SPACES
               PERFORM 160-CHECK-BANNED
               IF WS-DECISION = "TURNED AWAY - BANNED"
                   MOVE "TURNED AWAY - GUEST BANNED" TO WS-DECISION
               END-IF
           END-IF
           MOVE WS-SPONSOR-ID TO WS-SEARCH-ID.

       340-WRITE-GUEST-PASS.
           OPEN EXTEND GUEST-PASS-FILE
           IF WS-GP-FILE-STATUS NOT = "00"
      *        FILE DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST PASS IS ACTUALLY WRITTEN.
               OPEN OUTPUT GUEST-PASS-FILE
               CLOSE GUEST-PASS-FILE
               OPEN EXTEND GUEST-PASS-FILE
           END-IF
           MOVE WS-NEXT-PASS-NO TO GP-PASS-NO
           MOVE WS-SPONSOR-ID TO GP-MEMBER-ID
           MOVE WS-TODAY-DATE TO GP-ISSUE-DATE
           MOVE WS-GUEST-NAME TO GP-GUEST-NAME
           MOVE WS-GUEST-DOB TO GP-GUEST-DOB
           WRITE GUEST-PASS-RECORD
           CLOSE GUEST-PASS-FILE.

       900-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND SIGNIN-LOG-FILE
