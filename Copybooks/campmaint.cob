       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MARKETING CAMPAIGN MASTER AND RESPONSE KEYING.
      *            campaigns.dat CARRIES ONE LINE PER CAMPAIGN: CODE,
      *            DESCRIPTION, SEND DATE, WHAT THE MAILING COST, THE
      *            RESPONSE WINDOW IN DAYS AFTER THE SEND DATE, AND A
      *            STATUS ("A" ACTIVE, "C" CLOSED). EVERY MAILING
      *            EXTRACT RUN (mailextract.cob) IS TAGGED WITH AN
      *            ACTIVE CAMPAIGN CODE AND RECORDS EACH CUSTOMER IT
      *            LABELLED ON mailhistory.dat. A REPLY THAT QUOTES
      *            THE CAMPAIGN CODE (A COUPON, A REPLY CARD) IS
      *            KEYED HERE ONTO campresponse.dat AGAINST THE
      *            CUSTOMER -- ONLY FOR A CUSTOMER THAT CAMPAIGN
      *            ACTUALLY MAILED, AND ONCE. ORDERS PLACED INSIDE
      *            THE WINDOW ARE MATCHED AT REPORT TIME (SEE
      *            camprpt.cob). THE CONTACT LIMIT ON campparm.dat IS
      *            THE MOST TIMES ONE CUSTOMER MAY BE MAILED IN A
      *            CALENDAR QUARTER (0 = NO LIMIT); THE EXTRACT
      *            SKIPS ANYONE ALREADY AT IT. SIGN-ON IS REQUIRED;
      *            EVERYTHING BUT THE LISTING NEEDS THE MAINTENANCE
      *            OR ADMIN ROLE.
      *    compile with (from the repo root) ->
      *        cobc -x -o campmaint Copybooks/campmaint.cob
      *    then run ./campmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT CAMP-PARM-FILE ASSIGN TO "campparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-FILE-STATUS.
           SELECT MAIL-HISTORY-FILE ASSIGN TO "mailhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "campresponse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE          PIC X(8).
           05 CP-DESC          PIC X(30).
           05 CP-SEND-DATE     PIC X(8).
           05 CP-COST          PIC 9(7)V99.
           05 CP-WINDOW-DAYS   PIC 9(3).
           05 CP-STATUS        PIC X.

      *    ONE LINE: THE MOST MAILINGS PER CUSTOMER PER QUARTER.
       FD  CAMP-PARM-FILE.
       01  CAMP-PARM-RECORD.
           05 MP-MAX-PER-QUARTER PIC 9(2).

      *    SAME LAYOUT MAILEXTRACT WRITES.
       FD  MAIL-HISTORY-FILE.
       01  MAIL-HISTORY-RECORD.
           05 MH-CUST-ID       PIC X(6).
           05 MH-CAMPAIGN      PIC X(8).
           05 MH-DATE          PIC X(8).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05 RS-CAMPAIGN      PIC X(8).
           05 RS-CUST-ID       PIC X(6).
           05 RS-DATE          PIC X(8).
           05 RS-ENTERED-BY    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-MH-EOF           PIC X VALUE "N".
       01  WS-RS-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-WORK-CODE        PIC X(8).
       01  WS-WORK-DESC        PIC X(30).
       01  WS-WORK-DATE        PIC X(8).
       01  WS-WORK-STATUS      PIC X.
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-CM-PROMPT        PIC X(60).
       01  WS-CM-NUM-BUFFER    PIC X(18).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-MAILED-SWITCH    PIC X VALUE "N".
       01  WS-KEYED-SWITCH     PIC X VALUE "N".
       01  WS-MAX-PER-QUARTER  PIC 9(2) VALUE 0.

       01  CAMPAIGN-TABLE.
           05 WS-CP-COUNT      PIC 9(3) VALUE 0.
           05 CP-ENTRY OCCURS 200 TIMES.
               10 CPE-CODE         PIC X(8).
               10 CPE-DESC         PIC X(30).
               10 CPE-SEND-DATE    PIC X(8).
               10 CPE-COST         PIC 9(7)V99.
               10 CPE-WINDOW-DAYS  PIC 9(3).
               10 CPE-STATUS       PIC X.
       01  P                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-COST          PIC Z,ZZZ,ZZ9.99.
           05 ED-DAYS          PIC ZZ9.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CAMPMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-CAMPAIGNS
           PERFORM 0150-LOAD-PARM
      *    REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
           IF WS-CP-COUNT = 200 AND WS-CP-EOF NOT = "Y"
               DISPLAY "*** campaigns.dat IS TOO BIG TO MAINTAIN "
                   "HERE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        THE LISTING STAYS OPEN TO THE INQUIRY ROLE.
               IF (WS-MENU-CHOICE = "A" OR "C" OR "R" OR "S")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW MAINTENANCE."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM 0300-ADD-CAMPAIGN THRU 0300-EXIT
                   WHEN "C"
                       PERFORM 0400-CHANGE-CAMPAIGN THRU 0400-EXIT
                   WHEN "R"
                       PERFORM 0500-KEY-RESPONSE THRU 0500-EXIT
                   WHEN "S"
                       PERFORM 0550-SET-CONTACT-LIMIT
                   WHEN "L"
                       PERFORM 0600-LIST-CAMPAIGNS
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CP-COUNT
           MOVE "N" TO WS-CP-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CP-EOF = "Y" OR WS-CP-COUNT = 200
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE "Y" TO WS-CP-EOF
                       NOT AT END
                           ADD 1 TO WS-CP-COUNT
                           MOVE CAMPAIGN-RECORD
                               TO CP-ENTRY(WS-CP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       0150-LOAD-PARM.
           MOVE 0 TO WS-MAX-PER-QUARTER
           OPEN INPUT CAMP-PARM-FILE
           IF WS-MP-FILE-STATUS = "00"
               READ CAMP-PARM-FILE
                   NOT AT END
                       MOVE MP-MAX-PER-QUARTER TO WS-MAX-PER-QUARTER
               END-READ
               CLOSE CAMP-PARM-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- MARKETING CAMPAIGNS -----"
           DISPLAY "A - ADD A CAMPAIGN"
           DISPLAY "C - CHANGE A CAMPAIGN (COST, WINDOW, STATUS)"
           DISPLAY "R - KEY A RESPONSE"
           DISPLAY "S - CONTACT LIMIT PER CUSTOMER PER QUARTER"
           DISPLAY "L - LIST CAMPAIGNS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-ADD-CAMPAIGN.
           DISPLAY "ENTER CAMPAIGN CODE: "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               DISPLAY "A CAMPAIGN CODE IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-FIND-CAMPAIGN
           IF WS-FOUND-INDEX > 0
               DISPLAY "CAMPAIGN " WS-WORK-CODE " IS ALREADY ON FILE. "
                   "USE C TO CHANGE IT."
               GO TO 0300-EXIT
           END-IF
           IF WS-CP-COUNT = 200
               DISPLAY "CAMPAIGN TABLE IS FULL (200)."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT WS-WORK-DESC
           MOVE FUNCTION UPPER-CASE(WS-WORK-DESC) TO WS-WORK-DESC
           DISPLAY "ENTER SEND DATE (YYYYMMDD): "
           ACCEPT WS-WORK-DATE
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-WORK-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "NOT A VALID DATE. CAMPAIGN NOT ADDED."
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-CP-COUNT TO WS-FOUND-INDEX
           MOVE WS-WORK-CODE TO CPE-CODE(WS-FOUND-INDEX)
           MOVE WS-WORK-DESC TO CPE-DESC(WS-FOUND-INDEX)
           MOVE WS-WORK-DATE TO CPE-SEND-DATE(WS-FOUND-INDEX)
           MOVE "A" TO CPE-STATUS(WS-FOUND-INDEX)
           PERFORM 0450-KEY-CAMPAIGN-TERMS
           PERFORM 0800-REWRITE-CAMPAIGNS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED CAMPAIGN " WS-WORK-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CAMPAIGN ADDED.".
       0300-EXIT.
           EXIT.

       0400-CHANGE-CAMPAIGN.
           DISPLAY "ENTER CAMPAIGN CODE: "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           PERFORM 0700-FIND-CAMPAIGN
           IF WS-FOUND-INDEX = 0
               DISPLAY "CAMPAIGN " WS-WORK-CODE " IS NOT ON FILE."
               GO TO 0400-EXIT
           END-IF
           MOVE CPE-COST(WS-FOUND-INDEX) TO ED-COST
           MOVE CPE-WINDOW-DAYS(WS-FOUND-INDEX) TO ED-DAYS
           DISPLAY CPE-DESC(WS-FOUND-INDEX) " SENT "
               CPE-SEND-DATE(WS-FOUND-INDEX) " COST " ED-COST
               " WINDOW " ED-DAYS " STATUS "
               CPE-STATUS(WS-FOUND-INDEX)
           PERFORM 0450-KEY-CAMPAIGN-TERMS
           DISPLAY "STATUS (A ACTIVE, C CLOSED, BLANK TO KEEP): "
           ACCEPT WS-WORK-STATUS
           MOVE FUNCTION UPPER-CASE(WS-WORK-STATUS) TO WS-WORK-STATUS
           IF WS-WORK-STATUS = "A" OR "C"
               MOVE WS-WORK-STATUS TO CPE-STATUS(WS-FOUND-INDEX)
           END-IF
           PERFORM 0800-REWRITE-CAMPAIGNS
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED CAMPAIGN " WS-WORK-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CAMPAIGN UPDATED.".
       0400-EXIT.
           EXIT.

      *    COST AND RESPONSE WINDOW FOR THE CAMPAIGN AT
      *    WS-FOUND-INDEX. THE COST IS OFTEN ONLY KNOWN ONCE THE
      *    MAIL HOUSE BILLS, SO IT CAN BE KEYED LATER.
       0450-KEY-CAMPAIGN-TERMS.
           MOVE "ENTER TOTAL CAMPAIGN COST: " TO WS-CM-PROMPT
           CALL "NUMVALID" USING WS-CM-PROMPT WS-CM-NUM-BUFFER
           MOVE WS-CM-NUM-BUFFER TO CPE-COST(WS-FOUND-INDEX)
           MOVE "RESPONSE WINDOW IN DAYS AFTER SENDING (0 FOR 60): "
               TO WS-CM-PROMPT
           CALL "NUMVALID" USING WS-CM-PROMPT WS-CM-NUM-BUFFER
           MOVE WS-CM-NUM-BUFFER TO CPE-WINDOW-DAYS(WS-FOUND-INDEX)
           IF CPE-WINDOW-DAYS(WS-FOUND-INDEX) = 0
               MOVE 60 TO CPE-WINDOW-DAYS(WS-FOUND-INDEX)
           END-IF.

      *    A KEYED RESPONSE COUNTS ONLY FOR A CUSTOMER THE CAMPAIGN
      *    MAILED, AND ONLY ONCE.
       0500-KEY-RESPONSE.
           DISPLAY "ENTER CAMPAIGN CODE: "
           ACCEPT WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           PERFORM 0700-FIND-CAMPAIGN
           IF WS-FOUND-INDEX = 0
               DISPLAY "CAMPAIGN " WS-WORK-CODE " IS NOT ON FILE."
               GO TO 0500-EXIT
           END-IF
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-WORK-CUST-ID
           PERFORM 0720-CHECK-MAILED
           IF WS-MAILED-SWITCH NOT = "Y"
               DISPLAY "CUSTOMER " WS-WORK-CUST-ID " WAS NOT MAILED "
                   "IN CAMPAIGN " WS-WORK-CODE ". NOT KEYED."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0740-CHECK-KEYED
           IF WS-KEYED-SWITCH = "Y"
               DISPLAY "A RESPONSE FROM " WS-WORK-CUST-ID " IS "
                   "ALREADY KEYED FOR " WS-WORK-CODE "."
               GO TO 0500-EXIT
           END-IF
           DISPLAY "RESPONSE DATE (YYYYMMDD, BLANK FOR TODAY): "
           ACCEPT WS-WORK-DATE
           IF WS-WORK-DATE = SPACES
               MOVE WS-TODAY TO WS-WORK-DATE
           END-IF
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-WORK-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "NOT A VALID DATE. NOT KEYED."
               GO TO 0500-EXIT
           END-IF
           OPEN EXTEND RESPONSE-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
      *        RESPONSES DO NOT EXIST YET - CREATE THE FILE, THEN
      *        RE-OPEN FOR EXTEND SO THE FIRST RESPONSE IS WRITTEN.
               OPEN OUTPUT RESPONSE-FILE
               CLOSE RESPONSE-FILE
               OPEN EXTEND RESPONSE-FILE
           END-IF
           MOVE WS-WORK-CODE TO RS-CAMPAIGN
           MOVE WS-WORK-CUST-ID TO RS-CUST-ID
           MOVE WS-WORK-DATE TO RS-DATE
           MOVE WS-OPERATOR-ID TO RS-ENTERED-BY
           WRITE RESPONSE-RECORD
           CLOSE RESPONSE-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RESPONSE " WS-WORK-CODE " " WS-WORK-CUST-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "RESPONSE KEYED.".
       0500-EXIT.
           EXIT.

       0550-SET-CONTACT-LIMIT.
           DISPLAY "CURRENT LIMIT " WS-MAX-PER-QUARTER
               " MAILINGS PER CUSTOMER PER QUARTER (0 = NO LIMIT)."
           MOVE "NEW LIMIT (0 FOR NO LIMIT): " TO WS-CM-PROMPT
           CALL "NUMVALID" USING WS-CM-PROMPT WS-CM-NUM-BUFFER
           MOVE WS-CM-NUM-BUFFER TO WS-MAX-PER-QUARTER
           MOVE WS-MAX-PER-QUARTER TO MP-MAX-PER-QUARTER
           OPEN OUTPUT CAMP-PARM-FILE
           WRITE CAMP-PARM-RECORD
           CLOSE CAMP-PARM-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CONTACT LIMIT SET TO " WS-MAX-PER-QUARTER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "CONTACT LIMIT SAVED.".

       0600-LIST-CAMPAIGNS.
           DISPLAY " "
           DISPLAY "CODE     DESCRIPTION                    SENT     "
               "        COST WIN ST"
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               MOVE CPE-COST(P) TO ED-COST
               MOVE CPE-WINDOW-DAYS(P) TO ED-DAYS
               DISPLAY CPE-CODE(P) " " CPE-DESC(P) " "
                   CPE-SEND-DATE(P) " " ED-COST " " ED-DAYS " "
                   CPE-STATUS(P)
           END-PERFORM
           DISPLAY WS-CP-COUNT " CAMPAIGN(S) ON FILE. CONTACT LIMIT "
               WS-MAX-PER-QUARTER " PER QUARTER.".

       0700-FIND-CAMPAIGN.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CODE(P) = WS-WORK-CODE
                   MOVE P TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0720-CHECK-MAILED.
           MOVE "N" TO WS-MAILED-SWITCH
           MOVE "N" TO WS-MH-EOF
           OPEN INPUT MAIL-HISTORY-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MH-EOF = "Y"
               READ MAIL-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-MH-EOF
                   NOT AT END
                       IF MH-CUST-ID = WS-WORK-CUST-ID
                           AND MH-CAMPAIGN = WS-WORK-CODE
                           MOVE "Y" TO WS-MAILED-SWITCH
                           MOVE "Y" TO WS-MH-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-HISTORY-FILE.

       0740-CHECK-KEYED.
           MOVE "N" TO WS-KEYED-SWITCH
           MOVE "N" TO WS-RS-EOF
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RS-EOF = "Y"
               READ RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-RS-EOF
                   NOT AT END
                       IF RS-CUST-ID = WS-WORK-CUST-ID
                           AND RS-CAMPAIGN = WS-WORK-CODE
                           MOVE "Y" TO WS-KEYED-SWITCH
                           MOVE "Y" TO WS-RS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE.

       0800-REWRITE-CAMPAIGNS.
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               MOVE CP-ENTRY(P) TO CAMPAIGN-RECORD
               WRITE CAMPAIGN-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-FILE.
