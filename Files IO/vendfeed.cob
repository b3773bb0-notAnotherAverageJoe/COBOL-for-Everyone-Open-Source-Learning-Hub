       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDFEED.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NIGHTLY EMPLOYEE CHANGE FEED FOR THE OUTSIDE
      *            BENEFIT AND PENSION VENDORS. THE PENSION
      *            ADMINISTRATOR AND THE BENEFITS BROKER MUST BE TOLD
      *            WHEN SOMEONE JOINS, LEAVES, CHANGES SALARY OR
      *            CHANGES POSITION, AND USED TO HEAR BY EMAIL WHEN
      *            SOMEBODY REMEMBERED. EACH NIGHT THIS PROGRAM READS
      *            THE ENTRIES ADDED SINCE ITS LAST RUN TO
      *              empjournal.dat  -- ADD AND REHIRE ARE JOINERS;
      *                                 A CHANGE IS A SALARY CHANGE
      *                                 WHEN EMP-SALARY OR
      *                                 EMP-HOURLY-RATE MOVED AND A
      *                                 POSITION CHANGE WHEN
      *                                 EMP-POSITION MOVED (ONE
      *                                 CHANGE CAN BE BOTH);
      *              termarchive.dat -- LEAVERS, WITH THE REASON
      *                                 (THE JOURNAL'S OWN TERM LINE
      *                                 IS NOT USED, SO NO LEAVER IS
      *                                 SENT TWICE);
      *            AND WRITES ONE FIXED-FORMAT CHANGE FILE PER VENDOR
      *            ON feedvendors.dat -- vf<CODE><YYYYMMDD>.dat,
      *            200-BYTE RECORDS:
      *              VH  HEADER (VENDOR, RUN DATE),
      *              VD  ONE PER EVENT (EVENT, EMP-ID, EFFECTIVE DATE
      *                  AND WHICHEVER FIELDS THE VENDOR TAKES),
      *              VT  TOTAL -- THE NUMBER OF VD RECORDS.
      *            THE EFFECTIVE DATE IS THE TERMINATION DATE FOR A
      *            LEAVER, THE hrprofile.dat HIRE DATE FOR A NEW HIRE
      *            WHOSE PROFILE IS ALREADY KEYED, AND OTHERWISE THE
      *            DAY THE CHANGE WAS JOURNALED.
      *            EACH VENDOR'S LINE ON feedvendors.dat SAYS WHICH
      *            EVENTS IT TAKES, WHETHER IT TAKES SALARIED STAFF,
      *            HOURLY STAFF OR BOTH (BY POS-PAY-TYPE), AND WHICH
      *            OPTIONAL FIELDS (NAME, PAY, POSITION, LEAVING
      *            REASON) IT RECEIVES -- A FIELD NOT TAKEN GOES OUT
      *            BLANK OR ZERO. A VENDOR WITH NOTHING TO SEND GETS
      *            NO FILE THAT NIGHT.
      *            HOW FAR EACH SOURCE HAS BEEN READ IS KEPT ON
      *            feedmark.dat AND MOVED ON ONLY AFTER EVERY FILE IS
      *            WRITTEN, SO A FAILED RUN IS SIMPLY RUN AGAIN AND NO
      *            EVENT IS SENT TWICE OR SKIPPED. A SOURCE THAT HAS
      *            SHRUNK SINCE THE LAST RUN (ARCHIVED OFF) IS PICKED
      *            UP AFTER THE LAST TIMESTAMP OR DATE SENT INSTEAD.
      *            THE FEED RUNS ONCE A DAY; A SECOND RUN THE SAME DAY
      *            IS REFUSED RATHER THAN OVERWRITE FILES ALREADY
      *            SENT. EVERY FILE WRITTEN IS LOGGED ON
      *            xmitregister.dat WITH THE SAME COUNT AND CHECKSUM
      *            xmitreg RECORDS FOR EVERY OTHER OUTBOUND FILE.
      *    compile with ->  cobc -x -o vendfeed vendfeed.cob
      *    then run ./vendfeed

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "feedvendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FV-FILE-STATUS.
           SELECT FEED-MARK-FILE ASSIGN TO "feedmark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT TERM-ARCHIVE-FILE ASSIGN TO "termarchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO "posmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "xmitregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER VENDOR, KEPT BY HAND LIKE increasectl.dat.
      *    FV-ADDS / FV-TERMS / FV-SALARY / FV-POSITION "Y" FOR THE
      *    EVENTS THE VENDOR TAKES; FV-PAY-TYPE "S" SALARIED ONLY,
      *    "H" HOURLY ONLY, SPACE BOTH; FV-WITH-... "Y" FOR THE
      *    OPTIONAL FIELDS IT RECEIVES.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 FV-VENDOR-CODE   PIC X(4).
           05 FV-VENDOR-NAME   PIC X(30).
           05 FV-ADDS          PIC X.
           05 FV-TERMS         PIC X.
           05 FV-SALARY        PIC X.
           05 FV-POSITION      PIC X.
           05 FV-PAY-TYPE      PIC X.
           05 FV-WITH-NAME     PIC X.
           05 FV-WITH-PAY      PIC X.
           05 FV-WITH-POSITION PIC X.
           05 FV-WITH-REASON   PIC X.

      *    HOW FAR EACH SOURCE HAS BEEN SENT: THE RECORD COUNTS
      *    READ, AND THE LAST JOURNAL TIMESTAMP AND TERMINATION
      *    DATE SENT FOR WHEN A SOURCE IS ARCHIVED DOWN.
       FD  FEED-MARK-FILE.
       01  FEED-MARK-RECORD.
           05 FM-JOURNAL-READ  PIC 9(7).
           05 FM-JOURNAL-LAST  PIC X(14).
           05 FM-TERMS-READ    PIC 9(7).
           05 FM-TERMS-LAST    PIC X(8).
           05 FM-LAST-RUN      PIC X(8).

      *    SAME LAYOUT EmployeeMaint AND EMPAPPROVE WRITE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
           05 JR-ACTION        PIC X(6).
           05 JR-EMP-ID        PIC X(5).
           05 JR-BEFORE-IMAGE  PIC X(82).
           05 JR-AFTER-IMAGE   PIC X(82).
           05 JR-OPERATOR-ID   PIC X(10).

       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-RECORD.
           05 TA-TERM-DATE     PIC X(8).
           05 TA-REASON        PIC X(3).
           05 TA-STATUS        PIC X.
           05 TA-EMP-ID        PIC X(5).
           05 TA-EMP-NAME      PIC X(30).
           05 TA-EMP-POSITION  PIC X(15).
           05 TA-EMP-HOURLY-RATE PIC 9(5)V99.
           05 TA-EMP-SALARY    PIC 9(7)V99.
           05 TA-EMP-TAX-RATE  PIC 9(5)V99.
           05 TA-EMP-DEDUCTIONS PIC 9(7)V99.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 POS-CODE         PIC X(15).
           05 POS-TITLE        PIC X(30).
           05 POS-MIN-SALARY   PIC 9(7)V99.
           05 POS-MAX-SALARY   PIC 9(7)V99.
           05 POS-PAY-TYPE     PIC X.
           05 POS-LEAVE-RATE   PIC 9(2)V99.

      *    SAME LAYOUT hrmaint.cob MAINTAINS.
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

      *    THE VENDOR FILE LAYOUT. EVERY RECORD IS 200 BYTES; THE
      *    RECORD TYPE IN THE FIRST TWO SAYS WHICH VIEW APPLIES.
      *    VD-EVENT: "A" JOINER, "T" LEAVER, "S" SALARY CHANGE,
      *    "P" POSITION CHANGE.
       FD  FEED-FILE.
       01  FEED-RECORD             PIC X(200).
       01  VH-RECORD.
           05 VH-TYPE              PIC X(2).
           05 VH-VENDOR-CODE       PIC X(4).
           05 VH-VENDOR-NAME       PIC X(30).
           05 VH-CREATED-DATE      PIC X(8).
           05 FILLER               PIC X(156).
       01  VD-RECORD.
           05 VD-TYPE              PIC X(2).
           05 VD-EVENT             PIC X.
           05 VD-EMP-ID            PIC X(5).
           05 VD-EFFECTIVE-DATE    PIC X(8).
           05 VD-NAME              PIC X(30).
           05 VD-POSITION          PIC X(15).
           05 VD-OLD-POSITION      PIC X(15).
           05 VD-SALARY            PIC 9(7)V99.
           05 VD-OLD-SALARY        PIC 9(7)V99.
           05 VD-HOURLY-RATE       PIC 9(5)V99.
           05 VD-OLD-HOURLY-RATE   PIC 9(5)V99.
           05 VD-TERM-REASON       PIC X(3).
           05 FILLER               PIC X(89).
       01  VT-RECORD.
           05 VT-TYPE              PIC X(2).
           05 VT-EVENT-COUNT       PIC 9(7).
           05 FILLER               PIC X(191).

      *    SAME LAYOUT xmitreg.cob MAINTAINS.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 XR-SEQ           PIC 9(5).
           05 XR-FILE-NAME     PIC X(20).
           05 XR-DISPATCH-DATE PIC X(8).
           05 XR-DISPATCH-TIME PIC X(6).
           05 XR-RECORD-COUNT  PIC 9(7).
           05 XR-TOTAL-AMOUNT  PIC S9(11)V99.
           05 XR-CHECKSUM      PIC 9(10).
           05 XR-ACK           PIC X.
           05 XR-ACK-DATE      PIC X(8).
           05 XR-RESENT        PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FV-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-VF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-RG-EOF           PIC X VALUE "N".
       01  WS-HR-OPEN          PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-FEED-NAME        PIC X(20) VALUE SPACES.
       01  WS-FEED-PATH        PIC X(50) VALUE SPACES.

      *    THE BOOKMARK AS READ, AND AS IT WILL BE WRITTEN BACK.
       01  FEED-MARK.
           05 WS-JR-MARK       PIC 9(7) VALUE 0.
           05 WS-JR-MARK-LAST  PIC X(14) VALUE SPACES.
           05 WS-TA-MARK       PIC 9(7) VALUE 0.
           05 WS-TA-MARK-LAST  PIC X(8) VALUE SPACES.
           05 WS-MARK-RUN      PIC X(8) VALUE SPACES.
       01  FEED-POSITION.
           05 WS-JR-READ       PIC 9(7) VALUE 0.
           05 WS-JR-LAST       PIC X(14) VALUE SPACES.
           05 WS-TA-READ       PIC 9(7) VALUE 0.
           05 WS-TA-LAST       PIC X(8) VALUE SPACES.
           05 WS-JR-SHRUNK     PIC X VALUE "N".
           05 WS-TA-SHRUNK     PIC X VALUE "N".
           05 WS-JR-TOTAL      PIC 9(7) VALUE 0.
           05 WS-TA-TOTAL      PIC 9(7) VALUE 0.

      *    THE JOURNAL IMAGES WITH THE EMPLOYEE RECORD'S NUMERIC
      *    PICTURES, SO SALARIES AND RATES COMPARE AS NUMBERS.
       01  BEFORE-IMAGE.
           05 BI-EMP-ID        PIC X(5).
           05 BI-NAME          PIC X(30).
           05 BI-POSITION      PIC X(15).
           05 BI-HOURLY-RATE   PIC 9(5)V99.
           05 BI-SALARY        PIC 9(7)V99.
           05 BI-TAX-RATE      PIC 9(5)V99.
           05 BI-DEDUCTIONS    PIC 9(7)V99.
       01  AFTER-IMAGE.
           05 AI-EMP-ID        PIC X(5).
           05 AI-NAME          PIC X(30).
           05 AI-POSITION      PIC X(15).
           05 AI-HOURLY-RATE   PIC 9(5)V99.
           05 AI-SALARY        PIC 9(7)V99.
           05 AI-TAX-RATE      PIC 9(5)V99.
           05 AI-DEDUCTIONS    PIC 9(7)V99.

       01  VENDOR-TABLE.
           05 WS-FV-COUNT      PIC 9(2) VALUE 0.
           05 FV-ENTRY OCCURS 20 TIMES.
               10 FVE-RECORD       PIC X(43).
       01  V                   PIC 9(2) VALUE 1.

       01  POSITION-TABLE.
           05 WS-PM-COUNT      PIC 9(2) VALUE 0.
           05 PM-ENTRY OCCURS 50 TIMES.
               10 PME-CODE         PIC X(15).
               10 PME-PAY-TYPE     PIC X.
       01  P                   PIC 9(2) VALUE 1.

      *    EVERY EVENT PICKED UP THIS RUN, IN THE ORDER READ.
       01  EVENT-TABLE.
           05 WS-EV-COUNT      PIC 9(4) VALUE 0.
           05 EV-ENTRY OCCURS 2000 TIMES.
               10 EVE-EVENT        PIC X.
               10 EVE-EMP-ID       PIC X(5).
               10 EVE-DATE         PIC X(8).
               10 EVE-NAME         PIC X(30).
               10 EVE-POSITION     PIC X(15).
               10 EVE-OLD-POSITION PIC X(15).
               10 EVE-SALARY       PIC 9(7)V99.
               10 EVE-OLD-SALARY   PIC 9(7)V99.
               10 EVE-RATE         PIC 9(5)V99.
               10 EVE-OLD-RATE     PIC 9(5)V99.
               10 EVE-REASON       PIC X(3).
               10 EVE-PAY-TYPE     PIC X.
       01  X                   PIC 9(4) VALUE 1.
       01  WS-EV-FULL          PIC X VALUE "N".
       01  WS-EVENT-WANTED     PIC X VALUE "N".
       01  WS-LOOKUP-POSITION  PIC X(15).
       01  WS-LOOKUP-PAY-TYPE  PIC X.

       01  RUN-TOTALS.
           05 WS-ADD-COUNT     PIC 9(5) VALUE 0.
           05 WS-TERM-COUNT    PIC 9(5) VALUE 0.
           05 WS-SALARY-COUNT  PIC 9(5) VALUE 0.
           05 WS-POSITION-COUNT PIC 9(5) VALUE 0.
           05 WS-FILE-COUNT    PIC 9(3) VALUE 0.
           05 WS-VENDOR-EVENTS PIC 9(7) VALUE 0.

      *    THE REGISTER ENTRY -- COUNT AND CHECKSUM FOLDED THROUGH
      *    PWHASH EXACTLY AS xmitreg DOES, SO A RE-SEND LOGGED
      *    THERE LATER MATCHES THIS ONE.
       01  DISPATCH-FIGURES.
           05 WS-RECORD-COUNT  PIC 9(7) VALUE 0.
           05 WS-NEXT-SEQ      PIC 9(5) VALUE 0.
           05 WS-RESENT-FLAG   PIC X VALUE "N".
       01  WS-CHECKSUM         PIC 9(10) VALUE 0.
       01  WS-HASH-SALT        PIC X(8) VALUE SPACES.
       01  WS-HASH-SLICE       PIC X(10) VALUE SPACES.
       01  WS-HASH-OUT         PIC 9(10) VALUE 0.
       01  WS-SLICE-START      PIC 9(3) VALUE 1.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "VENDFEED".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-VENDORS
           IF WS-FV-COUNT = 0
               DISPLAY "NO VENDORS ON feedvendors.dat. NOTHING TO DO."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0110-LOAD-FEED-MARK
           IF WS-MARK-RUN = WS-TODAY
               DISPLAY "THE VENDOR FEED HAS ALREADY RUN TODAY. "
                   "TODAY'S LATER CHANGES GO OUT TOMORROW."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0120-LOAD-POSITIONS
           MOVE "N" TO WS-HR-OPEN
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               MOVE "Y" TO WS-HR-OPEN
           END-IF
           PERFORM 0200-READ-JOURNAL
           PERFORM 0300-READ-TERM-ARCHIVE
           IF WS-HR-OPEN = "Y"
               CLOSE HR-PROFILE-FILE
           END-IF
           IF WS-EV-FULL = "Y"
      *        MOVING THE BOOKMARK PAST EVENTS NOT HELD WOULD SKIP
      *        THEM FOR GOOD.
               DISPLAY "*** MORE THAN 2000 EVENTS SINCE THE LAST "
                   "RUN -- NO FILES WRITTEN, BOOKMARK NOT MOVED. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-FV-COUNT
               PERFORM 0400-WRITE-VENDOR-FILE
           END-PERFORM
           PERFORM 0600-SAVE-FEED-MARK
           DISPLAY WS-ADD-COUNT " JOINERS, " WS-TERM-COUNT
               " LEAVERS, " WS-SALARY-COUNT " SALARY CHANGES, "
               WS-POSITION-COUNT " POSITION CHANGES."
           DISPLAY WS-FILE-COUNT " VENDOR FILES WRITTEN AND LOGGED "
               "ON xmitregister.dat."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "VENDOR FEED, " WS-EV-COUNT " EVENTS, "
               WS-FILE-COUNT " FILES"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-VENDORS.
           MOVE 0 TO WS-FV-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-FV-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-FV-COUNT = 20
                   READ VENDOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FV-VENDOR-CODE NOT = SPACES
                               ADD 1 TO WS-FV-COUNT
                               MOVE VENDOR-RECORD
                                   TO FVE-RECORD(WS-FV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.

      *    NO BOOKMARK YET MEANS THE FIRST RUN: EVERYTHING ON BOTH
      *    SOURCES GOES OUT ONCE.
       0110-LOAD-FEED-MARK.
           INITIALIZE FEED-MARK
           OPEN INPUT FEED-MARK-FILE
           IF WS-FM-FILE-STATUS = "00"
               READ FEED-MARK-FILE
                   NOT AT END
                       MOVE FM-JOURNAL-READ TO WS-JR-MARK
                       MOVE FM-JOURNAL-LAST TO WS-JR-MARK-LAST
                       MOVE FM-TERMS-READ TO WS-TA-MARK
                       MOVE FM-TERMS-LAST TO WS-TA-MARK-LAST
                       MOVE FM-LAST-RUN TO WS-MARK-RUN
               END-READ
               CLOSE FEED-MARK-FILE
           END-IF
           MOVE WS-JR-MARK-LAST TO WS-JR-LAST
           MOVE WS-TA-MARK-LAST TO WS-TA-LAST.

       0120-LOAD-POSITIONS.
           MOVE 0 TO WS-PM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-PM-COUNT = 50
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PM-COUNT
                           MOVE POS-CODE TO PME-CODE(WS-PM-COUNT)
                           MOVE POS-PAY-TYPE
                               TO PME-PAY-TYPE(WS-PM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.

      *    THE JOURNAL IS ONLY EVER APPENDED TO, SO THE ENTRIES PAST
      *    THE COUNT ALREADY READ ARE THE NEW ONES. A JOURNAL NOW
      *    SHORTER THAN THAT COUNT HAS BEEN CUT BACK; THEN THE
      *    ENTRIES STAMPED AFTER THE LAST ONE SENT ARE THE NEW ONES.
       0200-READ-JOURNAL.
           MOVE 0 TO WS-JR-TOTAL
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-JR-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JR-TOTAL
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-JR-TOTAL < WS-JR-MARK
               MOVE "Y" TO WS-JR-SHRUNK
               DISPLAY "*** empjournal.dat HAS BEEN CUT BACK SINCE THE "
                   "LAST RUN -- SENDING ENTRIES AFTER "
                   WS-JR-MARK-LAST ". ***"
           END-IF
           MOVE 0 TO WS-JR-READ
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JR-READ
                       IF WS-JR-SHRUNK = "Y"
                           IF JR-TIMESTAMP > WS-JR-MARK-LAST
                               PERFORM 0210-TAKE-JOURNAL-ENTRY
                           END-IF
                       ELSE
                           IF WS-JR-READ > WS-JR-MARK
                               PERFORM 0210-TAKE-JOURNAL-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *    REJECTED AND TERM LINES CARRY NOTHING FOR THE VENDORS --
      *    LEAVERS COME FROM THE TERMINATION ARCHIVE.
       0210-TAKE-JOURNAL-ENTRY.
           IF JR-TIMESTAMP > WS-JR-LAST
               MOVE JR-TIMESTAMP TO WS-JR-LAST
           END-IF
           MOVE JR-BEFORE-IMAGE TO BEFORE-IMAGE
           MOVE JR-AFTER-IMAGE TO AFTER-IMAGE
           IF AI-SALARY IS NOT NUMERIC
               MOVE 0 TO AI-SALARY
           END-IF
           IF AI-HOURLY-RATE IS NOT NUMERIC
               MOVE 0 TO AI-HOURLY-RATE
           END-IF
           IF BI-SALARY IS NOT NUMERIC
               MOVE 0 TO BI-SALARY
           END-IF
           IF BI-HOURLY-RATE IS NOT NUMERIC
               MOVE 0 TO BI-HOURLY-RATE
           END-IF
           EVALUATE JR-ACTION
               WHEN "ADD"
               WHEN "REHIRE"
                   PERFORM 0220-NEW-EVENT
                   MOVE "A" TO EVE-EVENT(WS-EV-COUNT)
                   ADD 1 TO WS-ADD-COUNT
      *            A NEW HIRE'S START DATE, ONCE HR HAS KEYED IT; A
      *            REHIRE'S PROFILE STILL CARRIES THE FIRST HIRE.
                   IF JR-ACTION = "ADD" AND WS-HR-OPEN = "Y"
                       MOVE JR-EMP-ID TO HR-EMP-ID
                       READ HR-PROFILE-FILE
                           NOT INVALID KEY
                               IF HR-HIRE-DATE NOT = SPACES
                                   MOVE HR-HIRE-DATE
                                       TO EVE-DATE(WS-EV-COUNT)
                               END-IF
                       END-READ
                   END-IF
               WHEN "CHANGE"
                   IF AI-SALARY NOT = BI-SALARY
                           OR AI-HOURLY-RATE NOT = BI-HOURLY-RATE
                       PERFORM 0220-NEW-EVENT
                       MOVE "S" TO EVE-EVENT(WS-EV-COUNT)
                       ADD 1 TO WS-SALARY-COUNT
                   END-IF
                   IF AI-POSITION NOT = BI-POSITION
                       PERFORM 0220-NEW-EVENT
                       MOVE "P" TO EVE-EVENT(WS-EV-COUNT)
                       ADD 1 TO WS-POSITION-COUNT
                   END-IF
           END-EVALUATE.

       0220-NEW-EVENT.
           IF WS-EV-COUNT = 2000
               MOVE "Y" TO WS-EV-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE SPACE TO EVE-EVENT(WS-EV-COUNT)
           MOVE JR-EMP-ID TO EVE-EMP-ID(WS-EV-COUNT)
           MOVE JR-TIMESTAMP(1:8) TO EVE-DATE(WS-EV-COUNT)
           MOVE AI-NAME TO EVE-NAME(WS-EV-COUNT)
           MOVE AI-POSITION TO EVE-POSITION(WS-EV-COUNT)
           MOVE BI-POSITION TO EVE-OLD-POSITION(WS-EV-COUNT)
           MOVE AI-SALARY TO EVE-SALARY(WS-EV-COUNT)
           MOVE BI-SALARY TO EVE-OLD-SALARY(WS-EV-COUNT)
           MOVE AI-HOURLY-RATE TO EVE-RATE(WS-EV-COUNT)
           MOVE BI-HOURLY-RATE TO EVE-OLD-RATE(WS-EV-COUNT)
           MOVE SPACES TO EVE-REASON(WS-EV-COUNT)
           MOVE AI-POSITION TO WS-LOOKUP-POSITION
           PERFORM 0230-FIND-PAY-TYPE
           MOVE WS-LOOKUP-PAY-TYPE TO EVE-PAY-TYPE(WS-EV-COUNT).

      *    HOURLY ONLY WHEN THE POSITION SAYS SO, AS PAYRUN PAYS.
       0230-FIND-PAY-TYPE.
           MOVE "S" TO WS-LOOKUP-PAY-TYPE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PM-COUNT
               IF PME-CODE(P) = WS-LOOKUP-POSITION
                       AND PME-PAY-TYPE(P) = "H"
                   MOVE "H" TO WS-LOOKUP-PAY-TYPE
               END-IF
           END-PERFORM.

      *    THE ARCHIVE IS REWRITTEN IN PLACE ON A REHIRE (TA-STATUS
      *    FLIPS TO "R") BUT NEW TERMINATIONS ONLY EVER GO ON THE
      *    END, SO THE SAME BOOKMARK RULE HOLDS AS FOR THE JOURNAL.
       0300-READ-TERM-ARCHIVE.
           MOVE 0 TO WS-TA-TOTAL
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-ARCHIVE-FILE
           IF WS-TA-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-TA-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TA-TOTAL
               END-READ
           END-PERFORM
           CLOSE TERM-ARCHIVE-FILE
           IF WS-TA-TOTAL < WS-TA-MARK
               MOVE "Y" TO WS-TA-SHRUNK
               DISPLAY "*** termarchive.dat HAS BEEN CUT BACK SINCE "
                   "THE LAST RUN -- SENDING TERMINATIONS AFTER "
                   WS-TA-MARK-LAST ". ***"
           END-IF
           MOVE 0 TO WS-TA-READ
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TA-READ
                       IF WS-TA-SHRUNK = "Y"
                           IF TA-TERM-DATE > WS-TA-MARK-LAST
                               PERFORM 0310-TAKE-TERMINATION
                           END-IF
                       ELSE
                           IF WS-TA-READ > WS-TA-MARK
                               PERFORM 0310-TAKE-TERMINATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-ARCHIVE-FILE.

       0310-TAKE-TERMINATION.
           IF TA-TERM-DATE > WS-TA-LAST
               MOVE TA-TERM-DATE TO WS-TA-LAST
           END-IF
           IF WS-EV-COUNT = 2000
               MOVE "Y" TO WS-EV-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           ADD 1 TO WS-TERM-COUNT
           MOVE "T" TO EVE-EVENT(WS-EV-COUNT)
           MOVE TA-EMP-ID TO EVE-EMP-ID(WS-EV-COUNT)
           MOVE TA-TERM-DATE TO EVE-DATE(WS-EV-COUNT)
           MOVE TA-EMP-NAME TO EVE-NAME(WS-EV-COUNT)
           MOVE TA-EMP-POSITION TO EVE-POSITION(WS-EV-COUNT)
           MOVE SPACES TO EVE-OLD-POSITION(WS-EV-COUNT)
           MOVE TA-EMP-SALARY TO EVE-SALARY(WS-EV-COUNT)
           MOVE 0 TO EVE-OLD-SALARY(WS-EV-COUNT)
           MOVE TA-EMP-HOURLY-RATE TO EVE-RATE(WS-EV-COUNT)
           MOVE 0 TO EVE-OLD-RATE(WS-EV-COUNT)
           MOVE TA-REASON TO EVE-REASON(WS-EV-COUNT)
           MOVE TA-EMP-POSITION TO WS-LOOKUP-POSITION
           PERFORM 0230-FIND-PAY-TYPE
           MOVE WS-LOOKUP-PAY-TYPE TO EVE-PAY-TYPE(WS-EV-COUNT).

      *    ONE VENDOR: COUNT WHAT IT TAKES FIRST, SO A VENDOR WITH
      *    NOTHING TONIGHT GETS NO FILE.
       0400-WRITE-VENDOR-FILE.
           MOVE FVE-RECORD(V) TO VENDOR-RECORD
           MOVE 0 TO WS-VENDOR-EVENTS
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EV-COUNT
               PERFORM 0410-CHECK-EVENT-WANTED
               IF WS-EVENT-WANTED = "Y"
                   ADD 1 TO WS-VENDOR-EVENTS
               END-IF
           END-PERFORM
           IF WS-VENDOR-EVENTS = 0
               DISPLAY "NOTHING FOR " FV-VENDOR-CODE " "
                   FUNCTION TRIM(FV-VENDOR-NAME) " TONIGHT."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FEED-NAME
           STRING "vf" FV-VENDOR-CODE WS-TODAY ".dat"
               DELIMITED BY SIZE INTO WS-FEED-NAME
           MOVE WS-FEED-NAME TO WS-FEED-PATH
           OPEN OUTPUT FEED-FILE
           MOVE SPACES TO VH-RECORD
           MOVE "VH" TO VH-TYPE
           MOVE FV-VENDOR-CODE TO VH-VENDOR-CODE
           MOVE FV-VENDOR-NAME TO VH-VENDOR-NAME
           MOVE WS-TODAY TO VH-CREATED-DATE
           WRITE VH-RECORD
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EV-COUNT
               PERFORM 0410-CHECK-EVENT-WANTED
               IF WS-EVENT-WANTED = "Y"
                   PERFORM 0420-WRITE-ONE-EVENT
               END-IF
           END-PERFORM
           MOVE SPACES TO VT-RECORD
           MOVE "VT" TO VT-TYPE
           MOVE WS-VENDOR-EVENTS TO VT-EVENT-COUNT
           WRITE VT-RECORD
           CLOSE FEED-FILE
           PERFORM 0500-DIGEST-FEED-FILE
           PERFORM 0550-LOG-ON-REGISTER
           ADD 1 TO WS-FILE-COUNT
           DISPLAY FUNCTION TRIM(WS-FEED-NAME) " WRITTEN FOR "
               FUNCTION TRIM(FV-VENDOR-NAME) ": " WS-VENDOR-EVENTS
               " EVENTS, DISPATCH " WS-NEXT-SEQ ".".

       0410-CHECK-EVENT-WANTED.
           MOVE "N" TO WS-EVENT-WANTED
           EVALUATE EVE-EVENT(X)
               WHEN "A"
                   MOVE FV-ADDS TO WS-EVENT-WANTED
               WHEN "T"
                   MOVE FV-TERMS TO WS-EVENT-WANTED
               WHEN "S"
                   MOVE FV-SALARY TO WS-EVENT-WANTED
               WHEN "P"
                   MOVE FV-POSITION TO WS-EVENT-WANTED
           END-EVALUATE
           IF WS-EVENT-WANTED = "Y"
                   AND FV-PAY-TYPE NOT = SPACE
                   AND FV-PAY-TYPE NOT = EVE-PAY-TYPE(X)
               MOVE "N" TO WS-EVENT-WANTED
           END-IF.

       0420-WRITE-ONE-EVENT.
           MOVE SPACES TO VD-RECORD
           MOVE "VD" TO VD-TYPE
           MOVE EVE-EVENT(X) TO VD-EVENT
           MOVE EVE-EMP-ID(X) TO VD-EMP-ID
           MOVE EVE-DATE(X) TO VD-EFFECTIVE-DATE
           MOVE 0 TO VD-SALARY
           MOVE 0 TO VD-OLD-SALARY
           MOVE 0 TO VD-HOURLY-RATE
           MOVE 0 TO VD-OLD-HOURLY-RATE
           IF FV-WITH-NAME = "Y"
               MOVE EVE-NAME(X) TO VD-NAME
           END-IF
           IF FV-WITH-POSITION = "Y"
               MOVE EVE-POSITION(X) TO VD-POSITION
               MOVE EVE-OLD-POSITION(X) TO VD-OLD-POSITION
           END-IF
           IF FV-WITH-PAY = "Y"
               MOVE EVE-SALARY(X) TO VD-SALARY
               MOVE EVE-OLD-SALARY(X) TO VD-OLD-SALARY
               MOVE EVE-RATE(X) TO VD-HOURLY-RATE
               MOVE EVE-OLD-RATE(X) TO VD-OLD-HOURLY-RATE
           END-IF
           IF FV-WITH-REASON = "Y"
               MOVE EVE-REASON(X) TO VD-TERM-REASON
           END-IF
           WRITE VD-RECORD.

      *    THE FINISHED FILE READ BACK AS PLAIN 200-BYTE LINES, THE
      *    WAY xmitreg DIGESTS AN OUTBOUND FILE.
       0500-DIGEST-FEED-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-CHECKSUM
           MOVE "N" TO WS-EOF
           OPEN INPUT FEED-FILE
           IF WS-VF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 0510-FOLD-CHECKSUM
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       0510-FOLD-CHECKSUM.
           MOVE 1 TO WS-SLICE-START
           PERFORM UNTIL WS-SLICE-START > 191
               MOVE WS-CHECKSUM(1:8) TO WS-HASH-SALT
               MOVE FEED-RECORD(WS-SLICE-START:10)
                   TO WS-HASH-SLICE
               CALL "PWHASH" USING WS-HASH-SALT WS-HASH-SLICE
                   WS-HASH-OUT
               MOVE WS-HASH-OUT TO WS-CHECKSUM
               ADD 10 TO WS-SLICE-START
           END-PERFORM.

      *    THE REGISTER IS APPENDED TO, NOT REWRITTEN -- ONE PASS
      *    FINDS THE LAST SEQUENCE AND ANY EARLIER DISPATCH OF THE
      *    SAME CONTENT. THE FEED CARRIES NO MONEY TOTAL.
       0550-LOG-ON-REGISTER.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-RESENT-FLAG
           MOVE "N" TO WS-RG-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-RG-FILE-STATUS = "00"
               PERFORM UNTIL WS-RG-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-RG-EOF
                       NOT AT END
                           IF XR-SEQ > WS-NEXT-SEQ
                               MOVE XR-SEQ TO WS-NEXT-SEQ
                           END-IF
                           IF XR-FILE-NAME = WS-FEED-NAME
                                   AND XR-CHECKSUM = WS-CHECKSUM
                               MOVE "Y" TO WS-RESENT-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-RG-FILE-STATUS NOT = "00"
      *        REGISTER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST DISPATCH IS LOGGED.
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO XR-SEQ
           MOVE WS-FEED-NAME TO XR-FILE-NAME
           MOVE WS-TIMESTAMP(1:8) TO XR-DISPATCH-DATE
           MOVE WS-TIMESTAMP(9:6) TO XR-DISPATCH-TIME
           MOVE WS-RECORD-COUNT TO XR-RECORD-COUNT
           MOVE 0 TO XR-TOTAL-AMOUNT
           MOVE WS-CHECKSUM TO XR-CHECKSUM
           MOVE "N" TO XR-ACK
           MOVE SPACES TO XR-ACK-DATE
           MOVE WS-RESENT-FLAG TO XR-RESENT
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

      *    ONLY NOW, WITH EVERY FILE WRITTEN, DOES THE BOOKMARK MOVE.
       0600-SAVE-FEED-MARK.
           OPEN OUTPUT FEED-MARK-FILE
           MOVE WS-JR-READ TO FM-JOURNAL-READ
           MOVE WS-JR-LAST TO FM-JOURNAL-LAST
           MOVE WS-TA-READ TO FM-TERMS-READ
           MOVE WS-TA-LAST TO FM-TERMS-LAST
           MOVE WS-TODAY TO FM-LAST-RUN
           WRITE FEED-MARK-RECORD
           CLOSE FEED-MARK-FILE.
