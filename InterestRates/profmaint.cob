       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    CLIENT SUITABILITY PROFILE MAINTENANCE. EVERY
      *            ADVISORY CLIENT ON portfolio.dat IS TO HAVE A
      *            CURRENT RISK PROFILE ON clientprof.dat -- RISK
      *            TOLERANCE 1 (LOWEST) TO 5 (HIGHEST), INVESTMENT
      *            HORIZON IN YEARS, INCOME BAND, OBJECTIVES, AND THE
      *            DATE AND REVIEWER OF THE LAST KYC REVIEW. AN
      *            OPERATOR MUST SIGN ON (SEE Shared/signon.cob);
      *            LOOKUPS ARE OPEN TO EVERY ROLE, CHANGES NEED THE
      *            MAINTENANCE OR ADMIN ROLE. KEYING OR CHANGING A
      *            PROFILE IS A REVIEW, STAMPED WITH TODAY'S DATE AND
      *            THE SIGNED-ON OPERATOR; R RECORDS A REVIEW THAT
      *            CHANGED NOTHING. EVERY ADD, CHANGE, REVIEW AND
      *            DELETE LANDS ON clientprofjrnl.dat WITH THE
      *            OPERATOR AND THE FULL BEFORE- AND AFTER-IMAGE, AS
      *            employeeMaint JOURNALS employee.dat. kycexcept.cob
      *            REPORTS OVERDUE REVIEWS AND UNSUITABLE HOLDINGS,
      *            AND FEEBILL WILL NOT BILL A CLIENT WITH NO PROFILE.
      *    compile with (from the repo root) ->
      *        cobc -x -o profmaint InterestRates/profmaint.cob
      *    then run ./profmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "clientprof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "clientprofjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER CLIENT. CP-INCOME-BAND: A UNDER 50,000,
      *    B 50,000-99,999, C 100,000-249,999, D 250,000-999,999,
      *    E 1,000,000 AND OVER.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 CP-CLIENT-ID     PIC X(10).
           05 CP-RISK-TOLERANCE PIC X.
           05 CP-HORIZON       PIC 9(2).
           05 CP-INCOME-BAND   PIC X.
           05 CP-OBJECTIVES    PIC X(30).
           05 CP-LAST-REVIEW   PIC X(8).
           05 CP-REVIEWER      PIC X(10).

      *    FIELD-LEVEL CHANGE JOURNAL. AN ABSENT IMAGE (THE BEFORE
      *    OF AN ADD, THE AFTER OF A DELETE) IS ALL SPACES.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
           05 JR-ACTION        PIC X(6).
           05 JR-OPERATOR-ID   PIC X(10).
           05 JR-CLIENT-ID     PIC X(10).
           05 JR-BEFORE-IMAGE  PIC X(62).
           05 JR-AFTER-IMAGE   PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-CONFIRM          PIC X VALUE " ".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-CLIENT-ID        PIC X(10).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-JRN-ACTION       PIC X(6) VALUE SPACES.
       01  WS-JRN-TIMESTAMP    PIC X(26).
       01  WS-BEFORE-IMAGE     PIC X(62) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(62) VALUE SPACES.
       01  WS-PR-PROMPT        PIC X(60).
       01  WS-PR-NUM-BUFFER    PIC X(18).

       01  PROFILE-TABLE.
           05 WS-CP-COUNT      PIC 9(3) VALUE 0.
           05 CP-ENTRY OCCURS 200 TIMES.
               10 CPE-CLIENT-ID    PIC X(10).
               10 CPE-RISK-TOLERANCE PIC X.
               10 CPE-HORIZON      PIC 9(2).
               10 CPE-INCOME-BAND  PIC X.
               10 CPE-OBJECTIVES   PIC X(30).
               10 CPE-LAST-REVIEW  PIC X(8).
               10 CPE-REVIEWER     PIC X(10).
       01  P                   PIC 9(3) VALUE 1.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "PROFMAINT".
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
           PERFORM 0100-LOAD-PROFILE-TABLE
           IF WS-CP-COUNT = 200 AND WS-CP-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 200 PROFILES ON FILE. SPLIT "
                   "clientprof.dat BEFORE MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
      *        LOOKUPS STAY OPEN TO THE INQUIRY ROLE; EVERYTHING
      *        THAT CHANGES clientprof.dat NEEDS MAINTENANCE OR ADMIN.
               IF (WS-MENU-CHOICE = "A" OR "R" OR "D")
                   AND WS-OPERATOR-ROLE NOT = "M"
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "YOUR ROLE DOES NOT ALLOW PROFILE "
                       "MAINTENANCE."
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LOOKUP-PROFILE
                   WHEN "A"
                       PERFORM 0400-ADD-OR-CHANGE
                   WHEN "R"
                       PERFORM 0500-RECORD-REVIEW
                   WHEN "D"
                       PERFORM 0600-DELETE-PROFILE
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

       0100-LOAD-PROFILE-TABLE.
           MOVE 0 TO WS-CP-COUNT
           MOVE "N" TO WS-CP-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-CP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CP-EOF = "Y" OR WS-CP-COUNT = 200
                   READ PROFILE-FILE
                       AT END
                           MOVE "Y" TO WS-CP-EOF
                       NOT AT END
                           ADD 1 TO WS-CP-COUNT
                           MOVE PROFILE-RECORD TO CP-ENTRY(WS-CP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- CLIENT SUITABILITY PROFILES -----"
           DISPLAY "L - LOOK UP A CLIENT PROFILE"
           DISPLAY "A - ADD OR CHANGE A PROFILE (COUNTS AS A REVIEW)"
           DISPLAY "R - RECORD A REVIEW WITH NO CHANGES"
           DISPLAY "D - DELETE A PROFILE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0250-FIND-PROFILE.
           DISPLAY "ENTER CLIENT ID: "
           ACCEPT WS-CLIENT-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CLIENT-ID(P) = WS-CLIENT-ID
                   MOVE P TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0300-LOOKUP-PROFILE.
           PERFORM 0250-FIND-PROFILE
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO PROFILE ON FILE FOR " WS-CLIENT-ID "."
           ELSE
               MOVE WS-FOUND-INDEX TO P
               PERFORM 0900-DISPLAY-PROFILE
           END-IF.

       0400-ADD-OR-CHANGE.
           PERFORM 0250-FIND-PROFILE
           IF WS-CLIENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-INDEX = 0
               IF WS-CP-COUNT = 200
                   DISPLAY "PROFILE TABLE IS FULL (200)."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "ADD" TO WS-JRN-ACTION
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO P
               MOVE SPACES TO CP-ENTRY(P)
               MOVE WS-CLIENT-ID TO CPE-CLIENT-ID(P)
           ELSE
               MOVE WS-FOUND-INDEX TO P
               MOVE CP-ENTRY(P) TO WS-BEFORE-IMAGE
               MOVE "CHANGE" TO WS-JRN-ACTION
               PERFORM 0900-DISPLAY-PROFILE
           END-IF
           MOVE SPACE TO CPE-RISK-TOLERANCE(P)
           PERFORM UNTIL CPE-RISK-TOLERANCE(P) >= "1"
                   AND CPE-RISK-TOLERANCE(P) <= "5"
               DISPLAY "ENTER RISK TOLERANCE, 1 (LOWEST) TO 5 "
                   "(HIGHEST): "
               ACCEPT CPE-RISK-TOLERANCE(P)
           END-PERFORM
           MOVE "ENTER INVESTMENT HORIZON IN YEARS (XX): "
               TO WS-PR-PROMPT
           CALL "NUMVALID" USING WS-PR-PROMPT WS-PR-NUM-BUFFER
           MOVE WS-PR-NUM-BUFFER TO CPE-HORIZON(P)
           MOVE SPACE TO CPE-INCOME-BAND(P)
           PERFORM UNTIL CPE-INCOME-BAND(P) = "A" OR "B" OR "C"
                   OR "D" OR "E"
               DISPLAY "ENTER INCOME BAND (A UNDER 50K, B 50-100K, "
                   "C 100-250K, D 250K-1M, E OVER 1M): "
               ACCEPT CPE-INCOME-BAND(P)
               MOVE FUNCTION UPPER-CASE(CPE-INCOME-BAND(P))
                   TO CPE-INCOME-BAND(P)
           END-PERFORM
           DISPLAY "ENTER OBJECTIVES (UP TO 30 CHARACTERS): "
           ACCEPT CPE-OBJECTIVES(P)
           MOVE FUNCTION UPPER-CASE(CPE-OBJECTIVES(P))
               TO CPE-OBJECTIVES(P)
           MOVE WS-TODAY TO CPE-LAST-REVIEW(P)
           MOVE WS-OPERATOR-ID TO CPE-REVIEWER(P)
           MOVE CP-ENTRY(P) TO WS-AFTER-IMAGE
           PERFORM 0800-REWRITE-PROFILE-FILE
           PERFORM 0950-WRITE-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PROFILE " WS-JRN-ACTION " " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PROFILE SAVED, REVIEWED " WS-TODAY " BY "
               WS-OPERATOR-ID ".".

       0500-RECORD-REVIEW.
           PERFORM 0250-FIND-PROFILE
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO PROFILE ON FILE FOR " WS-CLIENT-ID
                   ". KEY ONE WITH A."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-INDEX TO P
           PERFORM 0900-DISPLAY-PROFILE
           DISPLAY "PROFILE REVIEWED WITH THE CLIENT AND STILL "
               "CORRECT (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "REVIEW NOT RECORDED. CHANGE THE PROFILE "
                   "WITH A."
               EXIT PARAGRAPH
           END-IF
           MOVE CP-ENTRY(P) TO WS-BEFORE-IMAGE
           MOVE "REVIEW" TO WS-JRN-ACTION
           MOVE WS-TODAY TO CPE-LAST-REVIEW(P)
           MOVE WS-OPERATOR-ID TO CPE-REVIEWER(P)
           MOVE CP-ENTRY(P) TO WS-AFTER-IMAGE
           PERFORM 0800-REWRITE-PROFILE-FILE
           PERFORM 0950-WRITE-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PROFILE REVIEW " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "REVIEW RECORDED.".

       0600-DELETE-PROFILE.
           PERFORM 0250-FIND-PROFILE
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO PROFILE ON FILE FOR " WS-CLIENT-ID "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-INDEX TO P
           MOVE CP-ENTRY(P) TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE "DELETE" TO WS-JRN-ACTION
           PERFORM VARYING P FROM WS-FOUND-INDEX BY 1
                   UNTIL P >= WS-CP-COUNT
               MOVE CP-ENTRY(P + 1) TO CP-ENTRY(P)
           END-PERFORM
           SUBTRACT 1 FROM WS-CP-COUNT
           PERFORM 0800-REWRITE-PROFILE-FILE
           PERFORM 0950-WRITE-JOURNAL
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PROFILE DELETE " WS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "PROFILE DELETED.".

       0800-REWRITE-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               MOVE CP-ENTRY(P) TO PROFILE-RECORD
               WRITE PROFILE-RECORD
           END-PERFORM
           CLOSE PROFILE-FILE.

       0900-DISPLAY-PROFILE.
           DISPLAY "CLIENT:          " CPE-CLIENT-ID(P)
           DISPLAY "RISK TOLERANCE:  " CPE-RISK-TOLERANCE(P)
           DISPLAY "HORIZON (YEARS): " CPE-HORIZON(P)
           DISPLAY "INCOME BAND:     " CPE-INCOME-BAND(P)
           DISPLAY "OBJECTIVES:      " CPE-OBJECTIVES(P)
           DISPLAY "LAST REVIEW:     " CPE-LAST-REVIEW(P)
               " BY " CPE-REVIEWER(P).

      *    APPENDS ONE JOURNAL LINE WITH THE BEFORE-IMAGE SNAPPED BY
      *    THE CALLING FUNCTION AND THE AFTER-IMAGE AS IT NOW STANDS.
       0950-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JR-FILE-STATUS NOT = "00"
      *        JOURNAL DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-JRN-TIMESTAMP(1:14) TO JR-TIMESTAMP
           MOVE WS-JRN-ACTION TO JR-ACTION
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           MOVE WS-CLIENT-ID TO JR-CLIENT-ID
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
