       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHECK.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SEGREGATION-OF-DUTIES CONFLICT REPORT. THE
      *            AUDITORS ASKED WHETHER ONE OPERATOR CAN BOTH
      *            CHANGE AN EMPLOYEE'S BANK ACCOUNT AND RELEASE THE
      *            PAY RUN THAT PAYS INTO IT, AND NOTHING ON THE
      *            SYSTEM COULD SAY. THE PAIRS OF FUNCTIONS THAT
      *            MUST NOT BE PERFORMED BY THE SAME OPERATOR IN THE
      *            SAME PERIOD LIVE IN DATA ON sodrules.dat, ONE LINE
      *            PER PAIR. EACH SIDE OF A PAIR SAYS WHERE THE
      *            FUNCTION LEAVES ITS TRACE AND HOW TO RECOGNISE IT:
      *              "A" = auditlog.dat. SUBJECT IS THE PROGRAM=
      *                    NAME; THE QUALIFIER, IF ANY, MUST APPEAR
      *                    SOMEWHERE IN THE ACTION TEXT.
      *              "J" = empjournal.dat. SUBJECT IS THE JOURNAL
      *                    ACTION (ADD, CHANGE, TERM, REHIRE,
      *                    REJECT); THE QUALIFIER, IF ANY, NAMES THE
      *                    FIELD THAT MUST HAVE MOVED (NAME, POSITION,
      *                    HOURLY-RATE, SALARY, TAX-RATE, DEDUCTIONS).
      *              "P" = pendchg.dat. SUBJECT IS REQUESTED,
      *                    APPROVED OR REJECTED; THE QUALIFIER, IF
      *                    ANY, IS TERM OR A FIELD NAME AS FOR "J".
      *            PLUS THE ROLES (AU-ROLE) ALLOWED TO PERFORM IT.
      *            FOR A KEYED PERIOD THE REPORT SCANS ALL THREE
      *            FILES BY OPERATOR ID AND LISTS, RULE BY RULE,
      *            EVERY PAIR OF OCCURRENCES ONE OPERATOR PERFORMED,
      *            WITH THEIR TIMESTAMPS (pendchg.dat CARRIES DATES
      *            ONLY; AN ITEM DECIDED BEFORE THE DECISION DATE WAS
      *            STAMPED COUNTS ON ITS REQUEST DATE). IT THEN LISTS
      *            EVERY OPERATOR ON authusers.dat WHOSE ROLE ALLOWS
      *            BOTH SIDES OF A PAIR, USED OR NOT. UNATTENDED
      *            ENTRIES AND LOG LINES FROM BEFORE THE OPERATOR
      *            STAMP NAME NOBODY AND ARE LEFT OUT. THE REPORT
      *            GOES TO sodcheck.rpt (THE SHARED PRINT SERVICES).
      *            RETURN CODE 4 WHEN ANY CONFLICT WAS FOUND OR THE
      *            EVENT TABLE FILLED. UPDATES NOTHING.
      *    compile with (from the repo root) ->
      *        cobc -x -o sodcheck Shared/sodcheck.cob
      *    then run ./sodcheck

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "sodrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT PENDING-CHANGES-FILE ASSIGN TO "pendchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT AUTH-USER-FILE ASSIGN TO "authusers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER CONFLICTING PAIR: SIDE A, SIDE B, AND A
      *    DESCRIPTION FOR THE REPORT.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 SR-A-FUNCTION.
               10 SR-A-SOURCE      PIC X.
               10 SR-A-SUBJECT     PIC X(15).
               10 SR-A-QUALIFIER   PIC X(20).
               10 SR-A-ROLES       PIC X(3).
           05 SR-B-FUNCTION.
               10 SR-B-SOURCE      PIC X.
               10 SR-B-SUBJECT     PIC X(15).
               10 SR-B-QUALIFIER   PIC X(20).
               10 SR-B-ROLES       PIC X(3).
           05 SR-DESCRIPTION   PIC X(30).

      *    SAME LINE AUDITLOG WRITES: TIMESTAMP, ENV=, PROGRAM=,
      *    OPERATOR=, ACTION=.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD    PIC X(150).

      *    SAME LAYOUT EmployeeMaint AND EMPAPPROVE WRITE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
           05 JR-ACTION        PIC X(6).
           05 JR-EMP-ID        PIC X(5).
           05 JR-BEFORE-IMAGE  PIC X(82).
           05 JR-AFTER-IMAGE   PIC X(82).
           05 JR-OPERATOR-ID   PIC X(10).

      *    SAME LAYOUT EmployeeMaint AND EMPAPPROVE WRITE.
       FD  PENDING-CHANGES-FILE.
       01  PENDING-CHANGE-RECORD.
           05 PC-STATUS        PIC X.
           05 PC-REQUEST-DATE  PIC X(8).
           05 PC-REQUESTED-BY  PIC X(10).
           05 PC-DECIDED-BY    PIC X(10).
           05 PC-ACTION        PIC X(6).
           05 PC-EMP-ID        PIC X(5).
           05 PC-REASON        PIC X(3).
           05 PC-BEFORE        PIC X(82).
           05 PC-AFTER         PIC X(82).
           05 PC-DECIDED-DATE  PIC X(8).

      *    SAME LAYOUT SIGNON READS.
       FD  AUTH-USER-FILE.
       01  AUTH-USER-RECORD.
           05 AU-OPERATOR-ID       PIC X(10).
           05 AU-SALT              PIC X(8).
           05 AU-PASSWORD-HASH     PIC 9(10).
           05 AU-FAILED-COUNT      PIC 9.
           05 AU-STATUS            PIC X.
           05 AU-ROLE              PIC X.
           05 AU-LAST-SIGNON       PIC X(8).
           05 AU-MANAGER-ID        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-SR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SR-EOF           PIC X VALUE "N".
       01  WS-LOG-EOF          PIC X VALUE "N".
       01  WS-JR-EOF           PIC X VALUE "N".
       01  WS-PC-EOF           PIC X VALUE "N".
       01  WS-AU-EOF           PIC X VALUE "N".
       01  WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01  WS-TO-DATE          PIC X(8) VALUE SPACES.
       01  WS-FN-MATCH         PIC X VALUE "N".
       01  WS-ANY-MATCH        PIC X VALUE "N".
       01  WS-EV-FULL          PIC X VALUE "N".
       01  WS-QUAL-LEN         PIC 9(2) VALUE 0.
       01  WS-USER-ROLE        PIC X VALUE SPACE.
       01  WS-ROLE-OK          PIC X VALUE "N".
       01  WS-EVENTS-SEEN      PIC 9(6) VALUE 0.
       01  WS-TOTAL-CONFLICTS  PIC 9(6) VALUE 0.
       01  WS-EXPOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RULE-NO-ED       PIC Z9.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  RULE-TABLE.
           05 WS-SR-COUNT      PIC 9(2) VALUE 0.
           05 SR-ENTRY OCCURS 30 TIMES.
               10 SRE-FUNCTION OCCURS 2 TIMES.
                   15 SRE-SOURCE       PIC X.
                   15 SRE-SUBJECT      PIC X(15).
                   15 SRE-QUALIFIER    PIC X(20).
                   15 SRE-ROLES        PIC X(3).
               10 SRE-DESCRIPTION  PIC X(30).
               10 SRE-OK           PIC X.
               10 SRE-CONFLICTS    PIC 9(5).
       01  R                   PIC 9(2) VALUE 1.
       01  S                   PIC 9 VALUE 1.

      *    THE OCCURRENCE BEING CONSIDERED, WHICHEVER FILE IT CAME
      *    FROM. THE SIDE FLAGS SAY WHICH SIDE OF WHICH RULE IT
      *    SATISFIES.
       01  CANDIDATE-EVENT.
           05 WS-CE-SOURCE     PIC X.
           05 WS-CE-OPERATOR   PIC X(10).
           05 WS-CE-DATE       PIC X(8).
           05 WS-CE-TIME       PIC X(6).
           05 WS-CE-SUBJECT    PIC X(15).
           05 WS-CE-LABEL      PIC X(10).
           05 WS-CE-TEXT       PIC X(40).
           05 WS-CE-CHG-ACTION PIC X(6).
           05 WS-CE-MOVED      PIC X(6).
           05 WS-CE-SIDES.
               10 WS-CE-RULE OCCURS 30 TIMES.
                   15 WS-CE-SIDE   PIC X OCCURS 2 TIMES.

      *    EVERY OCCURRENCE IN THE PERIOD THAT SATISFIES AT LEAST
      *    ONE SIDE OF ONE RULE.
       01  EVENT-TABLE.
           05 WS-EV-COUNT      PIC 9(4) VALUE 0.
           05 EV-ENTRY OCCURS 3000 TIMES.
               10 EVE-OPERATOR     PIC X(10).
               10 EVE-DATE         PIC X(8).
               10 EVE-TIME         PIC X(6).
               10 EVE-LABEL        PIC X(10).
               10 EVE-TEXT         PIC X(40).
               10 EVE-SIDES.
                   15 EVE-RULE OCCURS 30 TIMES.
                       20 EVE-SIDE     PIC X OCCURS 2 TIMES.
       01  E                   PIC 9(4) VALUE 1.
       01  E2                  PIC 9(4) VALUE 1.

      *    THE EMPLOYEE IMAGE FIELDS A "J" OR "P" QUALIFIER CAN
      *    NAME, WITH THEIR POSITION AND LENGTH IN THE 82-BYTE
      *    EMPLOYEE-RECORD IMAGE.
       01  FIELD-LIST.
           05 FILLER PIC X(25) VALUE "NAME                00630".
           05 FILLER PIC X(25) VALUE "POSITION            03615".
           05 FILLER PIC X(25) VALUE "HOURLY-RATE         05107".
           05 FILLER PIC X(25) VALUE "SALARY              05809".
           05 FILLER PIC X(25) VALUE "TAX-RATE            06707".
           05 FILLER PIC X(25) VALUE "DEDUCTIONS          07409".
       01  FIELD-TABLE REDEFINES FIELD-LIST.
           05 FT-ENTRY OCCURS 6 TIMES.
               10 FT-NAME          PIC X(20).
               10 FT-START         PIC 9(3).
               10 FT-LENGTH        PIC 9(2).
       01  F                   PIC 9 VALUE 1.
       01  I                   PIC 9(2) VALUE 1.
       01  WS-BEFORE-IMAGE     PIC X(82) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(82) VALUE SPACES.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "SODCHECK".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE LOG'S LOCATION COMES FROM THE ENVIRONMENT
      *    CONFIGURATION, THE SAME RESOLUTION AUDITLOG USES TO
      *    WRITE IT.
       01  WS-AUDITLOG-LOGICAL PIC X(20) VALUE "auditlog.dat".
       01  WS-AUDITLOG-PATH    PIC X(50) VALUE "auditlog.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-AUDITLOG-LOGICAL
               WS-AUDITLOG-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    WHO CAN DO WHAT IS ITSELF SENSITIVE -- THE INQUIRY ROLE
      *    DOES NOT GET THIS LIST.
           IF WS-OPERATOR-ROLE NOT = "M" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "YOUR ROLE DOES NOT ALLOW THIS REPORT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-RULES
           IF WS-SR-COUNT = 0
               DISPLAY "NO CONFLICT RULES ON FILE. BUILD "
                   "sodrules.dat FIRST (TWO FUNCTIONS AND A "
                   "DESCRIPTION PER LINE)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-GET-PERIOD THRU 0150-EXIT
           IF WS-FROM-DATE = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-SCAN-AUDIT-LOG
           PERFORM 0300-SCAN-JOURNAL
           PERFORM 0400-SCAN-PENDING-CHANGES
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "sodcheck.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "SEGREGATION OF DUTIES " WS-FROM-DATE " TO "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE "OPERATOR   DATE-TIME       SOURCE     ACTION"
               TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           IF WS-EV-FULL = "Y"
               MOVE "*** MORE THAN 3000 MATCHING OCCURRENCES -- "
                   & "SHORTEN THE PERIOD. ***" TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           PERFORM 0600-REPORT-ONE-RULE THRU 0600-EXIT
               VARYING R FROM 1 BY 1 UNTIL R > WS-SR-COUNT
           PERFORM 0700-REPORT-ROLE-EXPOSURE
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-EVENTS-SEEN " OCCURRENCES IN THE PERIOD, "
               WS-TOTAL-CONFLICTS " CONFLICTING PAIRS, "
               WS-EXPOSED-COUNT " ROLE EXPOSURES."
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-TOTAL-CONFLICTS " CONFLICTING PAIRS, "
               WS-EXPOSED-COUNT " ROLE EXPOSURES -- SEE "
               "sodcheck.rpt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SOD " WS-FROM-DATE "-" WS-TO-DATE " "
               WS-TOTAL-CONFLICTS " CONFLICTS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-TOTAL-CONFLICTS > 0 OR WS-EV-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A RULE THAT CANNOT BE APPLIED IS KEPT AND SHOWN AS
      *    MALFORMED ON THE REPORT RATHER THAN DROPPED SILENTLY.
       0100-LOAD-RULES.
           MOVE 0 TO WS-SR-COUNT
           OPEN INPUT RULE-FILE
           IF WS-SR-FILE-STATUS = "00"
               PERFORM UNTIL WS-SR-EOF = "Y" OR WS-SR-COUNT = 30
                   READ RULE-FILE
                       AT END
                           MOVE "Y" TO WS-SR-EOF
                       NOT AT END
                           IF RULE-RECORD NOT = SPACES
                               ADD 1 TO WS-SR-COUNT
                               MOVE WS-SR-COUNT TO R
                               MOVE SR-A-FUNCTION
                                   TO SRE-FUNCTION(R 1)
                               MOVE SR-B-FUNCTION
                                   TO SRE-FUNCTION(R 2)
                               MOVE SR-DESCRIPTION
                                   TO SRE-DESCRIPTION(R)
                               MOVE 0 TO SRE-CONFLICTS(R)
                               PERFORM 0120-VALIDATE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       0120-VALIDATE-RULE.
           MOVE "Y" TO SRE-OK(R)
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 2
               IF SRE-SOURCE(R S) NOT = "A"
                   AND SRE-SOURCE(R S) NOT = "J"
                   AND SRE-SOURCE(R S) NOT = "P"
                   MOVE "N" TO SRE-OK(R)
               END-IF
               IF SRE-SUBJECT(R S) = SPACES
                   OR SRE-ROLES(R S) = SPACES
                   MOVE "N" TO SRE-OK(R)
               END-IF
           END-PERFORM.

      *    BOTH ENDS OF THE PERIOD MUST BE REAL DATES AND IN ORDER.
      *    ON ANY ERROR THE FROM DATE COMES BACK BLANK.
       0150-GET-PERIOD.
           DISPLAY "PERIOD FROM DATE (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "PERIOD TO DATE (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-FROM-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-FROM-DATE " IS NOT A REAL DATE."
               MOVE SPACES TO WS-FROM-DATE
               GO TO 0150-EXIT
           END-IF
           MOVE WS-TO-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-TO-DATE " IS NOT A REAL DATE."
               MOVE SPACES TO WS-FROM-DATE
               GO TO 0150-EXIT
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "THE TO DATE IS BEFORE THE FROM DATE."
               MOVE SPACES TO WS-FROM-DATE
           END-IF.
       0150-EXIT.
           EXIT.

       0200-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "NO auditlog.dat ON FILE -- AUDIT-LOG "
                   "FUNCTIONS NOT CHECKED."
           ELSE
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 0250-PARSE-LOG-LINE
                           PERFORM 0500-ADD-EVENT THRU 0500-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *    THE SAME THREE LINE VINTAGES auditinq.cob READS. THE
      *    OLDEST CARRY NO OPERATOR AND NEVER MATCH ANYONE.
       0250-PARSE-LOG-LINE.
           MOVE SPACES TO CANDIDATE-EVENT
           MOVE "A" TO WS-CE-SOURCE
           MOVE AUDIT-LOG-RECORD(1:8) TO WS-CE-DATE
           MOVE AUDIT-LOG-RECORD(10:6) TO WS-CE-TIME
           EVALUATE TRUE
               WHEN AUDIT-LOG-RECORD(29:9) = " PROGRAM="
                   MOVE AUDIT-LOG-RECORD(38:15) TO WS-CE-SUBJECT
                   MOVE AUDIT-LOG-RECORD(63:10) TO WS-CE-OPERATOR
                   MOVE AUDIT-LOG-RECORD(81:40) TO WS-CE-TEXT
               WHEN AUDIT-LOG-RECORD(43:9) = "OPERATOR="
                   MOVE AUDIT-LOG-RECORD(26:15) TO WS-CE-SUBJECT
                   MOVE AUDIT-LOG-RECORD(52:10) TO WS-CE-OPERATOR
                   MOVE AUDIT-LOG-RECORD(71:40) TO WS-CE-TEXT
               WHEN OTHER
                   MOVE AUDIT-LOG-RECORD(26:15) TO WS-CE-SUBJECT
                   MOVE SPACES TO WS-CE-OPERATOR
                   MOVE AUDIT-LOG-RECORD(50:31) TO WS-CE-TEXT
           END-EVALUATE
           MOVE WS-CE-SUBJECT TO WS-CE-LABEL.

       0300-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-FILE-STATUS NOT = "00"
               DISPLAY "NO empjournal.dat ON FILE -- JOURNAL "
                   "FUNCTIONS NOT CHECKED."
           ELSE
               PERFORM UNTIL WS-JR-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-JR-EOF
                       NOT AT END
                           PERFORM 0350-BUILD-JOURNAL-EVENT
                           PERFORM 0500-ADD-EVENT THRU 0500-EXIT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       0350-BUILD-JOURNAL-EVENT.
           MOVE SPACES TO CANDIDATE-EVENT
           MOVE "J" TO WS-CE-SOURCE
           MOVE JR-OPERATOR-ID TO WS-CE-OPERATOR
           MOVE JR-TIMESTAMP(1:8) TO WS-CE-DATE
           MOVE JR-TIMESTAMP(9:6) TO WS-CE-TIME
           MOVE JR-ACTION TO WS-CE-SUBJECT
           MOVE JR-ACTION TO WS-CE-CHG-ACTION
           MOVE "EMPJOURNAL" TO WS-CE-LABEL
           STRING JR-ACTION DELIMITED BY SPACE
               " EMP " JR-EMP-ID DELIMITED BY SIZE
               INTO WS-CE-TEXT
           MOVE JR-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE JR-AFTER-IMAGE TO WS-AFTER-IMAGE
           PERFORM 0450-FLAG-MOVED-FIELDS.

      *    ONE QUEUED ITEM CAN BE TWO OCCURRENCES: THE REQUEST, BY
      *    ITS REQUESTER, AND THE DECISION, BY ITS DECIDER.
       0400-SCAN-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
               DISPLAY "NO pendchg.dat ON FILE -- APPROVAL "
                   "FUNCTIONS NOT CHECKED."
           ELSE
               PERFORM UNTIL WS-PC-EOF = "Y"
                   READ PENDING-CHANGES-FILE
                       AT END
                           MOVE "Y" TO WS-PC-EOF
                       NOT AT END
                           PERFORM 0420-BUILD-REQUEST-EVENT
                           PERFORM 0500-ADD-EVENT THRU 0500-EXIT
                           IF PC-STATUS = "A" OR PC-STATUS = "R"
                               PERFORM 0430-BUILD-DECISION-EVENT
                               PERFORM 0500-ADD-EVENT THRU 0500-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES-FILE
           END-IF.

       0420-BUILD-REQUEST-EVENT.
           MOVE SPACES TO CANDIDATE-EVENT
           MOVE "P" TO WS-CE-SOURCE
           MOVE PC-REQUESTED-BY TO WS-CE-OPERATOR
           MOVE PC-REQUEST-DATE TO WS-CE-DATE
           MOVE "REQUESTED" TO WS-CE-SUBJECT
           PERFORM 0440-FILL-PENDING-DETAIL.

       0430-BUILD-DECISION-EVENT.
           MOVE SPACES TO CANDIDATE-EVENT
           MOVE "P" TO WS-CE-SOURCE
           MOVE PC-DECIDED-BY TO WS-CE-OPERATOR
           IF PC-DECIDED-DATE = SPACES
               MOVE PC-REQUEST-DATE TO WS-CE-DATE
           ELSE
               MOVE PC-DECIDED-DATE TO WS-CE-DATE
           END-IF
           IF PC-STATUS = "A"
               MOVE "APPROVED" TO WS-CE-SUBJECT
           ELSE
               MOVE "REJECTED" TO WS-CE-SUBJECT
           END-IF
           PERFORM 0440-FILL-PENDING-DETAIL.

       0440-FILL-PENDING-DETAIL.
           MOVE PC-ACTION TO WS-CE-CHG-ACTION
           MOVE "PENDCHG" TO WS-CE-LABEL
           STRING WS-CE-SUBJECT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PC-ACTION DELIMITED BY SPACE
               " EMP " PC-EMP-ID DELIMITED BY SIZE
               INTO WS-CE-TEXT
           MOVE PC-BEFORE TO WS-BEFORE-IMAGE
           MOVE PC-AFTER TO WS-AFTER-IMAGE
           PERFORM 0450-FLAG-MOVED-FIELDS.

       0450-FLAG-MOVED-FIELDS.
           MOVE "NNNNNN" TO WS-CE-MOVED
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               IF WS-BEFORE-IMAGE(FT-START(F):FT-LENGTH(F))
                   NOT = WS-AFTER-IMAGE(FT-START(F):FT-LENGTH(F))
                   MOVE "Y" TO WS-CE-MOVED(F:1)
               END-IF
           END-PERFORM.

      *    KEEPS THE OCCURRENCE ONLY IF IT NAMES A REAL OPERATOR,
      *    FALLS IN THE PERIOD AND SATISFIES SOME SIDE OF SOME RULE.
       0500-ADD-EVENT.
           IF WS-CE-OPERATOR = SPACES
               OR WS-CE-OPERATOR = "UNATTENDED"
               GO TO 0500-EXIT
           END-IF
           IF WS-CE-DATE < WS-FROM-DATE OR WS-CE-DATE > WS-TO-DATE
               GO TO 0500-EXIT
           END-IF
           MOVE "N" TO WS-ANY-MATCH
           MOVE SPACES TO WS-CE-SIDES
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SR-COUNT
               IF SRE-OK(R) = "Y"
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > 2
                       PERFORM 0560-MATCH-FUNCTION THRU 0560-EXIT
                       IF WS-FN-MATCH = "Y"
                           MOVE "Y" TO WS-CE-SIDE(R S)
                           MOVE "Y" TO WS-ANY-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ANY-MATCH = "N"
               GO TO 0500-EXIT
           END-IF
           ADD 1 TO WS-EVENTS-SEEN
           IF WS-EV-COUNT = 3000
               MOVE "Y" TO WS-EV-FULL
               GO TO 0500-EXIT
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE WS-EV-COUNT TO E
           MOVE WS-CE-OPERATOR TO EVE-OPERATOR(E)
           MOVE WS-CE-DATE TO EVE-DATE(E)
           MOVE WS-CE-TIME TO EVE-TIME(E)
           MOVE WS-CE-LABEL TO EVE-LABEL(E)
           MOVE WS-CE-TEXT TO EVE-TEXT(E)
           MOVE WS-CE-SIDES TO EVE-SIDES(E).
       0500-EXIT.
           EXIT.

      *    DOES THE CANDIDATE SATISFY SIDE S OF RULE R?
       0560-MATCH-FUNCTION.
           MOVE "N" TO WS-FN-MATCH
           IF SRE-SOURCE(R S) NOT = WS-CE-SOURCE
               OR SRE-SUBJECT(R S) NOT = WS-CE-SUBJECT
               GO TO 0560-EXIT
           END-IF
           IF SRE-QUALIFIER(R S) = SPACES
               MOVE "Y" TO WS-FN-MATCH
               GO TO 0560-EXIT
           END-IF
           IF WS-CE-SOURCE = "A"
               PERFORM 0570-SCAN-ACTION-TEXT
               GO TO 0560-EXIT
           END-IF
           IF SRE-QUALIFIER(R S) = "TERM"
               IF WS-CE-CHG-ACTION = "TERM"
                   MOVE "Y" TO WS-FN-MATCH
               END-IF
               GO TO 0560-EXIT
           END-IF
           IF WS-CE-CHG-ACTION NOT = "CHANGE"
               GO TO 0560-EXIT
           END-IF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               IF FT-NAME(F) = SRE-QUALIFIER(R S)
                   AND WS-CE-MOVED(F:1) = "Y"
                   MOVE "Y" TO WS-FN-MATCH
               END-IF
           END-PERFORM.
       0560-EXIT.
           EXIT.

      *    A PLAIN CONTAINS SCAN, AS IN auditinq.cob -- THE
      *    QUALIFIER SLID ACROSS THE ACTION TEXT.
       0570-SCAN-ACTION-TEXT.
           MOVE 0 TO WS-QUAL-LEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
               IF SRE-QUALIFIER(R S)(I:1) NOT = SPACE
                   MOVE I TO WS-QUAL-LEN
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 41 - WS-QUAL-LEN
                   OR WS-FN-MATCH = "Y"
               IF WS-CE-TEXT(I:WS-QUAL-LEN)
                   = SRE-QUALIFIER(R S)(1:WS-QUAL-LEN)
                   MOVE "Y" TO WS-FN-MATCH
               END-IF
           END-PERFORM.

       0600-REPORT-ONE-RULE.
           MOVE R TO WS-RULE-NO-ED
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           IF SRE-OK(R) NOT = "Y"
               STRING "RULE " WS-RULE-NO-ED " IS MALFORMED ("
                   SRE-DESCRIPTION(R) ") -- NOT APPLIED."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               GO TO 0600-EXIT
           END-IF
           STRING "RULE " WS-RULE-NO-ED ": " SRE-DESCRIPTION(R)
               " (" DELIMITED BY SIZE
               SRE-SUBJECT(R 1) DELIMITED BY SPACE
               " VS " DELIMITED BY SIZE
               SRE-SUBJECT(R 2) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EV-COUNT
               IF EVE-SIDE(E R 1) = "Y"
                   PERFORM 0650-PAIR-ONE-EVENT
               END-IF
           END-PERFORM
           IF SRE-CONFLICTS(R) = 0
               MOVE "           NO CONFLICTS IN THE PERIOD."
                   TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF.
       0600-EXIT.
           EXIT.

      *    EVERY OTHER OCCURRENCE OF THE SAME OPERATOR ON SIDE B
      *    MAKES A CONFLICTING PAIR WITH THIS SIDE-A OCCURRENCE.
       0650-PAIR-ONE-EVENT.
           PERFORM VARYING E2 FROM 1 BY 1 UNTIL E2 > WS-EV-COUNT
               IF E2 NOT = E
                   AND EVE-SIDE(E2 R 2) = "Y"
                   AND EVE-OPERATOR(E2) = EVE-OPERATOR(E)
                   ADD 1 TO SRE-CONFLICTS(R)
                   ADD 1 TO WS-TOTAL-CONFLICTS
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING EVE-OPERATOR(E) " " EVE-DATE(E) "-"
                       EVE-TIME(E) " " EVE-LABEL(E) " " EVE-TEXT(E)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                       WS-PS-TEXT-2
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "  AND      " EVE-DATE(E2) "-"
                       EVE-TIME(E2) " " EVE-LABEL(E2) " "
                       EVE-TEXT(E2)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                       WS-PS-TEXT-2
               END-IF
           END-PERFORM.

      *    AN UNSET ROLE IS TREATED AS INQUIRY, AS SIGNON TREATS
      *    IT.
       0700-REPORT-ROLE-EXPOSURE.
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "OPERATORS WHOSE ROLE ALLOWS BOTH SIDES OF A RULE:"
               TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           OPEN INPUT AUTH-USER-FILE
           IF WS-AU-FILE-STATUS NOT = "00"
               MOVE "           NO authusers.dat ON FILE."
                   TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           ELSE
               PERFORM UNTIL WS-AU-EOF = "Y"
                   READ AUTH-USER-FILE
                       AT END
                           MOVE "Y" TO WS-AU-EOF
                       NOT AT END
                           PERFORM 0750-CHECK-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE AUTH-USER-FILE
           END-IF.

       0750-CHECK-ONE-OPERATOR.
           MOVE AU-ROLE TO WS-USER-ROLE
           IF WS-USER-ROLE = SPACE
               MOVE "I" TO WS-USER-ROLE
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SR-COUNT
               IF SRE-OK(R) = "Y"
                   MOVE "Y" TO WS-ROLE-OK
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > 2
                       IF SRE-ROLES(R S)(1:1) NOT = WS-USER-ROLE
                           AND SRE-ROLES(R S)(2:1) NOT = WS-USER-ROLE
                           AND SRE-ROLES(R S)(3:1) NOT = WS-USER-ROLE
                           MOVE "N" TO WS-ROLE-OK
                       END-IF
                   END-PERFORM
                   IF WS-ROLE-OK = "Y"
                       ADD 1 TO WS-EXPOSED-COUNT
                       MOVE R TO WS-RULE-NO-ED
                       MOVE SPACES TO WS-PS-TEXT-1
                       STRING AU-OPERATOR-ID " ROLE " WS-USER-ROLE
                           " STATUS " AU-STATUS "  RULE "
                           WS-RULE-NO-ED ": " SRE-DESCRIPTION(R)
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                       CALL "PRINTSVC" USING WS-PS-FUNCTION
                           WS-PS-TEXT-1 WS-PS-TEXT-2
                   END-IF
               END-IF
           END-PERFORM.
