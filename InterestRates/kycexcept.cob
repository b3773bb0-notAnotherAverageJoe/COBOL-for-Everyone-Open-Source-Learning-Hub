       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCEXCEPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MONTHLY KYC EXCEPTIONS REPORT. CHECKS EVERY
      *            SUITABILITY PROFILE ON clientprof.dat (KEPT BY
      *            PROFMAINT) AND EVERY CLIENT ON portfolio.dat AS OF
      *            TODAY, AND LISTS ON kycexcept.rpt: PROFILES WHOSE
      *            LAST REVIEW IS TWELVE MONTHS OLD OR MORE (OR WAS
      *            NEVER RECORDED), PORTFOLIO CLIENTS WITH NO PROFILE
      *            AT ALL, AND POSITIONS RISKIER THAN THE CLIENT'S
      *            PROFILE ALLOWS -- THE POSITION'S RISK LEVEL COMES
      *            FROM ITS ASSET-CLASS MAPPING ON assetclass.dat
      *            (MODELMAINT), 1 LOWEST TO 5 HIGHEST, THE SAME
      *            SCALE AS THE PROFILE'S RISK TOLERANCE. A POSITION
      *            WITH NO RISK RATING IS LISTED TOO, SINCE ITS
      *            SUITABILITY CANNOT BE CHECKED. TAKES NO INPUT, SO
      *            IT RUNS UNATTENDED AS THE MONTHLY KYCMONTHLY JOB
      *            ON schedule.dat. THE RUN IS LOGGED TO
      *            investmentrun.log AND AUDITED; RETURN CODE 4 WHEN
      *            THERE IS ANYTHING TO CHASE. A CLIENT WHOSE REVIEW
      *            IS OVERDUE IS ASKED TO BOOK ONE THROUGH THE SHARED
      *            NOTIFICATION OUTBOX (SEE Shared/notify.cob) -- ONCE
      *            PER LAST-REVIEW DATE, NOT EVERY MONTH THE REVIEW
      *            STAYS OUTSTANDING.
      *    compile with (from the repo root) ->
      *        cobc -x -o kycexcept InterestRates/kycexcept.cob
      *    then run ./kycexcept

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "clientprof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT CLASS-MAP-FILE ASSIGN TO "assetclass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT INVESTMENT-LOG-FILE ASSIGN TO "investmentrun.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT PORTMAINT WRITES.
       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-RECORD.
           05 PF-CLIENT-ID     PIC X(10).
           05 PF-POSITION      PIC X(10).
           05 PF-AMOUNT        PIC 9(9)V99.
           05 PF-RATE          PIC 9(2)V9.
           05 PF-START-DATE    PIC X(8).
           05 PF-YEARS-LEFT    PIC 9(2).
           05 PF-CONTRIBUTION  PIC 9(7)V99.

      *    SAME LAYOUT PROFMAINT WRITES.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 CP-CLIENT-ID     PIC X(10).
           05 CP-RISK-TOLERANCE PIC X.
           05 CP-HORIZON       PIC 9(2).
           05 CP-INCOME-BAND   PIC X.
           05 CP-OBJECTIVES    PIC X(30).
           05 CP-LAST-REVIEW   PIC X(8).
           05 CP-REVIEWER      PIC X(10).

      *    SAME LAYOUT MODELMAINT WRITES.
       FD  CLASS-MAP-FILE.
       01  CLASS-MAP-RECORD.
           05 AC-POSITION      PIC X(10).
           05 AC-ASSET-CLASS   PIC X(10).
           05 AC-RISK-LEVEL    PIC X.

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-AC-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(100).
       01  WS-PROFILE-INDEX    PIC 9(3) VALUE 0.
       01  WS-RISK-LEVEL       PIC X VALUE SPACE.
       01  WS-OVERDUE-COUNT    PIC 9(3) VALUE 0.
       01  WS-NO-PROFILE-COUNT PIC 9(3) VALUE 0.
       01  WS-UNSUITABLE-COUNT PIC 9(3) VALUE 0.
       01  WS-UNRATED-COUNT    PIC 9(3) VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC 9(3) VALUE 0.
       01  WS-SECTION-COUNT    PIC 9(3) VALUE 0.
       01  ED-MONTHS           PIC ZZZ9.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-FLAG       PIC X.
           05 WS-DV-NUM        PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  PROFILE-TABLE.
           05 WS-CP-COUNT      PIC 9(3) VALUE 0.
           05 CP-ENTRY OCCURS 200 TIMES.
               10 CPE-CLIENT-ID    PIC X(10).
               10 CPE-RISK-TOLERANCE PIC X.
               10 CPE-LAST-REVIEW  PIC X(8).
               10 CPE-REVIEWER     PIC X(10).
       01  P                   PIC 9(3) VALUE 1.

       01  CLASS-MAP-TABLE.
           05 WS-AC-COUNT      PIC 9(3) VALUE 0.
           05 AC-ENTRY OCCURS 200 TIMES.
               10 ACE-POSITION     PIC X(10).
               10 ACE-RISK-LEVEL   PIC X.
       01  A                   PIC 9(3) VALUE 1.

       01  POSITION-TABLE.
           05 WS-PT-COUNT      PIC 9(3) VALUE 0.
           05 PT-ENTRY OCCURS 100 TIMES.
               10 PTE-CLIENT-ID    PIC X(10).
               10 PTE-POSITION     PIC X(10).
       01  T                   PIC 9(3) VALUE 1.

      *    ONE ROW PER DISTINCT CLIENT ON THE PORTFOLIO.
       01  CLIENT-TABLE.
           05 WS-CL-COUNT      PIC 9(2) VALUE 0.
           05 CLE-CLIENT-ID OCCURS 50 TIMES PIC X(10).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CL-INDEX         PIC 9(2) VALUE 0.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "KYCEXCEPT".
       01  WS-AUDIT-ACTION     PIC X(40).

       01  NOTIFY-FIELDS.
           05 WS-NF-TYPE       PIC X VALUE "C".
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X VALUE SPACE.
           05 WS-NF-TEMPLATE   PIC X(8) VALUE "KYCREVW".
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X VALUE SPACE.
           05 WS-NF-RESULT     PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-PROFILES
           PERFORM 0150-LOAD-CLASS-MAP
           PERFORM 0200-LOAD-POSITIONS THRU 0200-EXIT
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "kycexcept.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "KYC EXCEPTIONS AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE "CLIENT      EXCEPTION" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM 0300-CHECK-REVIEWS
           PERFORM 0400-CHECK-MISSING-PROFILES
           PERFORM 0500-CHECK-HOLDINGS
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-OVERDUE-COUNT " OVERDUE REVIEWS, "
               WS-NO-PROFILE-COUNT " CLIENTS WITHOUT A PROFILE, "
               WS-UNSUITABLE-COUNT " UNSUITABLE, "
               WS-UNRATED-COUNT " UNRATED"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           COMPUTE WS-EXCEPTION-COUNT = WS-OVERDUE-COUNT
               + WS-NO-PROFILE-COUNT + WS-UNSUITABLE-COUNT
               + WS-UNRATED-COUNT
           DISPLAY WS-EXCEPTION-COUNT " KYC EXCEPTIONS ON "
               "kycexcept.rpt (" WS-CP-COUNT " PROFILES, "
               WS-CL-COUNT " PORTFOLIO CLIENTS CHECKED)."
           PERFORM 0700-LOG-RUN
      *    SET AFTER THE LOG - THE AUDITLOG CALL RESETS RETURN-CODE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-PROFILES.
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
                           MOVE CP-CLIENT-ID
                               TO CPE-CLIENT-ID(WS-CP-COUNT)
                           MOVE CP-RISK-TOLERANCE
                               TO CPE-RISK-TOLERANCE(WS-CP-COUNT)
                           MOVE CP-LAST-REVIEW
                               TO CPE-LAST-REVIEW(WS-CP-COUNT)
                           MOVE CP-REVIEWER
                               TO CPE-REVIEWER(WS-CP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.

       0150-LOAD-CLASS-MAP.
           MOVE 0 TO WS-AC-COUNT
           MOVE "N" TO WS-AC-EOF
           OPEN INPUT CLASS-MAP-FILE
           IF WS-AC-FILE-STATUS = "00"
               PERFORM UNTIL WS-AC-EOF = "Y" OR WS-AC-COUNT = 200
                   READ CLASS-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-AC-EOF
                       NOT AT END
                           ADD 1 TO WS-AC-COUNT
                           MOVE AC-POSITION
                               TO ACE-POSITION(WS-AC-COUNT)
                           MOVE AC-RISK-LEVEL
                               TO ACE-RISK-LEVEL(WS-AC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLASS-MAP-FILE
           END-IF.

       0200-LOAD-POSITIONS.
           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-CL-COUNT
           MOVE "N" TO WS-PF-EOF
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF
           PERFORM UNTIL WS-PF-EOF = "Y" OR WS-PT-COUNT = 100
               READ PORTFOLIO-FILE
                   AT END
                       MOVE "Y" TO WS-PF-EOF
                   NOT AT END
                       ADD 1 TO WS-PT-COUNT
                       MOVE PF-CLIENT-ID TO PTE-CLIENT-ID(WS-PT-COUNT)
                       MOVE PF-POSITION TO PTE-POSITION(WS-PT-COUNT)
                       PERFORM 0220-ADD-TO-CLIENT
               END-READ
           END-PERFORM
           CLOSE PORTFOLIO-FILE.
       0200-EXIT.
           EXIT.

       0220-ADD-TO-CLIENT.
           MOVE 0 TO WS-CL-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               IF CLE-CLIENT-ID(C) = PF-CLIENT-ID
                   MOVE C TO WS-CL-INDEX
               END-IF
           END-PERFORM
           IF WS-CL-INDEX = 0 AND WS-CL-COUNT < 50
               ADD 1 TO WS-CL-COUNT
               MOVE PF-CLIENT-ID TO CLE-CLIENT-ID(WS-CL-COUNT)
           END-IF.

      *    A REVIEW IS DUE ONCE A YEAR. A MISSING OR UNREADABLE
      *    REVIEW DATE COUNTS AS OVERDUE RATHER THAN AS CURRENT.
       0300-CHECK-REVIEWS.
           MOVE "REVIEWS OVERDUE (LAST REVIEW 12 MONTHS AGO OR MORE)"
               TO WS-PS-TEXT-1
           PERFORM 0880-PRINT-SECTION
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               MOVE "M" TO WS-DV-FUNCTION
               MOVE CPE-LAST-REVIEW(P) TO WS-DV-DATE-1
               MOVE WS-TODAY TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-FLAG WS-DV-NUM WS-DV-DISPLAY
               IF WS-DV-FLAG NOT = "Y" OR WS-DV-NUM >= 12
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   IF WS-DV-FLAG NOT = "Y"
                       STRING CPE-CLIENT-ID(P) "  NO VALID REVIEW "
                           "DATE ON FILE"
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   ELSE
                       MOVE WS-DV-NUM TO ED-MONTHS
                       STRING CPE-CLIENT-ID(P) "  LAST REVIEWED "
                           CPE-LAST-REVIEW(P) " BY "
                           CPE-REVIEWER(P) " (" ED-MONTHS
                           " MONTHS)"
                           DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   END-IF
                   PERFORM 0890-PRINT-LINE
                   PERFORM 0350-NOTIFY-CLIENT
               END-IF
           END-PERFORM
           PERFORM 0885-PRINT-NONE.

       0350-NOTIFY-CLIENT.
           MOVE CPE-CLIENT-ID(P) TO WS-NF-ID
           IF WS-DV-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO WS-NF-MERGE-1
           ELSE
               MOVE CPE-LAST-REVIEW(P) TO WS-NF-MERGE-1
           END-IF
           MOVE SPACES TO WS-NF-MERGE-2 WS-NF-MERGE-3 WS-NF-MERGE-4
           CALL "NOTIFY" USING WS-AUDIT-PROGRAM WS-NF-TYPE WS-NF-ID
               WS-NF-CHANNEL WS-NF-TEMPLATE WS-NF-MERGE
               WS-NF-CONSENT WS-NF-RESULT.

       0400-CHECK-MISSING-PROFILES.
           MOVE "PORTFOLIO CLIENTS WITH NO SUITABILITY PROFILE"
               TO WS-PS-TEXT-1
           PERFORM 0880-PRINT-SECTION
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               PERFORM 0600-FIND-PROFILE
               IF WS-PROFILE-INDEX = 0
                   ADD 1 TO WS-NO-PROFILE-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING CLE-CLIENT-ID(C) "  NO PROFILE ON FILE - "
                       "FEEBILL WILL REFUSE TO BILL"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0890-PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM 0885-PRINT-NONE.

      *    ONLY CLIENTS WITH A PROFILE CAN BE HELD TO ONE; THE ONES
      *    WITHOUT ARE ALREADY LISTED ABOVE.
       0500-CHECK-HOLDINGS.
           MOVE "POSITIONS ABOVE PROFILE RISK TOLERANCE, OR UNRATED"
               TO WS-PS-TEXT-1
           PERFORM 0880-PRINT-SECTION
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-PT-COUNT
               PERFORM 0520-CHECK-ONE-POSITION
           END-PERFORM
           PERFORM 0885-PRINT-NONE.

       0520-CHECK-ONE-POSITION.
           MOVE 0 TO WS-PROFILE-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CLIENT-ID(P) = PTE-CLIENT-ID(T)
                   MOVE P TO WS-PROFILE-INDEX
               END-IF
           END-PERFORM
           IF WS-PROFILE-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROFILE-INDEX TO P
           MOVE SPACE TO WS-RISK-LEVEL
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               IF ACE-POSITION(A) = PTE-POSITION(T)
                   MOVE ACE-RISK-LEVEL(A) TO WS-RISK-LEVEL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           EVALUATE TRUE
               WHEN WS-RISK-LEVEL < "1" OR WS-RISK-LEVEL > "5"
                   ADD 1 TO WS-UNRATED-COUNT
                   STRING PTE-CLIENT-ID(T) "  " PTE-POSITION(T)
                       " HAS NO RISK RATING ON assetclass.dat"
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN WS-RISK-LEVEL > CPE-RISK-TOLERANCE(P)
                   ADD 1 TO WS-UNSUITABLE-COUNT
                   STRING PTE-CLIENT-ID(T) "  " PTE-POSITION(T)
                       " RISK " WS-RISK-LEVEL
                       " ABOVE PROFILE TOLERANCE "
                       CPE-RISK-TOLERANCE(P)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-SECTION-COUNT
           PERFORM 0890-PRINT-LINE.

       0600-FIND-PROFILE.
           MOVE 0 TO WS-PROFILE-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                   MOVE P TO WS-PROFILE-INDEX
               END-IF
           END-PERFORM.

       0700-LOG-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND INVESTMENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
      *        LOG DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT INVESTMENT-LOG-FILE
               CLOSE INVESTMENT-LOG-FILE
               OPEN EXTEND INVESTMENT-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  KYCEXCEPT  OVERDUE=" WS-OVERDUE-COUNT
               "  NOPROFILE=" WS-NO-PROFILE-COUNT
               "  UNSUITABLE=" WS-UNSUITABLE-COUNT
               "  UNRATED=" WS-UNRATED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "KYC EXCEPTIONS " WS-EXCEPTION-COUNT " AS OF "
               WS-TODAY
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

      *    SECTION TITLE IS IN WS-PS-TEXT-1 ON ENTRY.
       0880-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE ALL "-" TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

       0885-PRINT-NONE.
           IF WS-SECTION-COUNT = 0
               MOVE "            (NONE)" TO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

       0890-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.
