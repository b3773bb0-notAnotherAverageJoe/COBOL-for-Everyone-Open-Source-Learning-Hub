       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODELMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MODEL PORTFOLIO MASTER MAINTENANCE. THE MIX AN
      *            ADVISOR AGREES WITH A CLIENT IS A MODEL: A CODE
      *            WITH A TARGET PERCENT AND A TOLERANCE BAND PER
      *            ASSET CLASS, ONE LINE PER CLASS ON models.dat.
      *            EVERY POSITION LABEL USED ON portfolio.dat IS
      *            MAPPED TO ITS ASSET CLASS ON assetclass.dat (THE
      *            SAME LABEL IS THE SAME HOLDING FOR EVERY CLIENT),
      *            AND EACH CLIENT IS ASSIGNED A MODEL ON
      *            clientmodel.dat. rebalance.cob READS ALL THREE TO
      *            REPORT DRIFT FROM THE MODEL AND PROPOSE TRADES.
      *            EACH CHANGE REWRITES ITS FILE AND IS AUDITED.
      *            THE MAPPING ALSO CARRIES THE HOLDING'S RISK LEVEL,
      *            1 (LOWEST) TO 5 (HIGHEST), ON THE SAME SCALE AS
      *            THE CLIENT'S RISK TOLERANCE ON clientprof.dat;
      *            kycexcept.cob FLAGS A CLIENT HOLDING ANYTHING
      *            RISKIER THAN THEIR PROFILE ALLOWS.
      *    compile with (from the repo root) ->
      *        cobc -x -o modelmaint InterestRates/modelmaint.cob
      *    then run ./modelmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-FILE ASSIGN TO "models.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-FILE-STATUS.
           SELECT CLASS-MAP-FILE ASSIGN TO "assetclass.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT CLIENT-MODEL-FILE ASSIGN TO "clientmodel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER MODEL PER ASSET CLASS. A CLASS HELD BUT NOT
      *    IN THE MODEL HAS A TARGET OF ZERO.
       FD  MODEL-FILE.
       01  MODEL-RECORD.
           05 MD-MODEL-CODE    PIC X(6).
           05 MD-ASSET-CLASS   PIC X(10).
           05 MD-TARGET-PCT    PIC 9(3)V99.
           05 MD-TOLERANCE     PIC 9(2)V99.

       FD  CLASS-MAP-FILE.
       01  CLASS-MAP-RECORD.
           05 AC-POSITION      PIC X(10).
           05 AC-ASSET-CLASS   PIC X(10).
           05 AC-RISK-LEVEL    PIC X.

       FD  CLIENT-MODEL-FILE.
       01  CLIENT-MODEL-RECORD.
           05 CM-CLIENT-ID     PIC X(10).
           05 CM-MODEL-CODE    PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-MD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MD-EOF           PIC X VALUE "N".
       01  WS-AC-EOF           PIC X VALUE "N".
       01  WS-CM-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-MODEL-CODE       PIC X(6).
       01  WS-ASSET-CLASS      PIC X(10).
       01  WS-POSITION         PIC X(10).
       01  WS-RISK-LEVEL       PIC X VALUE SPACE.
       01  WS-CLIENT-ID        PIC X(10).
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-MM-PROMPT        PIC X(60).
       01  WS-MM-NUM-BUFFER    PIC X(18).
       01  WS-TARGET-PCT       PIC 9(3)V99 VALUE 0.
       01  WS-TOLERANCE        PIC 9(2)V99 VALUE 0.
       01  WS-MODEL-TOTAL      PIC 9(4)V99 VALUE 0.
       01  WS-LAST-MODEL       PIC X(6).

       01  MODEL-TABLE.
           05 WS-MD-COUNT      PIC 9(3) VALUE 0.
           05 MD-ENTRY OCCURS 200 TIMES.
               10 MDE-MODEL-CODE   PIC X(6).
               10 MDE-ASSET-CLASS  PIC X(10).
               10 MDE-TARGET-PCT   PIC 9(3)V99.
               10 MDE-TOLERANCE    PIC 9(2)V99.
       01  M                   PIC 9(3) VALUE 1.
       01  N                   PIC 9(3) VALUE 1.

       01  CLASS-MAP-TABLE.
           05 WS-AC-COUNT      PIC 9(3) VALUE 0.
           05 AC-ENTRY OCCURS 200 TIMES.
               10 ACE-POSITION     PIC X(10).
               10 ACE-ASSET-CLASS  PIC X(10).
               10 ACE-RISK-LEVEL   PIC X.
       01  A                   PIC 9(3) VALUE 1.

       01  CLIENT-MODEL-TABLE.
           05 WS-CM-COUNT      PIC 9(3) VALUE 0.
           05 CM-ENTRY OCCURS 200 TIMES.
               10 CME-CLIENT-ID    PIC X(10).
               10 CME-MODEL-CODE   PIC X(6).
       01  K                   PIC 9(3) VALUE 1.

       01  EDITED-FIELDS.
           05 ED-PCT           PIC ZZ9.99.
           05 ED-TOLERANCE     PIC Z9.99.
           05 ED-TOTAL         PIC ZZZ9.99.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "MODELMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-TABLES
           IF (WS-MD-COUNT = 200 AND WS-MD-EOF NOT = "Y")
                   OR (WS-AC-COUNT = 200 AND WS-AC-EOF NOT = "Y")
                   OR (WS-CM-COUNT = 200 AND WS-CM-EOF NOT = "Y")
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 200 LINES ON models.dat, "
                   "assetclass.dat OR clientmodel.dat. SPLIT THE "
                   "FILE BEFORE MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-MASTERS
                   WHEN "M"
                       PERFORM 0400-SET-MODEL-LINE THRU 0400-EXIT
                   WHEN "R"
                       PERFORM 0450-REMOVE-MODEL-LINE
                   WHEN "P"
                       PERFORM 0500-MAP-POSITION THRU 0500-EXIT
                   WHEN "C"
                       PERFORM 0600-ASSIGN-CLIENT THRU 0600-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-TABLES.
           MOVE 0 TO WS-MD-COUNT
           MOVE "N" TO WS-MD-EOF
           OPEN INPUT MODEL-FILE
           IF WS-MD-FILE-STATUS = "00"
               PERFORM UNTIL WS-MD-EOF = "Y" OR WS-MD-COUNT = 200
                   READ MODEL-FILE
                       AT END
                           MOVE "Y" TO WS-MD-EOF
                       NOT AT END
                           ADD 1 TO WS-MD-COUNT
                           MOVE MODEL-RECORD TO MD-ENTRY(WS-MD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MODEL-FILE
           END-IF
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
                           MOVE CLASS-MAP-RECORD
                               TO AC-ENTRY(WS-AC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLASS-MAP-FILE
           END-IF
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-CM-EOF
           OPEN INPUT CLIENT-MODEL-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-CM-EOF = "Y" OR WS-CM-COUNT = 200
                   READ CLIENT-MODEL-FILE
                       AT END
                           MOVE "Y" TO WS-CM-EOF
                       NOT AT END
                           ADD 1 TO WS-CM-COUNT
                           MOVE CLIENT-MODEL-RECORD
                               TO CM-ENTRY(WS-CM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MODEL-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- MODEL PORTFOLIO MAINTENANCE -----"
           DISPLAY "L - LIST MODELS, CLASS MAPPINGS AND ASSIGNMENTS"
           DISPLAY "M - ADD OR CHANGE A MODEL'S TARGET FOR A CLASS"
           DISPLAY "R - REMOVE A CLASS FROM A MODEL"
           DISPLAY "P - MAP A POSITION LABEL TO AN ASSET CLASS"
           DISPLAY "C - ASSIGN A MODEL TO A CLIENT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    EACH MODEL'S LINES WITH THE TARGETS' TOTAL -- A MODEL
      *    THAT DOES NOT ADD TO 100 IS FLAGGED, AND REBALANCE WILL
      *    NOT PROPOSE TRADES AGAINST IT.
       0300-LIST-MASTERS.
           DISPLAY "MODEL   ASSET CLASS   TARGET %  TOLERANCE"
           MOVE SPACES TO WS-LAST-MODEL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
               IF MDE-MODEL-CODE(M) NOT = WS-LAST-MODEL
                   MOVE MDE-MODEL-CODE(M) TO WS-LAST-MODEL
                   MOVE 0 TO WS-MODEL-TOTAL
                   PERFORM VARYING N FROM 1 BY 1
                           UNTIL N > WS-MD-COUNT
                       IF MDE-MODEL-CODE(N) = WS-LAST-MODEL
                           ADD MDE-TARGET-PCT(N) TO WS-MODEL-TOTAL
                       END-IF
                   END-PERFORM
                   PERFORM VARYING N FROM 1 BY 1
                           UNTIL N > WS-MD-COUNT
                       IF MDE-MODEL-CODE(N) = WS-LAST-MODEL
                           MOVE MDE-TARGET-PCT(N) TO ED-PCT
                           MOVE MDE-TOLERANCE(N) TO ED-TOLERANCE
                           DISPLAY MDE-MODEL-CODE(N) "  "
                               MDE-ASSET-CLASS(N) "    " ED-PCT
                               "     +/-" ED-TOLERANCE
                       END-IF
                   END-PERFORM
                   MOVE WS-MODEL-TOTAL TO ED-TOTAL
                   IF WS-MODEL-TOTAL = 100
                       DISPLAY "        TOTAL         " ED-TOTAL
                   ELSE
                       DISPLAY "        TOTAL         " ED-TOTAL
                           "   *** DOES NOT ADD TO 100 ***"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "POSITION    ASSET CLASS  RISK"
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               DISPLAY ACE-POSITION(A) "  " ACE-ASSET-CLASS(A)
                   "     " ACE-RISK-LEVEL(A)
           END-PERFORM
           DISPLAY " "
           DISPLAY "CLIENT      MODEL"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CM-COUNT
               DISPLAY CME-CLIENT-ID(K) "  " CME-MODEL-CODE(K)
           END-PERFORM.

       0400-SET-MODEL-LINE.
           DISPLAY "ENTER MODEL CODE: "
           ACCEPT WS-MODEL-CODE
           MOVE FUNCTION UPPER-CASE(WS-MODEL-CODE) TO WS-MODEL-CODE
           DISPLAY "ENTER ASSET CLASS: "
           ACCEPT WS-ASSET-CLASS
           MOVE FUNCTION UPPER-CASE(WS-ASSET-CLASS) TO WS-ASSET-CLASS
           IF WS-MODEL-CODE = SPACES OR WS-ASSET-CLASS = SPACES
               DISPLAY "MODEL CODE AND ASSET CLASS MAY NOT BE BLANK."
               GO TO 0400-EXIT
           END-IF
           PERFORM 0700-FIND-MODEL-LINE
           IF WS-FOUND-INDEX = 0 AND WS-MD-COUNT = 200
               DISPLAY "MODEL TABLE IS FULL (200). REMOVE A LINE "
                   "FIRST."
               GO TO 0400-EXIT
           END-IF
           MOVE 101 TO WS-TARGET-PCT
           PERFORM UNTIL WS-TARGET-PCT NOT > 100
               MOVE "ENTER TARGET PERCENT OF THE PORTFOLIO (0-100): "
                   TO WS-MM-PROMPT
               CALL "NUMVALID" USING WS-MM-PROMPT WS-MM-NUM-BUFFER
               MOVE WS-MM-NUM-BUFFER TO WS-TARGET-PCT
           END-PERFORM
           MOVE "ENTER TOLERANCE BAND IN POINTS EITHER SIDE (XX.XX): "
               TO WS-MM-PROMPT
           CALL "NUMVALID" USING WS-MM-PROMPT WS-MM-NUM-BUFFER
           MOVE WS-MM-NUM-BUFFER TO WS-TOLERANCE
      *    A NEW LINE GOES IN BEHIND THE MODEL'S LAST LINE SO THE
      *    FILE STAYS IN BLOCKS BY MODEL.
           IF WS-FOUND-INDEX = 0
               MOVE WS-MD-COUNT TO WS-FOUND-INDEX
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
                   IF MDE-MODEL-CODE(M) = WS-MODEL-CODE
                       MOVE M TO WS-FOUND-INDEX
                   END-IF
               END-PERFORM
               ADD 1 TO WS-FOUND-INDEX
               PERFORM VARYING M FROM WS-MD-COUNT BY -1
                       UNTIL M < WS-FOUND-INDEX
                   MOVE MD-ENTRY(M) TO MD-ENTRY(M + 1)
               END-PERFORM
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MODEL-CODE TO MDE-MODEL-CODE(WS-FOUND-INDEX)
               MOVE WS-ASSET-CLASS TO MDE-ASSET-CLASS(WS-FOUND-INDEX)
           END-IF
           MOVE WS-TARGET-PCT TO MDE-TARGET-PCT(WS-FOUND-INDEX)
           MOVE WS-TOLERANCE TO MDE-TOLERANCE(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-MODEL-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MODEL " WS-MODEL-CODE " CLASS " WS-ASSET-CLASS
               " SET"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "MODEL LINE SAVED.".
       0400-EXIT.
           EXIT.

       0450-REMOVE-MODEL-LINE.
           DISPLAY "ENTER MODEL CODE: "
           ACCEPT WS-MODEL-CODE
           MOVE FUNCTION UPPER-CASE(WS-MODEL-CODE) TO WS-MODEL-CODE
           DISPLAY "ENTER ASSET CLASS TO REMOVE: "
           ACCEPT WS-ASSET-CLASS
           MOVE FUNCTION UPPER-CASE(WS-ASSET-CLASS) TO WS-ASSET-CLASS
           PERFORM 0700-FIND-MODEL-LINE
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO SUCH LINE ON models.dat."
           ELSE
               PERFORM VARYING M FROM WS-FOUND-INDEX BY 1
                       UNTIL M >= WS-MD-COUNT
                   MOVE MD-ENTRY(M + 1) TO MD-ENTRY(M)
               END-PERFORM
               SUBTRACT 1 FROM WS-MD-COUNT
               PERFORM 0800-REWRITE-MODEL-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "MODEL " WS-MODEL-CODE " CLASS " WS-ASSET-CLASS
                   " REMOVED"
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
               DISPLAY "MODEL LINE REMOVED."
           END-IF.

      *    A BLANK CLASS REMOVES THE MAPPING.
       0500-MAP-POSITION.
           DISPLAY "ENTER POSITION LABEL (AS ON portfolio.dat): "
           ACCEPT WS-POSITION
           IF WS-POSITION = SPACES
               GO TO 0500-EXIT
           END-IF
           DISPLAY "ENTER ITS ASSET CLASS (BLANK TO UNMAP): "
           ACCEPT WS-ASSET-CLASS
           MOVE FUNCTION UPPER-CASE(WS-ASSET-CLASS) TO WS-ASSET-CLASS
           MOVE SPACE TO WS-RISK-LEVEL
           PERFORM UNTIL WS-ASSET-CLASS = SPACES
                   OR (WS-RISK-LEVEL >= "1" AND WS-RISK-LEVEL <= "5")
               DISPLAY "ENTER ITS RISK LEVEL, 1 (LOWEST) TO 5 "
                   "(HIGHEST): "
               ACCEPT WS-RISK-LEVEL
           END-PERFORM
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               IF ACE-POSITION(A) = WS-POSITION
                   MOVE A TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ASSET-CLASS = SPACES AND WS-FOUND-INDEX = 0
                   DISPLAY "POSITION IS NOT MAPPED."
                   GO TO 0500-EXIT
               WHEN WS-ASSET-CLASS = SPACES
                   PERFORM VARYING A FROM WS-FOUND-INDEX BY 1
                           UNTIL A >= WS-AC-COUNT
                       MOVE AC-ENTRY(A + 1) TO AC-ENTRY(A)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-AC-COUNT
               WHEN WS-FOUND-INDEX NOT = 0
                   MOVE WS-ASSET-CLASS
                       TO ACE-ASSET-CLASS(WS-FOUND-INDEX)
                   MOVE WS-RISK-LEVEL
                       TO ACE-RISK-LEVEL(WS-FOUND-INDEX)
               WHEN WS-AC-COUNT = 200
                   DISPLAY "MAPPING TABLE IS FULL (200)."
                   GO TO 0500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-POSITION TO ACE-POSITION(WS-AC-COUNT)
                   MOVE WS-ASSET-CLASS TO ACE-ASSET-CLASS(WS-AC-COUNT)
                   MOVE WS-RISK-LEVEL TO ACE-RISK-LEVEL(WS-AC-COUNT)
           END-EVALUATE
           OPEN OUTPUT CLASS-MAP-FILE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-AC-COUNT
               MOVE AC-ENTRY(A) TO CLASS-MAP-RECORD
               WRITE CLASS-MAP-RECORD
           END-PERFORM
           CLOSE CLASS-MAP-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MAPPED " WS-POSITION " TO " WS-ASSET-CLASS
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "MAPPING SAVED.".
       0500-EXIT.
           EXIT.

      *    A BLANK MODEL REMOVES THE ASSIGNMENT. THE MODEL MUST
      *    ALREADY BE ON models.dat.
       0600-ASSIGN-CLIENT.
           DISPLAY "ENTER CLIENT ID: "
           ACCEPT WS-CLIENT-ID
           IF WS-CLIENT-ID = SPACES
               GO TO 0600-EXIT
           END-IF
           DISPLAY "ENTER MODEL CODE (BLANK TO UNASSIGN): "
           ACCEPT WS-MODEL-CODE
           MOVE FUNCTION UPPER-CASE(WS-MODEL-CODE) TO WS-MODEL-CODE
           IF WS-MODEL-CODE NOT = SPACES
               MOVE 0 TO WS-FOUND-INDEX
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
                   IF MDE-MODEL-CODE(M) = WS-MODEL-CODE
                       MOVE M TO WS-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF WS-FOUND-INDEX = 0
                   DISPLAY "MODEL " WS-MODEL-CODE " IS NOT ON "
                       "models.dat. ADD IT WITH M FIRST."
                   GO TO 0600-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CM-COUNT
               IF CME-CLIENT-ID(K) = WS-CLIENT-ID
                   MOVE K TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MODEL-CODE = SPACES AND WS-FOUND-INDEX = 0
                   DISPLAY "CLIENT HAS NO MODEL."
                   GO TO 0600-EXIT
               WHEN WS-MODEL-CODE = SPACES
                   PERFORM VARYING K FROM WS-FOUND-INDEX BY 1
                           UNTIL K >= WS-CM-COUNT
                       MOVE CM-ENTRY(K + 1) TO CM-ENTRY(K)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CM-COUNT
               WHEN WS-FOUND-INDEX NOT = 0
                   MOVE WS-MODEL-CODE
                       TO CME-MODEL-CODE(WS-FOUND-INDEX)
               WHEN WS-CM-COUNT = 200
                   DISPLAY "ASSIGNMENT TABLE IS FULL (200)."
                   GO TO 0600-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CM-COUNT
                   MOVE WS-CLIENT-ID TO CME-CLIENT-ID(WS-CM-COUNT)
                   MOVE WS-MODEL-CODE TO CME-MODEL-CODE(WS-CM-COUNT)
           END-EVALUATE
           OPEN OUTPUT CLIENT-MODEL-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CM-COUNT
               MOVE CM-ENTRY(K) TO CLIENT-MODEL-RECORD
               WRITE CLIENT-MODEL-RECORD
           END-PERFORM
           CLOSE CLIENT-MODEL-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLIENT " WS-CLIENT-ID " ON MODEL " WS-MODEL-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "ASSIGNMENT SAVED.".
       0600-EXIT.
           EXIT.

       0700-FIND-MODEL-LINE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
               IF MDE-MODEL-CODE(M) = WS-MODEL-CODE
                       AND MDE-ASSET-CLASS(M) = WS-ASSET-CLASS
                   MOVE M TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-MODEL-FILE.
           OPEN OUTPUT MODEL-FILE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MD-COUNT
               MOVE MD-ENTRY(M) TO MODEL-RECORD
               WRITE MODEL-RECORD
           END-PERFORM
           CLOSE MODEL-FILE.
