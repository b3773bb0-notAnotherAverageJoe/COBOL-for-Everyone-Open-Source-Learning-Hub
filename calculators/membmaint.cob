       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBMAINT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    HOUSEHOLD MEMBER MAINTENANCE. THE PLANNER ASSUMED
      *            ONE WALLET PER HOUSEHOLD, BUT SOME HOUSEHOLDS ARE
      *            FLAT-SHARES THAT SPLIT RENT AND GROCERIES UNEVENLY.
      *            THIS PROGRAM MAINTAINS hhmembers.dat -- ONE LINE
      *            PER MEMBER (HOUSEHOLD, MEMBER ID, NAME) CARRYING
      *            THE MEMBER'S DEFAULT SHARE, AS A PERCENTAGE, OF
      *            EACH PLANNER CATEGORY. spendentry.cob AND
      *            stmtimport.cob RECORD WHICH MEMBER PAID EACH
      *            TRANSACTION; settleup.cob SPLITS THE SPEND BY
      *            THESE PERCENTAGES AND WORKS OUT WHO OWES WHOM.
      *            THE SHARES OF A CATEGORY NEED NOT ADD TO 100 --
      *            settleup SCALES THEM -- AND A CATEGORY NOBODY HAS
      *            A SHARE OF IS SPLIT EVENLY. THE LIST SHOWS EACH
      *            CATEGORY'S TOTAL SO A SLIP IS EASY TO SPOT.
      *    compile with (from the repo root) ->
      *        cobc -x -o membmaint calculators/membmaint.cob
      *    then run ./membmaint

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "hhmembers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    HM-SPLIT-PCT RUNS IN THE PLANNER'S CATEGORY ORDER: RENT,
      *    UTILITIES, TRANSPORTATION, GROCERIES, ENTERTAINMENT,
      *    DEBT-PAYMENTS, INSURANCE, SUBSCRIPTIONS.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 HM-HOUSEHOLD-ID  PIC X(4).
           05 HM-MEMBER-ID     PIC X(6).
           05 HM-NAME          PIC X(20).
           05 HM-SPLIT-PCT     PIC 9(3)V99 OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-HM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HM-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-HOUSEHOLD-ID     PIC X(4) VALUE SPACES.
       01  WS-SEARCH-MEMBER    PIC X(6).
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-HM-PROMPT        PIC X(60).
       01  WS-HM-NUM-BUFFER    PIC X(18).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "MEMBMAINT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  C                   PIC 9(2) VALUE 1.

      *    THE WHOLE FILE, EVERY HOUSEHOLD -- LIST/ADD/CHANGE/DELETE
      *    TOUCH ONLY THE SELECTED HOUSEHOLD'S MEMBERS, BUT THE
      *    REWRITE PUTS EVERYONE'S BACK.
       01  MEMBER-TABLE.
           05 WS-MT-COUNT      PIC 9(2) VALUE 0.
           05 MT-ENTRY OCCURS 50 TIMES.
               10 MTE-HOUSEHOLD    PIC X(4).
               10 MTE-MEMBER-ID    PIC X(6).
               10 MTE-NAME         PIC X(20).
               10 MTE-SPLIT-PCT    PIC 9(3)V99 OCCURS 8 TIMES.
       01  M                   PIC 9(2) VALUE 1.

      *    THE PLANNER'S EXPENSE CATEGORIES -- SAME LIST SPENDENTRY
      *    VALIDATES AGAINST.
       01  CATEGORY-LIST.
           05 FILLER PIC X(14) VALUE "RENT".
           05 FILLER PIC X(14) VALUE "UTILITIES".
           05 FILLER PIC X(14) VALUE "TRANSPORTATION".
           05 FILLER PIC X(14) VALUE "GROCERIES".
           05 FILLER PIC X(14) VALUE "ENTERTAINMENT".
           05 FILLER PIC X(14) VALUE "DEBT-PAYMENTS".
           05 FILLER PIC X(14) VALUE "INSURANCE".
           05 FILLER PIC X(14) VALUE "SUBSCRIPTIONS".
       01  CATEGORY-TABLE REDEFINES CATEGORY-LIST.
           05 CAT-NAME OCCURS 8 TIMES PIC X(14).

       01  CATEGORY-SHARE-TOTALS.
           05 WS-SHARE-TOTAL   PIC 9(4)V99 OCCURS 8 TIMES.

       01  EDITED-FIELDS.
           05 ED-PCT           PIC ZZ9.99.
           05 ED-SHARE-TOTAL   PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL WS-HOUSEHOLD-ID NOT = SPACES
               DISPLAY "ENTER HOUSEHOLD ID (E.G. HH01): "
               ACCEPT WS-HOUSEHOLD-ID
           END-PERFORM
           PERFORM 0100-LOAD-MEMBER-TABLE
           IF WS-MT-COUNT = 50 AND WS-HM-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 50 MEMBERS ON FILE. SPLIT "
                   "hhmembers.dat BEFORE MAINTAINING IT. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-MEMBERS
                   WHEN "A"
                       PERFORM 0400-ADD-MEMBER
                   WHEN "C"
                       PERFORM 0500-CHANGE-MEMBER
                   WHEN "D"
                       PERFORM 0600-DELETE-MEMBER
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-MEMBER-TABLE.
           MOVE 0 TO WS-MT-COUNT
           MOVE "N" TO WS-HM-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-HM-FILE-STATUS = "00"
               PERFORM UNTIL WS-HM-EOF = "Y" OR WS-MT-COUNT = 50
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-HM-EOF
                       NOT AT END
                           ADD 1 TO WS-MT-COUNT
                           MOVE HM-HOUSEHOLD-ID
                               TO MTE-HOUSEHOLD(WS-MT-COUNT)
                           MOVE HM-MEMBER-ID
                               TO MTE-MEMBER-ID(WS-MT-COUNT)
                           MOVE HM-NAME TO MTE-NAME(WS-MT-COUNT)
                           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
                               MOVE HM-SPLIT-PCT(C)
                                   TO MTE-SPLIT-PCT(WS-MT-COUNT, C)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- HOUSEHOLD MEMBERS (" WS-HOUSEHOLD-ID
               ") -----"
           DISPLAY "L - LIST MEMBERS AND SPLITS"
           DISPLAY "A - ADD A MEMBER"
           DISPLAY "C - CHANGE A MEMBER'S SPLITS"
           DISPLAY "D - DELETE A MEMBER"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    ONE BLOCK PER MEMBER, THEN EACH CATEGORY'S SHARE TOTAL --
      *    ANYTHING BUT 100 (OR 0, SPLIT EVENLY) IS FLAGGED.
       0300-LIST-MEMBERS.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               MOVE 0 TO WS-SHARE-TOTAL(C)
           END-PERFORM
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               IF MTE-HOUSEHOLD(M) = WS-HOUSEHOLD-ID
                   MOVE 1 TO WS-FOUND-INDEX
                   DISPLAY " "
                   DISPLAY MTE-MEMBER-ID(M) "  " MTE-NAME(M)
                   PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
                       MOVE MTE-SPLIT-PCT(M, C) TO ED-PCT
                       DISPLAY "    " CAT-NAME(C) "  " ED-PCT "%"
                       ADD MTE-SPLIT-PCT(M, C) TO WS-SHARE-TOTAL(C)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO MEMBERS ON FILE FOR " WS-HOUSEHOLD-ID
                   " -- ITS SPEND IS ONE WALLET."
           ELSE
               DISPLAY " "
               DISPLAY "CATEGORY TOTALS:"
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
                   MOVE WS-SHARE-TOTAL(C) TO ED-SHARE-TOTAL
                   EVALUATE TRUE
                       WHEN WS-SHARE-TOTAL(C) = 0
                           DISPLAY "    " CAT-NAME(C) "  "
                               ED-SHARE-TOTAL "%  (SPLIT EVENLY)"
                       WHEN WS-SHARE-TOTAL(C) = 100
                           DISPLAY "    " CAT-NAME(C) "  "
                               ED-SHARE-TOTAL "%"
                       WHEN OTHER
                           DISPLAY "    " CAT-NAME(C) "  "
                               ED-SHARE-TOTAL "%  *** NOT 100 -- "
                               "SHARES WILL BE SCALED ***"
                   END-EVALUATE
               END-PERFORM
           END-IF.

       0400-ADD-MEMBER.
           IF WS-MT-COUNT = 50
               DISPLAY "MEMBER TABLE IS FULL (50). DELETE A MEMBER "
                   "WHO HAS MOVED OUT FIRST."
           ELSE
               DISPLAY "ENTER MEMBER ID (UP TO 6 CHARS, E.G. ANNA): "
               ACCEPT WS-SEARCH-MEMBER
               MOVE FUNCTION UPPER-CASE(WS-SEARCH-MEMBER)
                   TO WS-SEARCH-MEMBER
               PERFORM 0700-FIND-MEMBER
               IF WS-SEARCH-MEMBER = SPACES
                   DISPLAY "MEMBER ID MAY NOT BE BLANK."
               ELSE
                   IF WS-FOUND-INDEX NOT = 0
                       DISPLAY "MEMBER ALREADY ON FILE. USE C TO "
                           "CHANGE THE SPLITS."
                   ELSE
                       ADD 1 TO WS-MT-COUNT
                       MOVE WS-HOUSEHOLD-ID
                           TO MTE-HOUSEHOLD(WS-MT-COUNT)
                       MOVE WS-SEARCH-MEMBER
                           TO MTE-MEMBER-ID(WS-MT-COUNT)
                       DISPLAY "ENTER MEMBER NAME: "
                       ACCEPT MTE-NAME(WS-MT-COUNT)
                       MOVE WS-MT-COUNT TO M
                       PERFORM 0450-TAKE-SPLITS
                       PERFORM 0800-REWRITE-MEMBER-FILE
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "ADDED MEMBER " WS-HOUSEHOLD-ID " "
                           WS-SEARCH-MEMBER
                           DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                       CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                           WS-AUDIT-ACTION
                       DISPLAY "MEMBER ADDED."
                   END-IF
               END-IF
           END-IF.

      *    SHARED BY ADD AND CHANGE -- ONE PERCENTAGE PER CATEGORY.
       0450-TAKE-SPLITS.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               MOVE SPACES TO WS-HM-PROMPT
               STRING "ENTER SHARE OF " CAT-NAME(C)
                   " (PERCENT, XXX.XX): "
                   DELIMITED BY SIZE INTO WS-HM-PROMPT
               CALL "NUMVALID" USING WS-HM-PROMPT WS-HM-NUM-BUFFER
               MOVE WS-HM-NUM-BUFFER TO MTE-SPLIT-PCT(M, C)
               PERFORM UNTIL MTE-SPLIT-PCT(M, C) NOT > 100
                   DISPLAY "A SHARE CANNOT BE OVER 100 PERCENT. "
                       "RE-ENTER."
                   CALL "NUMVALID" USING WS-HM-PROMPT WS-HM-NUM-BUFFER
                   MOVE WS-HM-NUM-BUFFER TO MTE-SPLIT-PCT(M, C)
               END-PERFORM
           END-PERFORM.

       0500-CHANGE-MEMBER.
           DISPLAY "ENTER MEMBER ID TO CHANGE: "
           ACCEPT WS-SEARCH-MEMBER
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-MEMBER)
               TO WS-SEARCH-MEMBER
           PERFORM 0700-FIND-MEMBER
           IF WS-FOUND-INDEX = 0
               DISPLAY "MEMBER " WS-SEARCH-MEMBER " NOT ON FILE FOR "
                   WS-HOUSEHOLD-ID "."
           ELSE
               MOVE WS-FOUND-INDEX TO M
               PERFORM 0450-TAKE-SPLITS
               PERFORM 0800-REWRITE-MEMBER-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "CHANGED MEMBER " WS-HOUSEHOLD-ID " "
                   WS-SEARCH-MEMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
               DISPLAY "MEMBER CHANGED."
           END-IF.

      *    A DEPARTED MEMBER'S PAST TRANSACTIONS STAY ON FILE UNDER
      *    THEIR ID; settleup LISTS THEM AS NOT A CURRENT MEMBER.
       0600-DELETE-MEMBER.
           DISPLAY "ENTER MEMBER ID TO DELETE: "
           ACCEPT WS-SEARCH-MEMBER
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-MEMBER)
               TO WS-SEARCH-MEMBER
           PERFORM 0700-FIND-MEMBER
           IF WS-FOUND-INDEX = 0
               DISPLAY "MEMBER " WS-SEARCH-MEMBER " NOT ON FILE FOR "
                   WS-HOUSEHOLD-ID "."
           ELSE
               PERFORM VARYING M FROM WS-FOUND-INDEX BY 1
                       UNTIL M >= WS-MT-COUNT
                   MOVE MT-ENTRY(M + 1) TO MT-ENTRY(M)
               END-PERFORM
               SUBTRACT 1 FROM WS-MT-COUNT
               PERFORM 0800-REWRITE-MEMBER-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "DELETED MEMBER " WS-HOUSEHOLD-ID " "
                   WS-SEARCH-MEMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
               DISPLAY "MEMBER DELETED."
           END-IF.

      *    ONLY THE SELECTED HOUSEHOLD'S MEMBERS ARE FINDABLE -- TWO
      *    FLATS MAY BOTH HAVE A "SAM" WITHOUT COLLIDING.
       0700-FIND-MEMBER.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               IF MTE-HOUSEHOLD(M) = WS-HOUSEHOLD-ID
                   AND MTE-MEMBER-ID(M) = WS-SEARCH-MEMBER
                   MOVE M TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0800-REWRITE-MEMBER-FILE.
           OPEN OUTPUT MEMBER-FILE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MT-COUNT
               MOVE MTE-HOUSEHOLD(M) TO HM-HOUSEHOLD-ID
               MOVE MTE-MEMBER-ID(M) TO HM-MEMBER-ID
               MOVE MTE-NAME(M) TO HM-NAME
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
                   MOVE MTE-SPLIT-PCT(M, C) TO HM-SPLIT-PCT(C)
               END-PERFORM
               WRITE MEMBER-RECORD
           END-PERFORM
           CLOSE MEMBER-FILE.
