       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXTAG.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    TAX-DEDUCTIBLE EXPENSE TAGGING AND THE YEAR-END
      *            HOUSEHOLD TAX SUMMARY. AT TAX TIME EACH HOUSEHOLD
      *            DUG THROUGH A YEAR OF transactions.dat FOR THE
      *            CHARITABLE GIFTS, MEDICAL BILLS AND CHILDCARE.
      *            THE RULES ON taxrules.dat TAG A TRANSACTION AS
      *            DEDUCTIBLE UNDER A TAX HEADING (E.G. CHARITY,
      *            MEDICAL, CHILDCARE) -- EITHER BY A KEYWORD ITS
      *            MEMO CONTAINS, THE WAY stmtrules.dat CATEGORIZES
      *            STATEMENT LINES, OR BY ITS TX-CATEGORY. KEYWORD
      *            RULES ARE TRIED FIRST, IN FILE ORDER, THEN THE
      *            CATEGORY RULES; THE FIRST MATCH WINS. THE
      *            OPERATOR CAN OVERRIDE THE TAG OF ANY ONE
      *            TRANSACTION (RE-TAG IT, OR "NONE" TO UNTAG IT);
      *            OVERRIDES ARE KEPT ON taxoverride.dat AGAINST THE
      *            TRANSACTION'S FULL IMAGE, SO transactions.dat
      *            ITSELF IS NEVER REWRITTEN. THE SUMMARY PRINTS
      *            taxsummary.rpt FOR ONE HOUSEHOLD AND TAX YEAR:
      *            EACH HEADING WITH ITS SUPPORTING TRANSACTIONS AND
      *            TOTAL, THEN THE INTEREST PAID THAT YEAR ON EVERY
      *            DEBT debtmaint.cob FLAGS AS DEDUCTIBLE, THEN THE
      *            GRAND TOTAL.
      *    compile with (from the repo root) ->
      *        cobc -x -o taxtag calculators/taxtag.cob
      *    then run ./taxtag

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RULES-FILE ASSIGN TO "taxrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.
           SELECT TAX-OVERRIDE-FILE ASSIGN TO "taxoverride.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT DEBT-MASTER-FILE ASSIGN TO "debtmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER RULE. TR-MATCH-TYPE "K" MATCHES A KEYWORD IN
      *    THE MEMO, "C" MATCHES THE TX-CATEGORY EXACTLY.
       FD  TAX-RULES-FILE.
       01  TAX-RULES-RECORD.
           05 TR-MATCH-TYPE    PIC X.
           05 TR-MATCH-TEXT    PIC X(14).
           05 TR-HEADING       PIC X(14).

      *    ONE LINE PER OVERRIDDEN TRANSACTION: ITS IMAGE AS ON
      *    transactions.dat (HOUSEHOLD THROUGH MEMO -- THE PAYER IS
      *    NOT PART OF IT) AND THE HEADING IT COUNTS UNDER --
      *    "NONE" MEANS NOT DEDUCTIBLE WHATEVER THE RULES SAY.
       FD  TAX-OVERRIDE-FILE.
       01  TAX-OVERRIDE-RECORD.
           05 TO-TRANSACTION   PIC X(54).
           05 TO-HEADING       PIC X(14).

      *    SAME LAYOUT SPENDENTRY WRITES.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TX-HOUSEHOLD-ID  PIC X(4).
           05 TX-DATE          PIC X(8).
           05 TX-CATEGORY      PIC X(14).
           05 TX-AMOUNT        PIC 9(6)V99.
           05 TX-MEMO          PIC X(20).
           05 TX-PAYER         PIC X(6).

      *    SAME LAYOUT DEBTMAINT WRITES.
       FD  DEBT-MASTER-FILE.
       01  DEBT-MASTER-RECORD.
           05 DM-HOUSEHOLD-ID  PIC X(4).
           05 DM-CREDITOR      PIC X(20).
           05 DM-BALANCE       PIC 9(7)V99.
           05 DM-APR           PIC 9(2)V99.
           05 DM-MIN-PAYMENT   PIC 9(5)V99.
           05 DM-DEDUCTIBLE    PIC X.
           05 DM-INTEREST-YEAR PIC X(4).
           05 DM-INTEREST-PAID PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01  WS-TR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TR-EOF           PIC X VALUE "N".
       01  WS-TO-EOF           PIC X VALUE "N".
       01  WS-TX-EOF           PIC X VALUE "N".
       01  WS-DM-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-HOUSEHOLD-ID     PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR         PIC X(4) VALUE SPACES.
       01  WS-YEAR-FULL        PIC X VALUE "N".
       01  WS-WORK-TYPE        PIC X VALUE SPACE.
       01  WS-WORK-TEXT        PIC X(14) VALUE SPACES.
       01  WS-WORK-HEADING     PIC X(14) VALUE SPACES.
       01  WS-MEMO-UPPER       PIC X(20) VALUE SPACES.
       01  WS-KEY-TEXT         PIC X(14) VALUE SPACES.
       01  WS-KEY-LEN          PIC 9(2) VALUE 0.
       01  WS-HIT-COUNT        PIC 9(2) VALUE 0.
       01  WS-MATCH-HEADING    PIC X(14) VALUE SPACES.
       01  WS-PICK-NO          PIC 9(3) VALUE 0.
       01  WS-TT-PROMPT        PIC X(60).
       01  WS-TT-NUM-BUFFER    PIC X(18).

       01  RULES-TABLE.
           05 WS-TR-COUNT      PIC 9(2) VALUE 0.
           05 TR-ENTRY OCCURS 50 TIMES.
               10 TRE-MATCH-TYPE   PIC X.
               10 TRE-MATCH-TEXT   PIC X(14).
               10 TRE-HEADING      PIC X(14).
       01  R                   PIC 9(2) VALUE 1.

       01  OVERRIDE-TABLE.
           05 WS-TO-COUNT      PIC 9(3) VALUE 0.
           05 TO-ENTRY OCCURS 500 TIMES.
               10 TOE-TRANSACTION  PIC X(54).
               10 TOE-HEADING      PIC X(14).
       01  O                   PIC 9(3) VALUE 1.
       01  WS-OVERRIDE-INDEX   PIC 9(3) VALUE 0.

      *    THE SELECTED HOUSEHOLD'S TRANSACTIONS FOR THE TAX YEAR,
      *    EACH WITH THE HEADING IT IS TAGGED UNDER (SPACES = NOT
      *    DEDUCTIBLE) AND WHERE THE TAG CAME FROM (R = A RULE,
      *    O = AN OVERRIDE).
       01  YEAR-TABLE.
           05 WS-YT-COUNT      PIC 9(3) VALUE 0.
           05 YT-ENTRY OCCURS 500 TIMES.
               10 YTE-TRANSACTION.
                   15 YTE-HOUSEHOLD-ID PIC X(4).
                   15 YTE-DATE         PIC X(8).
                   15 YTE-CATEGORY     PIC X(14).
                   15 YTE-AMOUNT       PIC 9(6)V99.
                   15 YTE-MEMO         PIC X(20).
               10 YTE-HEADING      PIC X(14).
               10 YTE-SOURCE       PIC X.
       01  Y                   PIC 9(3) VALUE 1.

       01  HEADING-TOTALS.
           05 WS-HT-COUNT      PIC 9(2) VALUE 0.
           05 HT-ENTRY OCCURS 20 TIMES.
               10 HTE-HEADING      PIC X(14).
               10 HTE-COUNT        PIC 9(3).
               10 HTE-TOTAL        PIC 9(7)V99.
       01  H                   PIC 9(2) VALUE 1.
       01  WS-GRAND-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-INTEREST-TOTAL   PIC 9(7)V99 VALUE 0.
       01  WS-DEBT-COUNT       PIC 9(2) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC Z,ZZZ,ZZ9.99.
           05 ED-GRAND         PIC ZZ,ZZZ,ZZ9.99.
           05 ED-LINE-NO       PIC ZZ9.

      *    THE SUMMARY GOES TO A REAL PRINT FILE THROUGH THE SHARED
      *    PRINT SERVICES -- PAGE HEADINGS, THE ENVIRONMENT, AND A
      *    TRAILER, NOT TERMINAL SCROLL.
       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "TAXTAG".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-RULES
           PERFORM 0150-LOAD-OVERRIDES
           IF WS-TO-COUNT = 500 AND WS-TO-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 500 OVERRIDES ON "
                   "taxoverride.dat. ARCHIVE PAST YEARS' OVERRIDES "
                   "AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0500-LIST-RULES
                   WHEN "A"
                       PERFORM 0600-ADD-RULE THRU 0600-EXIT
                   WHEN "D"
                       PERFORM 0650-DELETE-RULE THRU 0650-EXIT
                   WHEN "O"
                       PERFORM 0700-OVERRIDE-TAGS THRU 0700-EXIT
                   WHEN "S"
                       PERFORM 0800-PRINT-SUMMARY THRU 0800-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           GOBACK.

       0100-LOAD-RULES.
           MOVE 0 TO WS-TR-COUNT
           MOVE "N" TO WS-TR-EOF
           OPEN INPUT TAX-RULES-FILE
           IF WS-TR-FILE-STATUS = "00"
               PERFORM UNTIL WS-TR-EOF = "Y" OR WS-TR-COUNT = 50
                   READ TAX-RULES-FILE
                       AT END
                           MOVE "Y" TO WS-TR-EOF
                       NOT AT END
                           ADD 1 TO WS-TR-COUNT
                           MOVE TR-MATCH-TYPE
                               TO TRE-MATCH-TYPE(WS-TR-COUNT)
                           MOVE TR-MATCH-TEXT
                               TO TRE-MATCH-TEXT(WS-TR-COUNT)
                           MOVE TR-HEADING
                               TO TRE-HEADING(WS-TR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-RULES-FILE
           END-IF.

       0150-LOAD-OVERRIDES.
           MOVE 0 TO WS-TO-COUNT
           MOVE "N" TO WS-TO-EOF
           OPEN INPUT TAX-OVERRIDE-FILE
           IF WS-TO-FILE-STATUS = "00"
               PERFORM UNTIL WS-TO-EOF = "Y" OR WS-TO-COUNT = 500
                   READ TAX-OVERRIDE-FILE
                       AT END
                           MOVE "Y" TO WS-TO-EOF
                       NOT AT END
                           ADD 1 TO WS-TO-COUNT
                           MOVE TO-TRANSACTION
                               TO TOE-TRANSACTION(WS-TO-COUNT)
                           MOVE TO-HEADING
                               TO TOE-HEADING(WS-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-OVERRIDE-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- TAX-DEDUCTIBLE EXPENSE TAGGING -----"
           DISPLAY "L - LIST TAX RULES"
           DISPLAY "A - ADD A RULE"
           DISPLAY "D - DELETE A RULE"
           DISPLAY "O - OVERRIDE A TRANSACTION'S TAG"
           DISPLAY "S - PRINT THE YEAR-END TAX SUMMARY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    SHARED BY OVERRIDE AND SUMMARY -- WHOSE YEAR, AND WHICH.
       0300-SELECT-HOUSEHOLD-YEAR.
           MOVE SPACES TO WS-HOUSEHOLD-ID
           PERFORM UNTIL WS-HOUSEHOLD-ID NOT = SPACES
               DISPLAY "ENTER HOUSEHOLD ID (E.G. HH01): "
               ACCEPT WS-HOUSEHOLD-ID
           END-PERFORM
           MOVE SPACES TO WS-TAX-YEAR
           PERFORM UNTIL WS-TAX-YEAR IS NUMERIC
               DISPLAY "ENTER TAX YEAR (YYYY): "
               ACCEPT WS-TAX-YEAR
               IF WS-TAX-YEAR IS NOT NUMERIC
                   DISPLAY "THE YEAR MUST BE FOUR DIGITS. RE-ENTER."
               END-IF
           END-PERFORM
           PERFORM 0310-LOAD-YEAR.

       0310-LOAD-YEAR.
           MOVE 0 TO WS-YT-COUNT
           MOVE "N" TO WS-YEAR-FULL
           MOVE "N" TO WS-TX-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TX-EOF = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-TX-EOF
                   NOT AT END
                       IF TX-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               AND TX-DATE(1:4) = WS-TAX-YEAR
                           IF WS-YT-COUNT = 500
                               MOVE "Y" TO WS-YEAR-FULL
                           ELSE
                               ADD 1 TO WS-YT-COUNT
                               MOVE TRANSACTION-RECORD(1:54)
                                   TO YTE-TRANSACTION(WS-YT-COUNT)
                               MOVE WS-YT-COUNT TO Y
                               PERFORM 0350-TAG-ONE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           IF WS-YEAR-FULL = "Y"
               DISPLAY "*** MORE THAN 500 TRANSACTIONS FOR "
                   WS-HOUSEHOLD-ID " IN " WS-TAX-YEAR
                   " -- ONLY THE FIRST 500 ARE TAGGED. ***"
           END-IF.

      *    AN OVERRIDE BEATS EVERY RULE; OTHERWISE KEYWORD RULES,
      *    THEN CATEGORY RULES, FIRST MATCH WINS.
       0350-TAG-ONE-TRANSACTION.
           PERFORM 0370-FIND-OVERRIDE
           IF WS-OVERRIDE-INDEX NOT = 0
               MOVE "O" TO YTE-SOURCE(Y)
               IF TOE-HEADING(WS-OVERRIDE-INDEX) = "NONE"
                   MOVE SPACES TO YTE-HEADING(Y)
               ELSE
                   MOVE TOE-HEADING(WS-OVERRIDE-INDEX)
                       TO YTE-HEADING(Y)
               END-IF
           ELSE
               PERFORM 0360-MATCH-RULES
               MOVE WS-MATCH-HEADING TO YTE-HEADING(Y)
               IF WS-MATCH-HEADING = SPACES
                   MOVE SPACE TO YTE-SOURCE(Y)
               ELSE
                   MOVE "R" TO YTE-SOURCE(Y)
               END-IF
           END-IF.

       0360-MATCH-RULES.
           MOVE SPACES TO WS-MATCH-HEADING
           MOVE FUNCTION UPPER-CASE(YTE-MEMO(Y)) TO WS-MEMO-UPPER
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TR-COUNT
               IF WS-MATCH-HEADING = SPACES
                       AND TRE-MATCH-TYPE(R) = "K"
                   MOVE TRE-MATCH-TEXT(R) TO WS-KEY-TEXT
                   COMPUTE WS-KEY-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-KEY-TEXT))
                   IF WS-KEY-LEN > 0
                       MOVE 0 TO WS-HIT-COUNT
                       INSPECT WS-MEMO-UPPER TALLYING WS-HIT-COUNT
                           FOR ALL WS-KEY-TEXT(1:WS-KEY-LEN)
                       IF WS-HIT-COUNT > 0
                           MOVE TRE-HEADING(R) TO WS-MATCH-HEADING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TR-COUNT
               IF WS-MATCH-HEADING = SPACES
                       AND TRE-MATCH-TYPE(R) = "C"
                       AND TRE-MATCH-TEXT(R) = YTE-CATEGORY(Y)
                   MOVE TRE-HEADING(R) TO WS-MATCH-HEADING
               END-IF
           END-PERFORM.

       0370-FIND-OVERRIDE.
           MOVE 0 TO WS-OVERRIDE-INDEX
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-TO-COUNT
               IF TOE-TRANSACTION(O) = YTE-TRANSACTION(Y)
                   MOVE O TO WS-OVERRIDE-INDEX
               END-IF
           END-PERFORM.

       0500-LIST-RULES.
           IF WS-TR-COUNT = 0
               DISPLAY "NO TAX RULES ON FILE YET -- ONLY OVERRIDDEN "
                   "TRANSACTIONS WILL BE TAGGED."
           ELSE
               DISPLAY "NO.  MATCH     TEXT            HEADING"
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TR-COUNT
                   MOVE R TO ED-LINE-NO
                   IF TRE-MATCH-TYPE(R) = "K"
                       DISPLAY ED-LINE-NO "  KEYWORD   "
                           TRE-MATCH-TEXT(R) "  " TRE-HEADING(R)
                   ELSE
                       DISPLAY ED-LINE-NO "  CATEGORY  "
                           TRE-MATCH-TEXT(R) "  " TRE-HEADING(R)
                   END-IF
               END-PERFORM
           END-IF.

       0600-ADD-RULE.
           IF WS-TR-COUNT = 50
               DISPLAY "TAX RULES TABLE IS FULL (50)."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "MATCH ON K = MEMO KEYWORD, C = CATEGORY: "
           ACCEPT WS-WORK-TYPE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TYPE) TO WS-WORK-TYPE
           IF WS-WORK-TYPE NOT = "K" AND WS-WORK-TYPE NOT = "C"
               DISPLAY "MATCH TYPE MUST BE K OR C."
               GO TO 0600-EXIT
           END-IF
           IF WS-WORK-TYPE = "K"
               DISPLAY "ENTER KEYWORD (UP TO 14 CHARS, E.G. "
                   "RED CROSS): "
           ELSE
               DISPLAY "ENTER CATEGORY (E.G. INSURANCE): "
           END-IF
           MOVE SPACES TO WS-WORK-TEXT
           ACCEPT WS-WORK-TEXT
           MOVE FUNCTION UPPER-CASE(WS-WORK-TEXT) TO WS-WORK-TEXT
           IF WS-WORK-TEXT = SPACES
               DISPLAY "MATCH TEXT MAY NOT BE BLANK."
               GO TO 0600-EXIT
           END-IF
           DISPLAY "ENTER TAX HEADING (E.G. CHARITY, MEDICAL, "
               "CHILDCARE): "
           MOVE SPACES TO WS-WORK-HEADING
           ACCEPT WS-WORK-HEADING
           MOVE FUNCTION UPPER-CASE(WS-WORK-HEADING)
               TO WS-WORK-HEADING
           IF WS-WORK-HEADING = SPACES OR WS-WORK-HEADING = "NONE"
               DISPLAY "A RULE MUST NAME A REAL HEADING."
               GO TO 0600-EXIT
           END-IF
           ADD 1 TO WS-TR-COUNT
           MOVE WS-WORK-TYPE TO TRE-MATCH-TYPE(WS-TR-COUNT)
           MOVE WS-WORK-TEXT TO TRE-MATCH-TEXT(WS-TR-COUNT)
           MOVE WS-WORK-HEADING TO TRE-HEADING(WS-TR-COUNT)
           PERFORM 0900-REWRITE-RULES-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED TAX RULE " WS-WORK-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "RULE ADDED.".
       0600-EXIT.
           EXIT.

       0650-DELETE-RULE.
           IF WS-TR-COUNT = 0
               DISPLAY "NO TAX RULES ON FILE."
               GO TO 0650-EXIT
           END-IF
           PERFORM 0500-LIST-RULES
           MOVE "ENTER RULE NUMBER TO DELETE (0 TO CANCEL): "
               TO WS-TT-PROMPT
           CALL "NUMVALID" USING WS-TT-PROMPT WS-TT-NUM-BUFFER
           MOVE WS-TT-NUM-BUFFER TO WS-PICK-NO
           IF WS-PICK-NO = 0 OR WS-PICK-NO > WS-TR-COUNT
               DISPLAY "NOTHING DELETED."
               GO TO 0650-EXIT
           END-IF
           MOVE TRE-MATCH-TEXT(WS-PICK-NO) TO WS-WORK-TEXT
           PERFORM VARYING R FROM WS-PICK-NO BY 1
                   UNTIL R >= WS-TR-COUNT
               MOVE TR-ENTRY(R + 1) TO TR-ENTRY(R)
           END-PERFORM
           SUBTRACT 1 FROM WS-TR-COUNT
           PERFORM 0900-REWRITE-RULES-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED TAX RULE " WS-WORK-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "RULE DELETED.".
       0650-EXIT.
           EXIT.

      *    LISTS THE YEAR'S TRANSACTIONS WITH THEIR CURRENT TAGS AND
      *    RE-TAGS ONE AT A TIME UNTIL THE OPERATOR KEYS 0.
       0700-OVERRIDE-TAGS.
           PERFORM 0300-SELECT-HOUSEHOLD-YEAR
           IF WS-YT-COUNT = 0
               DISPLAY "NO TRANSACTIONS FOR " WS-HOUSEHOLD-ID " IN "
                   WS-TAX-YEAR "."
               GO TO 0700-EXIT
           END-IF
           MOVE 1 TO WS-PICK-NO
           PERFORM UNTIL WS-PICK-NO = 0
               PERFORM 0710-LIST-YEAR
               MOVE "ENTER LINE TO RE-TAG (0 TO FINISH): "
                   TO WS-TT-PROMPT
               CALL "NUMVALID" USING WS-TT-PROMPT WS-TT-NUM-BUFFER
               MOVE WS-TT-NUM-BUFFER TO WS-PICK-NO
               IF WS-PICK-NO > WS-YT-COUNT
                   DISPLAY "NO SUCH LINE."
               ELSE
                   IF WS-PICK-NO NOT = 0
                       PERFORM 0750-RETAG-ONE THRU 0750-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       0700-EXIT.
           EXIT.

       0710-LIST-YEAR.
           DISPLAY " "
           DISPLAY "NO.  DATE      CATEGORY        MEMO              "
               "        AMOUNT  HEADING"
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-YT-COUNT
               MOVE Y TO ED-LINE-NO
               MOVE YTE-AMOUNT(Y) TO ED-AMOUNT
               DISPLAY ED-LINE-NO "  " YTE-DATE(Y) "  "
                   YTE-CATEGORY(Y) "  " YTE-MEMO(Y) "  " ED-AMOUNT
                   "  " YTE-HEADING(Y) " " YTE-SOURCE(Y)
           END-PERFORM
           DISPLAY "(HEADING SOURCE: R = RULE, O = OVERRIDE)".

      *    THE OVERRIDE REPLACES ANY EARLIER ONE FOR THE SAME
      *    TRANSACTION; KEYING "RULE" DROPS IT SO THE RULES DECIDE
      *    AGAIN.
       0750-RETAG-ONE.
           MOVE WS-PICK-NO TO Y
           DISPLAY "ENTER HEADING, NONE = NOT DEDUCTIBLE, RULE = "
               "BACK TO THE RULES: "
           MOVE SPACES TO WS-WORK-HEADING
           ACCEPT WS-WORK-HEADING
           MOVE FUNCTION UPPER-CASE(WS-WORK-HEADING)
               TO WS-WORK-HEADING
           IF WS-WORK-HEADING = SPACES
               DISPLAY "UNCHANGED."
               GO TO 0750-EXIT
           END-IF
           PERFORM 0370-FIND-OVERRIDE
           IF WS-WORK-HEADING = "RULE"
               IF WS-OVERRIDE-INDEX NOT = 0
                   PERFORM VARYING O FROM WS-OVERRIDE-INDEX BY 1
                           UNTIL O >= WS-TO-COUNT
                       MOVE TO-ENTRY(O + 1) TO TO-ENTRY(O)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TO-COUNT
               END-IF
           ELSE
               IF WS-OVERRIDE-INDEX = 0
                   IF WS-TO-COUNT = 500
                       DISPLAY "OVERRIDE TABLE IS FULL (500). "
                           "ARCHIVE PAST YEARS' OVERRIDES FIRST."
                       GO TO 0750-EXIT
                   END-IF
                   ADD 1 TO WS-TO-COUNT
                   MOVE WS-TO-COUNT TO WS-OVERRIDE-INDEX
                   MOVE YTE-TRANSACTION(Y)
                       TO TOE-TRANSACTION(WS-OVERRIDE-INDEX)
               END-IF
               MOVE WS-WORK-HEADING TO TOE-HEADING(WS-OVERRIDE-INDEX)
           END-IF
           PERFORM 0950-REWRITE-OVERRIDE-FILE
           PERFORM 0350-TAG-ONE-TRANSACTION
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "TAX TAG " YTE-DATE(Y) " " WS-WORK-HEADING
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "LINE " WS-PICK-NO " NOW TAGGED "
               YTE-HEADING(Y) ".".
       0750-EXIT.
           EXIT.

       0800-PRINT-SUMMARY.
           PERFORM 0300-SELECT-HOUSEHOLD-YEAR
           MOVE 0 TO WS-HT-COUNT
           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-YT-COUNT
               IF YTE-HEADING(Y) NOT = SPACES
                   PERFORM 0810-ADD-TO-HEADING
               END-IF
           END-PERFORM
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "taxsummary.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "HOUSEHOLD TAX SUMMARY - " WS-HOUSEHOLD-ID
               " - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  DATE      CATEGORY        MEMO                  "
               "      AMOUNT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-HT-COUNT = 0
               MOVE "NO TRANSACTIONS TAGGED DEDUCTIBLE THIS YEAR."
                   TO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
           END-IF
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HT-COUNT
               PERFORM 0820-PRINT-HEADING
           END-PERFORM
           PERFORM 0850-PRINT-INTEREST
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE WS-GRAND-TOTAL TO ED-GRAND
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "TOTAL DEDUCTIBLE FOR " WS-TAX-YEAR
               "                     " ED-GRAND
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           IF WS-YEAR-FULL = "Y"
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "*** MORE THAN 500 TRANSACTIONS THIS YEAR -- "
                   "ONLY THE FIRST 500 ARE SUMMARIZED. ***"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY WS-HT-COUNT " HEADINGS, TOTAL DEDUCTIBLE " ED-GRAND
               " -- SEE taxsummary.rpt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "TAX SUMMARY " WS-HOUSEHOLD-ID " " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0800-EXIT.
           EXIT.

       0810-ADD-TO-HEADING.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HT-COUNT
               IF HTE-HEADING(H) = YTE-HEADING(Y)
                   ADD 1 TO HTE-COUNT(H)
                   ADD YTE-AMOUNT(Y) TO HTE-TOTAL(H)
                   ADD YTE-AMOUNT(Y) TO WS-GRAND-TOTAL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-HT-COUNT = 20
               DISPLAY "*** MORE THAN 20 TAX HEADINGS -- "
                   YTE-HEADING(Y) " LEFT OFF THE SUMMARY. ***"
           ELSE
               ADD 1 TO WS-HT-COUNT
               MOVE YTE-HEADING(Y) TO HTE-HEADING(WS-HT-COUNT)
               MOVE 1 TO HTE-COUNT(WS-HT-COUNT)
               MOVE YTE-AMOUNT(Y) TO HTE-TOTAL(WS-HT-COUNT)
               ADD YTE-AMOUNT(Y) TO WS-GRAND-TOTAL
           END-IF.

      *    ONE HEADING: ITS SUPPORTING TRANSACTIONS, THEN ITS TOTAL.
       0820-PRINT-HEADING.
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           MOVE HTE-HEADING(H) TO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-YT-COUNT
               IF YTE-HEADING(Y) = HTE-HEADING(H)
                   MOVE YTE-AMOUNT(Y) TO ED-AMOUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "  " YTE-DATE(Y) "  " YTE-CATEGORY(Y)
                       "  " YTE-MEMO(Y) "    " ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   PERFORM 0890-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE HTE-TOTAL(H) TO ED-TOTAL
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  TOTAL " HTE-HEADING(H) " (" HTE-COUNT(H)
               " ITEMS)                " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           PERFORM 0890-PRINT-LINE.

      *    INTEREST PAID ON THE HOUSEHOLD'S DEDUCTIBLE DEBTS, AS
      *    KEYED ON debtmaint FROM THE LENDER'S YEAR-END STATEMENT.
      *    A FLAGGED DEBT WITH NO FIGURE FOR THIS YEAR IS LISTED SO
      *    THE STATEMENT CAN BE CHASED.
       0850-PRINT-INTEREST.
           MOVE 0 TO WS-INTEREST-TOTAL
           MOVE 0 TO WS-DEBT-COUNT
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DEBT-MASTER-FILE
           IF WS-DM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DM-EOF = "Y"
               READ DEBT-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-DM-EOF
                   NOT AT END
                       IF DM-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
                               AND DM-DEDUCTIBLE = "Y"
                           PERFORM 0860-PRINT-ONE-DEBT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBT-MASTER-FILE
           IF WS-DEBT-COUNT > 0
               MOVE WS-INTEREST-TOTAL TO ED-TOTAL
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  TOTAL INTEREST PAID"
                   "                                  " ED-TOTAL
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
               ADD WS-INTEREST-TOTAL TO WS-GRAND-TOTAL
           END-IF.

       0860-PRINT-ONE-DEBT.
           IF WS-DEBT-COUNT = 0
               MOVE SPACES TO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
               MOVE "INTEREST PAID" TO WS-PS-TEXT-1
               PERFORM 0890-PRINT-LINE
           END-IF
           ADD 1 TO WS-DEBT-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           IF DM-INTEREST-YEAR = WS-TAX-YEAR
                   AND DM-INTEREST-PAID IS NUMERIC
               MOVE DM-INTEREST-PAID TO ED-AMOUNT
               ADD DM-INTEREST-PAID TO WS-INTEREST-TOTAL
               STRING "  " DM-CREDITOR
                   "                              " ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           ELSE
               STRING "  " DM-CREDITOR "  *** NO " WS-TAX-YEAR
                   " INTEREST FIGURE -- KEY IT ON debtmaint ***"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
           END-IF
           PERFORM 0890-PRINT-LINE.

       0890-PRINT-LINE.
           MOVE "D" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0900-REWRITE-RULES-FILE.
           OPEN OUTPUT TAX-RULES-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TR-COUNT
               MOVE TRE-MATCH-TYPE(R) TO TR-MATCH-TYPE
               MOVE TRE-MATCH-TEXT(R) TO TR-MATCH-TEXT
               MOVE TRE-HEADING(R)    TO TR-HEADING
               WRITE TAX-RULES-RECORD
           END-PERFORM
           CLOSE TAX-RULES-FILE.

       0950-REWRITE-OVERRIDE-FILE.
           OPEN OUTPUT TAX-OVERRIDE-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-TO-COUNT
               MOVE TOE-TRANSACTION(O) TO TO-TRANSACTION
               MOVE TOE-HEADING(O)     TO TO-HEADING
               WRITE TAX-OVERRIDE-RECORD
           END-PERFORM
           CLOSE TAX-OVERRIDE-FILE.
