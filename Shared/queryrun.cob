       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUERYRUN.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    AD HOC QUERY AND LISTING UTILITY. EVERY ONE-OFF
      *            LIST ("HOURLY STAFF IN DEPARTMENT 0200 ON OVER 20
      *            AN HOUR", "STD MEMBERS EXPIRING NEXT MONTH") USED
      *            TO MEAN A NEW PROGRAM OR A CSV EXPORT WORKED OVER
      *            IN A SPREADSHEET. A QUERY IS NOW DEFINED ONCE,
      *            SAVED BY NAME ON querydef.dat AND RE-RUN WHENEVER
      *            IT IS WANTED. A QUERY NAMES:
      *              - ONE MASTER FROM THE CSVEXPORT CATALOG --
      *                EMPLOYEE (employee.dat, WITH THE DEPARTMENT
      *                FROM empdept.dat AND THE PAY TYPE FROM THE
      *                POSITION MASTER), CUSTOMER (custmaster.dat),
      *                STUDENT (studentmaster.dat) OR MEMBER
      *                (membership.dat);
      *              - UP TO 10 SELECTIONS, ALL OF WHICH A RECORD
      *                MUST PASS: EQ NE GT GE LT LE, RG (A RANGE,
      *                BOTH ENDS INCLUDED) OR CT (CONTAINS);
      *              - UP TO 3 SORT FIELDS, EACH ASCENDING OR
      *                DESCENDING;
      *              - UP TO 10 COLUMNS TO PRINT (80 PRINT POSITIONS);
      *              - OPTIONALLY ONE SUBTOTAL FIELD -- THE LISTING
      *                IS GROUPED ON IT, EACH GROUP CLOSING WITH ITS
      *                ROW COUNT AND THE TOTALS OF THE NUMERIC
      *                COLUMNS, AND THE REPORT WITH THE GRAND TOTALS.
      *            THE LISTING GOES TO queryrun.rpt THROUGH THE
      *            SHARED PRINT SERVICES. THE MASTERS ARE ONLY EVER
      *            READ. PAY FIELDS (HOURLY RATE, SALARY, TAX RATE,
      *            DEDUCTIONS) ARE RESTRICTED: AN INQUIRY OPERATOR
      *            CAN NEITHER BUILD NOR RUN A QUERY THAT SELECTS,
      *            SORTS, PRINTS OR TOTALS ONE. BANK DETAILS ARE NOT
      *            IN THE CATALOG AT ALL, AND THE MEMBER DOB, HELD
      *            ENCRYPTED, IS SELECTED AND SORTED ON ITS CLEAR
      *            VALUE BUT ALWAYS PRINTED MASKED. A SAVED QUERY IS
      *            REPLACED OR DELETED ONLY BY WHOEVER SAVED IT OR AN
      *            ADMIN.
      *    compile with (from the repo root) ->
      *        cobc -x -o queryrun Shared/queryrun.cob
      *    then run ./queryrun

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "querydef.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QY-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "studentmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO "posmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER PART OF A SAVED QUERY, ALL UNDER ITS NAME:
      *      F = THE MASTER (QY-FIELD), WHO SAVED IT AND WHEN
      *      T = THE TITLE (QY-VALUE-1 AND QY-VALUE-2 RUN ON)
      *      S = A SELECTION: FIELD, OPERATOR, VALUE(S)
      *      O = A SORT FIELD, QY-OPERATOR "A " OR "D "
      *      C = A COLUMN TO PRINT
      *      B = THE SUBTOTAL FIELD
       FD  QUERY-FILE.
       01  QUERY-RECORD.
           05 QY-NAME          PIC X(12).
           05 QY-KIND          PIC X.
           05 QY-FIELD         PIC X(15).
           05 QY-OPERATOR      PIC X(2).
           05 QY-VALUE-1       PIC X(30).
           05 QY-VALUE-2       PIC X(30).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-STUDENT-ID    PIC X(5).
           05 SM-TERM-COUNT    PIC 9(2).
           05 SM-TERM-MARKS    OCCURS 12 TIMES PIC 99.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 CM-FIRST-NAME    PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 CM-AGE           PIC 9(3).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           05 MEM-ID           PIC X(6).
           05 MEM-NAME         PIC X(20).
           05 MEM-DOB          PIC X(8).
           05 MEM-JOIN-DATE    PIC X(8).
           05 MEM-EXPIRY-DATE  PIC X(8).
           05 MEM-STATUS       PIC X.
           05 MEM-TYPE         PIC X(4).

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           05 POS-CODE         PIC X(15).
           05 POS-TITLE        PIC X(30).
           05 POS-MIN-SALARY   PIC 9(7)V99.
           05 POS-MAX-SALARY   PIC 9(7)V99.
           05 POS-PAY-TYPE     PIC X.
           05 POS-LEAVE-RATE   PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01  WS-QY-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-IN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-QY-EOF           PIC X VALUE "N".
       01  WS-FILE-EOF         PIC X VALUE "N".
       01  WS-QY-OVERFLOW      PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-TODAY            PIC X(8).
       01  WS-ENTRY-OK         PIC X VALUE "N".
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.
       01  WS-SEARCH-NAME      PIC X(12) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(15) VALUE SPACES.
       01  WS-FIELD-INDEX      PIC 9(2) VALUE 0.
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-BAD-POSITION     PIC S9(4) VALUE 0.

      *    THE FIELD CATALOG. EACH ENTRY IS THE MASTER, THE FIELD'S
      *    NAME (THE CSVEXPORT COLUMN HEADING WHERE THERE IS ONE),
      *    ITS START AND LENGTH IN THE MASTER'S VIEW RECORD (SEE
      *    0700-0760), A FOR TEXT OR N FOR AN UNSIGNED NUMBER WITH
      *    ITS DECIMAL PLACES, AND Y WHEN THE FIELD IS RESTRICTED
      *    TO THE MAINTENANCE AND ADMIN ROLES OR M WHEN IT IS HELD
      *    ENCRYPTED AND PRINTS MASKED.
       01  FIELD-CATALOG-VALUES.
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEEMP-ID         00105A0N".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEENAME           00630A0N".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEPOSITION       03615A0N".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEHOURLY-RATE    05107N2Y".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEESALARY         05809N2Y".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEETAX-RATE       06707N2Y".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEDEDUCTIONS     07409N2Y".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEDEPT           08304A0N".
           05 FILLER PIC X(31) VALUE
               "EMPLOYEEPAY-TYPE       08701A0N".
           05 FILLER PIC X(31) VALUE
               "CUSTOMERCM-ID          00106A0N".
           05 FILLER PIC X(31) VALUE
               "CUSTOMERFIRST-NAME     00715A0N".
           05 FILLER PIC X(31) VALUE
               "CUSTOMERLAST-NAME      02215A0N".
           05 FILLER PIC X(31) VALUE
               "CUSTOMERAGE            03703N0N".
           05 FILLER PIC X(31) VALUE
               "STUDENT STUDENT-ID     00105A0N".
           05 FILLER PIC X(31) VALUE
               "STUDENT TERM-COUNT     00602N0N".
           05 FILLER PIC X(31) VALUE
               "STUDENT LATEST-MARK    03202N0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  MEM-ID         00106A0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  NAME           00720A0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  DOB            02708A0M".
           05 FILLER PIC X(31) VALUE
               "MEMBER  JOIN-DATE      03508A0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  EXPIRY-DATE    04308A0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  STATUS         05101A0N".
           05 FILLER PIC X(31) VALUE
               "MEMBER  TYPE           05204A0N".
       01  FIELD-CATALOG REDEFINES FIELD-CATALOG-VALUES.
           05 FLD-ENTRY OCCURS 23 TIMES.
               10 FLD-FILE         PIC X(8).
               10 FLD-NAME         PIC X(15).
               10 FLD-START        PIC 9(3).
               10 FLD-LENGTH       PIC 9(2).
               10 FLD-TYPE         PIC X.
               10 FLD-DECIMALS     PIC 9.
               10 FLD-RESTRICTED   PIC X.
       01  WS-FLD-COUNT        PIC 9(2) VALUE 23.
       01  F                   PIC 9(2) VALUE 1.

      *    EVERY SAVED QUERY, AS ITS LINES STAND ON querydef.dat.
       01  QUERY-TABLE.
           05 WS-QD-COUNT      PIC 9(4) VALUE 0.
           05 QD-ENTRY OCCURS 1000 TIMES.
               10 QDT-NAME         PIC X(12).
               10 QDT-KIND         PIC X.
               10 QDT-FIELD        PIC X(15).
               10 QDT-OPERATOR     PIC X(2).
               10 QDT-VALUE-1      PIC X(30).
               10 QDT-VALUE-2      PIC X(30).
       01  Q                   PIC 9(4) VALUE 1.
       01  WS-KEEP-COUNT       PIC 9(4) VALUE 0.

      *    THE QUERY IN HAND -- BEING DEFINED OR ABOUT TO RUN.
       01  CURRENT-QUERY.
           05 WS-Q-NAME        PIC X(12).
           05 WS-Q-FILE        PIC X(8).
           05 WS-Q-OWNER       PIC X(10).
           05 WS-Q-SAVED       PIC X(8).
           05 WS-Q-TITLE       PIC X(60).
           05 WS-Q-RESTRICTED  PIC X.
           05 WS-Q-BREAK       PIC 9(2).
           05 WS-CR-COUNT      PIC 9(2).
           05 CR-ENTRY OCCURS 10 TIMES.
               10 CR-FIELD         PIC 9(2).
               10 CR-OPERATOR      PIC X(2).
               10 CR-VALUE-1       PIC X(30).
               10 CR-VALUE-2       PIC X(30).
               10 CR-NUM-1         PIC S9(9)V99.
               10 CR-NUM-2         PIC S9(9)V99.
               10 CR-TEXT-LEN      PIC 9(2).
           05 WS-SK-COUNT      PIC 9(2).
           05 SK-ENTRY OCCURS 4 TIMES.
               10 SK-FIELD         PIC 9(2).
               10 SK-DIRECTION     PIC X.
           05 WS-CO-COUNT      PIC 9(2).
           05 CO-ENTRY OCCURS 10 TIMES.
               10 CO-FIELD         PIC 9(2).
               10 CO-POSITION      PIC 9(2).
               10 CO-WIDTH         PIC 9(2).
               10 CO-VALUE-WIDTH   PIC 9(2).
               10 CO-TOTAL         PIC S9(11)V99.
               10 CO-GRAND-TOTAL   PIC S9(11)V99.
       01  C                   PIC 9(2) VALUE 1.
       01  WS-HOLD-SORT-KEY    PIC X(3).
       01  K                   PIC 9(2) VALUE 1.
       01  WS-LINE-WIDTH       PIC 9(3) VALUE 0.
       01  WS-NAME-LEN         PIC 9(2) VALUE 0.
       01  WS-INT-DIGITS       PIC 9(2) VALUE 0.

      *    ONE MASTER RECORD LAID OUT FOR THE CATALOG, PLUS ANY
      *    FIELDS LOOKED UP FROM OTHER FILES.
       01  WS-VIEW-RECORD      PIC X(90).
       01  WS-ROW-MATCHES      PIC X VALUE "Y".
       01  WS-RAW-NUMBER       PIC X(15).
       01  WS-ENTRY-VALUE      PIC X(30).
       01  WS-FIELD-NUMBER     PIC S9(9)V99 VALUE 0.
       01  WS-CONTAINS-COUNT   PIC 9(3) VALUE 0.

      *    THE MATCHING RECORDS, AND THE ORDER TO PRINT THEM IN.
       01  ROW-TABLE.
           05 WS-ROW-COUNT     PIC 9(4) VALUE 0.
           05 ROW-ENTRY OCCURS 2000 TIMES.
               10 ROW-DATA         PIC X(90).
               10 ROW-PTR          PIC 9(4).
       01  WS-ROW-OVERFLOW     PIC X VALUE "N".
       01  R                   PIC 9(4) VALUE 1.
       01  J                   PIC 9(4) VALUE 1.
       01  WS-HOLD-PTR         PIC 9(4) VALUE 0.
       01  WS-SHIFTING         PIC X VALUE "N".
       01  WS-CMP-A            PIC 9(4) VALUE 0.
       01  WS-CMP-B            PIC 9(4) VALUE 0.
       01  WS-COMPARE          PIC X VALUE "=".

       01  BREAK-FIELDS.
           05 WS-BREAK-VALUE   PIC X(30).
           05 WS-THIS-VALUE    PIC X(30).
           05 WS-GROUP-COUNT   PIC 9(5) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-WHOLE         PIC ZZZ,ZZZ,ZZ9.
           05 ED-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ED-ROWS          PIC ZZZZ9.

      *    LOOK-UPS FOR THE EMPLOYEE VIEW.
       01  DEPT-TABLE.
           05 WS-DP-COUNT      PIC 9(4) VALUE 0.
           05 DP-ENTRY OCCURS 1000 TIMES.
               10 DPT-EMP-ID       PIC X(5).
               10 DPT-DEPT-CODE    PIC X(4).
       01  POSITION-TABLE.
           05 WS-PO-COUNT      PIC 9(3) VALUE 0.
           05 PO-ENTRY OCCURS 200 TIMES.
               10 POT-CODE         PIC X(15).
               10 POT-PAY-TYPE     PIC X.
       01  X                   PIC 9(4) VALUE 1.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "QUERYRUN".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "D".
           05 WS-FC-FILE       PIC X VALUE "M".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 8.
           05 WS-FC-VALUE      PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".
       01  WS-CUSTMASTER-LOGICAL PIC X(20) VALUE "custmaster.dat".
       01  WS-CUSTMASTER-PATH  PIC X(50) VALUE "custmaster.dat".
       01  WS-MEMBERSHIP-LOGICAL PIC X(20) VALUE "membership.dat".
       01  WS-MEMBERSHIP-PATH  PIC X(50) VALUE "membership.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "ENVCONFIG" USING WS-CUSTMASTER-LOGICAL
               WS-CUSTMASTER-PATH
           CALL "ENVCONFIG" USING WS-MEMBERSHIP-LOGICAL
               WS-MEMBERSHIP-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
           WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-QUERIES
           IF WS-QY-OVERFLOW = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 1000 LINES ON querydef.dat. "
                   "DELETE OLD QUERIES BEFORE SAVING MORE. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 0300-LIST-QUERIES
                   WHEN "F"
                       PERFORM 0320-LIST-FIELDS
                   WHEN "V"
                       PERFORM 0350-VIEW-QUERY THRU 0350-EXIT
                   WHEN "R"
                       PERFORM 0800-RUN-QUERY THRU 0800-EXIT
                   WHEN "E"
                       PERFORM 0400-ENTER-QUERY THRU 0400-EXIT
                   WHEN "D"
                       PERFORM 0500-DELETE-QUERY THRU 0500-EXIT
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-QUERIES.
           MOVE 0 TO WS-QD-COUNT
           OPEN INPUT QUERY-FILE
           IF WS-QY-FILE-STATUS = "00"
               PERFORM UNTIL WS-QY-EOF = "Y"
                   READ QUERY-FILE
                       AT END
                           MOVE "Y" TO WS-QY-EOF
                       NOT AT END
                       IF WS-QD-COUNT = 1000
                           MOVE "Y" TO WS-QY-OVERFLOW
                       ELSE
                           ADD 1 TO WS-QD-COUNT
                           MOVE QUERY-RECORD TO QD-ENTRY(WS-QD-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE QUERY-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- AD HOC QUERIES -----"
           DISPLAY "L - LIST SAVED QUERIES"
           DISPLAY "F - LIST THE FIELDS OF A MASTER"
           DISPLAY "V - VIEW A QUERY"
           DISPLAY "R - RUN A QUERY"
           DISPLAY "E - ENTER OR REPLACE A QUERY"
           DISPLAY "D - DELETE A QUERY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-QUERIES.
           MOVE 0 TO WS-FOUND-INDEX
           DISPLAY "NAME         MASTER   SAVED BY   ON        TITLE"
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-KIND(Q) = "F"
                   ADD 1 TO WS-FOUND-INDEX
                   MOVE QDT-NAME(Q) TO WS-SEARCH-NAME
                   PERFORM 0330-FIND-TITLE
                   DISPLAY QDT-NAME(Q) " " QDT-FIELD(Q)(1:8) " "
                       QDT-VALUE-1(Q)(1:10) " " QDT-VALUE-2(Q)(1:8)
                       "  " WS-Q-TITLE(1:30)
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO QUERIES SAVED YET."
           END-IF.

       0320-LIST-FIELDS.
           PERFORM 0610-TAKE-FILE
           IF WS-Q-FILE NOT = SPACES
               DISPLAY "FIELD            TYPE  LENGTH"
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FLD-COUNT
                   IF FLD-FILE(F) = WS-Q-FILE
                       EVALUATE FLD-RESTRICTED(F)
                           WHEN "Y"
                               DISPLAY FLD-NAME(F) "  " FLD-TYPE(F)
                                   "     " FLD-LENGTH(F)
                                   "      RESTRICTED"
                           WHEN "M"
                               DISPLAY FLD-NAME(F) "  " FLD-TYPE(F)
                                   "     " FLD-LENGTH(F)
                                   "      PRINTS MASKED"
                           WHEN OTHER
                               DISPLAY FLD-NAME(F) "  " FLD-TYPE(F)
                                   "     " FLD-LENGTH(F)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       0330-FIND-TITLE.
           MOVE SPACES TO WS-Q-TITLE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-QD-COUNT
               IF QDT-NAME(X) = WS-SEARCH-NAME AND QDT-KIND(X) = "T"
                   MOVE QDT-VALUE-1(X) TO WS-Q-TITLE(1:30)
                   MOVE QDT-VALUE-2(X) TO WS-Q-TITLE(31:30)
               END-IF
           END-PERFORM.

       0350-VIEW-QUERY.
           PERFORM 0690-TAKE-EXISTING-NAME
           IF WS-FOUND-INDEX = 0
               GO TO 0350-EXIT
           END-IF
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) = WS-SEARCH-NAME
                   EVALUATE QDT-KIND(Q)
                       WHEN "F"
                           DISPLAY "MASTER    " QDT-FIELD(Q)
                               " SAVED BY " QDT-VALUE-1(Q)(1:10)
                               " ON " QDT-VALUE-2(Q)(1:8)
                       WHEN "T"
                           DISPLAY "TITLE     " QDT-VALUE-1(Q)
                               QDT-VALUE-2(Q)
                       WHEN "S"
                           DISPLAY "SELECT    " QDT-FIELD(Q) " "
                               QDT-OPERATOR(Q) " " QDT-VALUE-1(Q)
                               " " QDT-VALUE-2(Q)
                       WHEN "O"
                           DISPLAY "SORT      " QDT-FIELD(Q) " "
                               QDT-OPERATOR(Q)
                       WHEN "C"
                           DISPLAY "COLUMN    " QDT-FIELD(Q)
                       WHEN "B"
                           DISPLAY "SUBTOTAL  " QDT-FIELD(Q)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0350-EXIT.
           EXIT.

      *    A NEW QUERY, OR A REPLACEMENT FOR ONE OF THE OPERATOR'S
      *    OWN. NOTHING IS WRITTEN UNTIL THE WHOLE QUERY IS IN.
       0400-ENTER-QUERY.
           MOVE SPACES TO WS-SEARCH-NAME
           DISPLAY "QUERY NAME (UP TO 12 CHARACTERS): "
           ACCEPT WS-SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME) TO WS-SEARCH-NAME
           IF WS-SEARCH-NAME = SPACES
               GO TO 0400-EXIT
           END-IF
           PERFORM 0680-FIND-QUERY
           IF WS-SEARCH-NAME = SPACES
               GO TO 0400-EXIT
           END-IF
           IF WS-FOUND-INDEX NOT = 0
               PERFORM 0670-CHECK-OWNER
               IF WS-ENTRY-OK = "N"
                   GO TO 0400-EXIT
               END-IF
               DISPLAY "QUERY " WS-SEARCH-NAME " EXISTS -- THIS "
                   "REPLACES IT."
           END-IF
           INITIALIZE CURRENT-QUERY
           MOVE WS-SEARCH-NAME TO WS-Q-NAME
           PERFORM 0610-TAKE-FILE
           IF WS-Q-FILE = SPACES
               GO TO 0400-EXIT
           END-IF
           DISPLAY "TITLE FOR THE LISTING: "
           ACCEPT WS-Q-TITLE
           MOVE FUNCTION UPPER-CASE(WS-Q-TITLE) TO WS-Q-TITLE
           DISPLAY "SELECTIONS -- A RECORD IS LISTED WHEN IT PASSES "
               "ALL OF THEM."
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "N" OR WS-CR-COUNT = 10
               PERFORM 0420-TAKE-SELECTION
           END-PERFORM
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "N" OR WS-SK-COUNT = 3
               DISPLAY "SORT FIELD (BLANK WHEN DONE): "
               PERFORM 0620-TAKE-FIELD
               IF WS-FIELD-INDEX = 0
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   ADD 1 TO WS-SK-COUNT
                   MOVE WS-FIELD-INDEX TO SK-FIELD(WS-SK-COUNT)
                   MOVE SPACE TO WS-ANSWER
                   PERFORM UNTIL WS-ANSWER = "A" OR "D"
                       DISPLAY "ASCENDING OR DESCENDING (A/D): "
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                           TO WS-ANSWER
                   END-PERFORM
                   MOVE WS-ANSWER TO SK-DIRECTION(WS-SK-COUNT)
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "N" OR WS-CO-COUNT = 10
               DISPLAY "COLUMN TO PRINT (BLANK WHEN DONE): "
               PERFORM 0620-TAKE-FIELD
               IF WS-FIELD-INDEX = 0
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-FIELD-INDEX TO CO-FIELD(WS-CO-COUNT)
                   PERFORM 0650-LAY-OUT-COLUMNS
                   IF WS-LINE-WIDTH > 80
                       DISPLAY "THAT COLUMN WOULD TAKE THE LINE PAST "
                           "80 PRINT POSITIONS -- LEFT OUT."
                       SUBTRACT 1 FROM WS-CO-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CO-COUNT = 0
               DISPLAY "A QUERY NEEDS AT LEAST ONE COLUMN -- NOT SAVED."
               GO TO 0400-EXIT
           END-IF
           DISPLAY "SUBTOTAL FIELD (BLANK FOR NONE): "
           PERFORM 0620-TAKE-FIELD
           MOVE WS-FIELD-INDEX TO WS-Q-BREAK
           PERFORM 0450-SAVE-QUERY
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAVED QUERY " WS-Q-NAME DELIMITED BY SPACE
               " ON " WS-Q-FILE DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "QUERY " WS-Q-NAME " SAVED.".
       0400-EXIT.
           EXIT.

       0420-TAKE-SELECTION.
           DISPLAY "SELECTION FIELD (BLANK WHEN DONE): "
           PERFORM 0620-TAKE-FIELD
           IF WS-FIELD-INDEX = 0
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               ADD 1 TO WS-CR-COUNT
               MOVE WS-FIELD-INDEX TO CR-FIELD(WS-CR-COUNT)
               MOVE SPACES TO CR-OPERATOR(WS-CR-COUNT)
               PERFORM UNTIL CR-OPERATOR(WS-CR-COUNT) = "EQ" OR "NE"
                       OR "GT" OR "GE" OR "LT" OR "LE" OR "RG"
                       OR "CT"
                   DISPLAY "OPERATOR (EQ NE GT GE LT LE, RG = RANGE, "
                       "CT = CONTAINS): "
                   ACCEPT CR-OPERATOR(WS-CR-COUNT)
                   MOVE FUNCTION UPPER-CASE(CR-OPERATOR(WS-CR-COUNT))
                       TO CR-OPERATOR(WS-CR-COUNT)
                   IF CR-OPERATOR(WS-CR-COUNT) = "CT"
                           AND FLD-TYPE(WS-FIELD-INDEX) = "N"
                       DISPLAY "CONTAINS IS FOR TEXT FIELDS ONLY."
                       MOVE SPACES TO CR-OPERATOR(WS-CR-COUNT)
                   END-IF
               END-PERFORM
               IF CR-OPERATOR(WS-CR-COUNT) = "RG"
                   DISPLAY "FROM VALUE: "
               ELSE
                   DISPLAY "VALUE: "
               END-IF
               PERFORM 0430-TAKE-VALUE
               MOVE WS-ENTRY-VALUE TO CR-VALUE-1(WS-CR-COUNT)
               IF CR-OPERATOR(WS-CR-COUNT) = "RG"
                   DISPLAY "TO VALUE: "
                   PERFORM 0430-TAKE-VALUE
                   MOVE WS-ENTRY-VALUE TO CR-VALUE-2(WS-CR-COUNT)
               END-IF
           END-IF.

      *    A NUMBER FOR A NUMERIC FIELD IS TYPED AS A NUMBER
      *    ("20", "20.50") AND CHECKED BEFORE IT IS TAKEN.
       0430-TAKE-VALUE.
           MOVE "N" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = "Y"
               MOVE SPACES TO WS-ENTRY-VALUE
               ACCEPT WS-ENTRY-VALUE
               MOVE "Y" TO WS-ANSWER
               IF FLD-TYPE(WS-FIELD-INDEX) = "N"
                   MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-VALUE)
                       TO WS-BAD-POSITION
                   IF WS-ENTRY-VALUE = SPACES OR WS-BAD-POSITION NOT = 0
                       DISPLAY "NUMBERS ONLY FOR " FLD-NAME
                           (WS-FIELD-INDEX) " -- RE-ENTER: "
                       MOVE "N" TO WS-ANSWER
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-VALUE)
                       TO WS-ENTRY-VALUE
               END-IF
           END-PERFORM.

      *    DROPS ANY OLD LINES FOR THE NAME AND APPENDS THE NEW
      *    QUERY'S LINES, THEN REWRITES THE FILE.
       0450-SAVE-QUERY.
           PERFORM 0460-DROP-QUERY-LINES
           MOVE WS-OPERATOR-ID TO WS-Q-OWNER
           MOVE WS-TODAY TO WS-Q-SAVED
           PERFORM 0470-NEW-LINE
           MOVE "F" TO QDT-KIND(Q)
           MOVE WS-Q-FILE TO QDT-FIELD(Q)
           MOVE WS-Q-OWNER TO QDT-VALUE-1(Q)
           MOVE WS-Q-SAVED TO QDT-VALUE-2(Q)
           PERFORM 0470-NEW-LINE
           MOVE "T" TO QDT-KIND(Q)
           MOVE WS-Q-TITLE(1:30) TO QDT-VALUE-1(Q)
           MOVE WS-Q-TITLE(31:30) TO QDT-VALUE-2(Q)
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CR-COUNT
               PERFORM 0470-NEW-LINE
               MOVE "S" TO QDT-KIND(Q)
               MOVE FLD-NAME(CR-FIELD(C)) TO QDT-FIELD(Q)
               MOVE CR-OPERATOR(C) TO QDT-OPERATOR(Q)
               MOVE CR-VALUE-1(C) TO QDT-VALUE-1(Q)
               MOVE CR-VALUE-2(C) TO QDT-VALUE-2(Q)
           END-PERFORM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-SK-COUNT
               PERFORM 0470-NEW-LINE
               MOVE "O" TO QDT-KIND(Q)
               MOVE FLD-NAME(SK-FIELD(C)) TO QDT-FIELD(Q)
               MOVE SK-DIRECTION(C) TO QDT-OPERATOR(Q)
           END-PERFORM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
               PERFORM 0470-NEW-LINE
               MOVE "C" TO QDT-KIND(Q)
               MOVE FLD-NAME(CO-FIELD(C)) TO QDT-FIELD(Q)
           END-PERFORM
           IF WS-Q-BREAK NOT = 0
               PERFORM 0470-NEW-LINE
               MOVE "B" TO QDT-KIND(Q)
               MOVE FLD-NAME(WS-Q-BREAK) TO QDT-FIELD(Q)
           END-IF
           PERFORM 0900-REWRITE-QUERIES.

       0460-DROP-QUERY-LINES.
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) NOT = WS-SEARCH-NAME
                   ADD 1 TO WS-KEEP-COUNT
                   IF WS-KEEP-COUNT NOT = Q
                       MOVE QD-ENTRY(Q) TO QD-ENTRY(WS-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-QD-COUNT.

      *    A QUERY IS AT MOST 26 LINES; 0400 HAS ALREADY MADE SURE
      *    THEY FIT (SEE 0680).
       0470-NEW-LINE.
           ADD 1 TO WS-QD-COUNT
           MOVE WS-QD-COUNT TO Q
           MOVE SPACES TO QD-ENTRY(Q)
           MOVE WS-Q-NAME TO QDT-NAME(Q).

       0500-DELETE-QUERY.
           PERFORM 0690-TAKE-EXISTING-NAME
           IF WS-FOUND-INDEX = 0
               GO TO 0500-EXIT
           END-IF
           PERFORM 0670-CHECK-OWNER
           IF WS-ENTRY-OK = "N"
               GO TO 0500-EXIT
           END-IF
           PERFORM 0460-DROP-QUERY-LINES
           PERFORM 0900-REWRITE-QUERIES
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DELETED QUERY " WS-SEARCH-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "QUERY " WS-SEARCH-NAME " DELETED.".
       0500-EXIT.
           EXIT.

       0610-TAKE-FILE.
           MOVE SPACES TO WS-Q-FILE
           PERFORM UNTIL WS-Q-FILE = "EMPLOYEE" OR "CUSTOMER"
                   OR "STUDENT" OR "MEMBER" OR "*"
               DISPLAY "MASTER (EMPLOYEE, CUSTOMER, STUDENT, MEMBER; "
                   "* TO CANCEL): "
               ACCEPT WS-Q-FILE
               MOVE FUNCTION UPPER-CASE(WS-Q-FILE) TO WS-Q-FILE
           END-PERFORM
           IF WS-Q-FILE = "*"
               MOVE SPACES TO WS-Q-FILE
           END-IF.

      *    A FIELD OF THE QUERY'S MASTER, OR BLANK FOR NONE. AN
      *    INQUIRY OPERATOR IS NOT OFFERED THE RESTRICTED ONES.
       0620-TAKE-FIELD.
           MOVE 0 TO WS-FIELD-INDEX
           MOVE "N" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = "Y"
               MOVE SPACES TO WS-FIELD-NAME
               ACCEPT WS-FIELD-NAME
               MOVE FUNCTION UPPER-CASE(WS-FIELD-NAME)
                   TO WS-FIELD-NAME
               MOVE "Y" TO WS-ANSWER
               IF WS-FIELD-NAME NOT = SPACES
                   PERFORM 0630-FIND-FIELD
                   IF WS-FIELD-INDEX = 0
                       DISPLAY "NO FIELD " WS-FIELD-NAME " ON "
                           WS-Q-FILE " (F LISTS THEM) -- RE-ENTER: "
                       MOVE "N" TO WS-ANSWER
                   ELSE
                       IF FLD-RESTRICTED(WS-FIELD-INDEX) = "Y"
                           AND WS-OPERATOR-ROLE NOT = "M"
                           AND WS-OPERATOR-ROLE NOT = "A"
                           DISPLAY WS-FIELD-NAME " IS RESTRICTED -- "
                               "NOT AVAILABLE TO YOUR ROLE. RE-ENTER: "
                           MOVE 0 TO WS-FIELD-INDEX
                           MOVE "N" TO WS-ANSWER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0630-FIND-FIELD.
           MOVE 0 TO WS-FIELD-INDEX
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FLD-COUNT
               IF FLD-FILE(F) = WS-Q-FILE
                   AND FLD-NAME(F) = WS-FIELD-NAME
                   MOVE F TO WS-FIELD-INDEX
               END-IF
           END-PERFORM.

      *    COLUMN POSITIONS AND WIDTHS: A TEXT FIELD AT ITS OWN
      *    LENGTH, A NUMBER AT ITS EDITED WIDTH (COMMAS AND ANY
      *    DECIMAL POINT), EITHER WIDENED TO ITS NAME SO THE
      *    HEADING FITS, WITH TWO SPACES BETWEEN COLUMNS.
       0650-LAY-OUT-COLUMNS.
           MOVE 1 TO WS-LINE-WIDTH
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
               MOVE CO-FIELD(C) TO F
               IF FLD-TYPE(F) = "N"
                   COMPUTE WS-INT-DIGITS = FLD-LENGTH(F)
                       - FLD-DECIMALS(F)
                   COMPUTE CO-VALUE-WIDTH(C) = WS-INT-DIGITS
                       + (WS-INT-DIGITS - 1) / 3
                   IF FLD-DECIMALS(F) > 0
                       COMPUTE CO-VALUE-WIDTH(C) = CO-VALUE-WIDTH(C)
                           + FLD-DECIMALS(F) + 1
                   END-IF
               ELSE
                   MOVE FLD-LENGTH(F) TO CO-VALUE-WIDTH(C)
               END-IF
               MOVE 15 TO WS-NAME-LEN
               PERFORM UNTIL WS-NAME-LEN = 1
                       OR FLD-NAME(F)(WS-NAME-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-NAME-LEN
               END-PERFORM
               IF WS-NAME-LEN > CO-VALUE-WIDTH(C)
                   MOVE WS-NAME-LEN TO CO-WIDTH(C)
               ELSE
                   MOVE CO-VALUE-WIDTH(C) TO CO-WIDTH(C)
               END-IF
               IF C > 1
                   ADD 2 TO WS-LINE-WIDTH
               END-IF
               MOVE WS-LINE-WIDTH TO CO-POSITION(C)
               ADD CO-WIDTH(C) TO WS-LINE-WIDTH
           END-PERFORM
           SUBTRACT 1 FROM WS-LINE-WIDTH.

      *    ONLY WHOEVER SAVED A QUERY, OR AN ADMIN, MAY REPLACE OR
      *    DELETE IT.
       0670-CHECK-OWNER.
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) = WS-SEARCH-NAME AND QDT-KIND(Q) = "F"
                   AND QDT-VALUE-1(Q)(1:10) NOT = WS-OPERATOR-ID
                   AND WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "QUERY " WS-SEARCH-NAME " BELONGS TO "
                       QDT-VALUE-1(Q)(1:10) " -- ONLY THEY OR AN "
                       "ADMIN MAY CHANGE IT."
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.

      *    ALSO REFUSES A NEW QUERY WHEN THE FILE HAS NO ROOM LEFT
      *    FOR THE LONGEST ONE (26 LINES).
       0680-FIND-QUERY.
           MOVE 0 TO WS-FOUND-INDEX
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) = WS-SEARCH-NAME
                   ADD 1 TO WS-KEEP-COUNT
                   IF QDT-KIND(Q) = "F"
                       MOVE Q TO WS-FOUND-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QD-COUNT - WS-KEEP-COUNT > 974
               DISPLAY "querydef.dat IS FULL -- DELETE OLD QUERIES "
                   "FIRST."
               MOVE SPACES TO WS-SEARCH-NAME
           END-IF.

       0690-TAKE-EXISTING-NAME.
           MOVE SPACES TO WS-SEARCH-NAME
           DISPLAY "QUERY NAME: "
           ACCEPT WS-SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME) TO WS-SEARCH-NAME
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) = WS-SEARCH-NAME AND QDT-KIND(Q) = "F"
                   MOVE Q TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO QUERY " WS-SEARCH-NAME " SAVED."
           END-IF.

      *    BUILDS THE QUERY IN HAND FROM ITS SAVED LINES. A FIELD
      *    THAT HAS SINCE LEFT THE CATALOG STOPS THE RUN.
       0700-LOAD-QUERY.
           INITIALIZE CURRENT-QUERY
           MOVE WS-SEARCH-NAME TO WS-Q-NAME
           MOVE "N" TO WS-Q-RESTRICTED
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               IF QDT-NAME(Q) = WS-SEARCH-NAME
                   PERFORM 0710-LOAD-ONE-LINE
               END-IF
           END-PERFORM
      *    A SUBTOTAL GROUPS THE LISTING, SO ITS FIELD SORTS FIRST
      *    -- IN THE DIRECTION GIVEN IF IT IS ALSO A SORT FIELD,
      *    OTHERWISE ASCENDING.
           IF WS-Q-BREAK NOT = 0
               MOVE 0 TO C
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SK-COUNT
                   IF SK-FIELD(K) = WS-Q-BREAK
                       MOVE K TO C
                   END-IF
               END-PERFORM
               IF C = 0
                   ADD 1 TO WS-SK-COUNT
                   MOVE WS-SK-COUNT TO C
                   MOVE WS-Q-BREAK TO SK-FIELD(C)
                   MOVE "A" TO SK-DIRECTION(C)
               END-IF
               MOVE SK-ENTRY(C) TO WS-HOLD-SORT-KEY
               PERFORM VARYING K FROM C BY -1 UNTIL K = 1
                   MOVE SK-ENTRY(K - 1) TO SK-ENTRY(K)
               END-PERFORM
               MOVE WS-HOLD-SORT-KEY TO SK-ENTRY(1)
           END-IF
           PERFORM 0650-LAY-OUT-COLUMNS.

       0710-LOAD-ONE-LINE.
           MOVE 0 TO WS-FIELD-INDEX
           IF QDT-KIND(Q) = "F"
               MOVE QDT-FIELD(Q) TO WS-Q-FILE
               MOVE QDT-VALUE-1(Q) TO WS-Q-OWNER
               MOVE QDT-VALUE-2(Q) TO WS-Q-SAVED
           END-IF
           IF QDT-KIND(Q) = "T"
               MOVE QDT-VALUE-1(Q) TO WS-Q-TITLE(1:30)
               MOVE QDT-VALUE-2(Q) TO WS-Q-TITLE(31:30)
           END-IF
           IF QDT-KIND(Q) = "S" OR "O" OR "C" OR "B"
               MOVE QDT-FIELD(Q) TO WS-FIELD-NAME
               PERFORM 0630-FIND-FIELD
               IF WS-FIELD-INDEX = 0
                   DISPLAY "FIELD " WS-FIELD-NAME " IS NO LONGER ON "
                       WS-Q-FILE " -- RE-ENTER THE QUERY."
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   IF FLD-RESTRICTED(WS-FIELD-INDEX) = "Y"
                       MOVE "Y" TO WS-Q-RESTRICTED
                   END-IF
               END-IF
           END-IF
           IF WS-FIELD-INDEX NOT = 0
               EVALUATE QDT-KIND(Q)
                   WHEN "S"
                       ADD 1 TO WS-CR-COUNT
                       MOVE WS-FIELD-INDEX TO CR-FIELD(WS-CR-COUNT)
                       MOVE QDT-OPERATOR(Q) TO CR-OPERATOR(WS-CR-COUNT)
                       MOVE QDT-VALUE-1(Q) TO CR-VALUE-1(WS-CR-COUNT)
                       MOVE QDT-VALUE-2(Q) TO CR-VALUE-2(WS-CR-COUNT)
                       PERFORM 0720-PREPARE-SELECTION
                   WHEN "O"
                       ADD 1 TO WS-SK-COUNT
                       MOVE WS-FIELD-INDEX TO SK-FIELD(WS-SK-COUNT)
                       MOVE QDT-OPERATOR(Q)(1:1)
                           TO SK-DIRECTION(WS-SK-COUNT)
                   WHEN "C"
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-FIELD-INDEX TO CO-FIELD(WS-CO-COUNT)
                   WHEN "B"
                       MOVE WS-FIELD-INDEX TO WS-Q-BREAK
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-FIELD-INDEX.

      *    NUMERIC VALUES ARE CONVERTED ONCE; A CONTAINS VALUE IS
      *    MEASURED ONCE.
       0720-PREPARE-SELECTION.
           MOVE WS-CR-COUNT TO C
           IF FLD-TYPE(CR-FIELD(C)) = "N"
               COMPUTE CR-NUM-1(C) = FUNCTION NUMVAL(CR-VALUE-1(C))
               IF CR-OPERATOR(C) = "RG"
                   COMPUTE CR-NUM-2(C) =
                       FUNCTION NUMVAL(CR-VALUE-2(C))
               END-IF
           END-IF
           MOVE 30 TO CR-TEXT-LEN(C)
           PERFORM UNTIL CR-TEXT-LEN(C) = 0
                   OR CR-VALUE-1(C)(CR-TEXT-LEN(C):1) NOT = SPACE
               SUBTRACT 1 FROM CR-TEXT-LEN(C)
           END-PERFORM.

       0800-RUN-QUERY.
           PERFORM 0690-TAKE-EXISTING-NAME
           IF WS-FOUND-INDEX = 0
               GO TO 0800-EXIT
           END-IF
           PERFORM 0700-LOAD-QUERY
           IF WS-ENTRY-OK = "N"
               GO TO 0800-EXIT
           END-IF
           IF WS-Q-RESTRICTED = "Y"
               AND WS-OPERATOR-ROLE NOT = "M"
               AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "QUERY " WS-Q-NAME " USES RESTRICTED FIELDS -- "
                   "NOT AVAILABLE TO YOUR ROLE."
               GO TO 0800-EXIT
           END-IF
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-ROW-OVERFLOW
           MOVE "N" TO WS-FILE-EOF
           EVALUATE WS-Q-FILE
               WHEN "EMPLOYEE"
                   PERFORM 0810-READ-EMPLOYEES
               WHEN "CUSTOMER"
                   PERFORM 0820-READ-CUSTOMERS
               WHEN "STUDENT"
                   PERFORM 0830-READ-STUDENTS
               WHEN "MEMBER"
                   PERFORM 0840-READ-MEMBERS
           END-EVALUATE
           IF WS-IN-FILE-STATUS NOT = "00" AND WS-FILE-EOF = "N"
               DISPLAY "THE " WS-Q-FILE " MASTER COULD NOT BE OPENED, "
                   "STATUS " WS-IN-FILE-STATUS "."
               GO TO 0800-EXIT
           END-IF
           IF WS-ROW-OVERFLOW = "Y"
               DISPLAY "MORE THAN 2000 RECORDS MATCH -- NARROW THE "
                   "SELECTIONS. NOTHING PRINTED."
               GO TO 0800-EXIT
           END-IF
           PERFORM 0870-SORT-ROWS
           PERFORM 0880-PRINT-LISTING
           MOVE WS-ROW-COUNT TO ED-ROWS
           DISPLAY FUNCTION TRIM(ED-ROWS) " RECORD(S) LISTED ON "
               "queryrun.rpt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RAN QUERY " WS-Q-NAME DELIMITED BY SPACE
               " " WS-ROW-COUNT " ROWS" DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0800-EXIT.
           EXIT.

       0810-READ-EMPLOYEES.
           PERFORM 0815-LOAD-EMPLOYEE-LOOKUPS
           OPEN INPUT EMPLOYEE-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-VIEW-RECORD
                           MOVE EMPLOYEE-RECORD TO WS-VIEW-RECORD
                           PERFORM VARYING X FROM 1 BY 1
                                   UNTIL X > WS-DP-COUNT
                               IF DPT-EMP-ID(X) = EMP-ID
                                   MOVE DPT-DEPT-CODE(X)
                                       TO WS-VIEW-RECORD(83:4)
                               END-IF
                           END-PERFORM
                           PERFORM VARYING X FROM 1 BY 1
                                   UNTIL X > WS-PO-COUNT
                               IF POT-CODE(X) = EMP-POSITION
                                   MOVE POT-PAY-TYPE(X)
                                       TO WS-VIEW-RECORD(87:1)
                               END-IF
                           END-PERFORM
                           PERFORM 0850-TEST-AND-KEEP
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       0815-LOAD-EMPLOYEE-LOOKUPS.
           MOVE 0 TO WS-DP-COUNT
           MOVE 0 TO WS-PO-COUNT
           MOVE "N" TO WS-QY-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-QY-EOF = "Y" OR WS-DP-COUNT = 1000
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-QY-EOF
                       NOT AT END
                           ADD 1 TO WS-DP-COUNT
                           MOVE ED-EMP-ID TO DPT-EMP-ID(WS-DP-COUNT)
                           MOVE ED-DEPT-CODE
                               TO DPT-DEPT-CODE(WS-DP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF
           MOVE "N" TO WS-QY-EOF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               PERFORM UNTIL WS-QY-EOF = "Y" OR WS-PO-COUNT = 200
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-QY-EOF
                       NOT AT END
                           ADD 1 TO WS-PO-COUNT
                           MOVE POS-CODE TO POT-CODE(WS-PO-COUNT)
                           MOVE POS-PAY-TYPE
                               TO POT-PAY-TYPE(WS-PO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.

       0820-READ-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-VIEW-RECORD
                           MOVE CUSTOMER-MASTER-RECORD
                               TO WS-VIEW-RECORD
                           PERFORM 0850-TEST-AND-KEEP
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    LATEST-MARK IS THE MARK FOR THE STUDENT'S LAST TERM ON
      *    FILE, CARRIED AFTER THE RECORD AT POSITION 32.
       0830-READ-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-VIEW-RECORD
                           MOVE STUDENT-MASTER-RECORD
                               TO WS-VIEW-RECORD
                           MOVE "00" TO WS-VIEW-RECORD(32:2)
                           IF SM-TERM-COUNT > 0
                                   AND SM-TERM-COUNT NOT > 12
                               MOVE SM-TERM-MARKS(SM-TERM-COUNT)
                                   TO WS-VIEW-RECORD(32:2)
                           END-IF
                           PERFORM 0850-TEST-AND-KEEP
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0840-READ-MEMBERS.
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ MEMBERSHIP-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-VIEW-RECORD
                           MOVE MEMBERSHIP-RECORD TO WS-VIEW-RECORD
                           MOVE MEM-DOB TO WS-FC-VALUE
                           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                           MOVE WS-FC-VALUE(1:8) TO WS-VIEW-RECORD(27:8)
                           PERFORM 0850-TEST-AND-KEEP
                   END-READ
               END-PERFORM
               CLOSE MEMBERSHIP-FILE
           END-IF.

       0850-TEST-AND-KEEP.
           MOVE "Y" TO WS-ROW-MATCHES
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CR-COUNT OR WS-ROW-MATCHES = "N"
               PERFORM 0860-TEST-ONE-SELECTION
           END-PERFORM
           IF WS-ROW-MATCHES = "Y"
               IF WS-ROW-COUNT = 2000
                   MOVE "Y" TO WS-ROW-OVERFLOW
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-VIEW-RECORD TO ROW-DATA(WS-ROW-COUNT)
                   MOVE WS-ROW-COUNT TO ROW-PTR(WS-ROW-COUNT)
               END-IF
           END-IF.

      *    NUMBERS COMPARE AS NUMBERS; TEXT COMPARES OVER THE
      *    FIELD'S LENGTH, SO "0200" MATCHES DEPARTMENT 0200 AND A
      *    RANGE OF 20261101 TO 20261130 CATCHES THE MONTH.
       0860-TEST-ONE-SELECTION.
           MOVE CR-FIELD(C) TO F
           IF FLD-TYPE(F) = "N"
               PERFORM 0865-FIELD-AS-NUMBER
               EVALUATE CR-OPERATOR(C)
                   WHEN "EQ"
                       IF WS-FIELD-NUMBER NOT = CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "NE"
                       IF WS-FIELD-NUMBER = CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "GT"
                       IF WS-FIELD-NUMBER NOT > CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "GE"
                       IF WS-FIELD-NUMBER < CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "LT"
                       IF WS-FIELD-NUMBER NOT < CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "LE"
                       IF WS-FIELD-NUMBER > CR-NUM-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "RG"
                       IF WS-FIELD-NUMBER < CR-NUM-1(C)
                           OR WS-FIELD-NUMBER > CR-NUM-2(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-THIS-VALUE
               MOVE WS-VIEW-RECORD(FLD-START(F):FLD-LENGTH(F))
                   TO WS-THIS-VALUE
               EVALUATE CR-OPERATOR(C)
                   WHEN "EQ"
                       IF WS-THIS-VALUE NOT = CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "NE"
                       IF WS-THIS-VALUE = CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "GT"
                       IF WS-THIS-VALUE NOT > CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "GE"
                       IF WS-THIS-VALUE < CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "LT"
                       IF WS-THIS-VALUE NOT < CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "LE"
                       IF WS-THIS-VALUE > CR-VALUE-1(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "RG"
                       IF WS-THIS-VALUE < CR-VALUE-1(C)
                           OR WS-THIS-VALUE > CR-VALUE-2(C)
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
                   WHEN "CT"
                       MOVE 0 TO WS-CONTAINS-COUNT
                       IF CR-TEXT-LEN(C) > 0
                           INSPECT WS-THIS-VALUE TALLYING
                               WS-CONTAINS-COUNT FOR ALL
                               CR-VALUE-1(C)(1:CR-TEXT-LEN(C))
                       END-IF
                       IF WS-CONTAINS-COUNT = 0
                           MOVE "N" TO WS-ROW-MATCHES
                       END-IF
               END-EVALUATE
           END-IF.

      *    THE MASTERS HOLD UNSIGNED ZONED DIGITS; ANYTHING ELSE IN
      *    THE FIELD COUNTS AS ZERO.
       0865-FIELD-AS-NUMBER.
           MOVE SPACES TO WS-RAW-NUMBER
           MOVE WS-VIEW-RECORD(FLD-START(F):FLD-LENGTH(F))
               TO WS-RAW-NUMBER
           IF WS-RAW-NUMBER(1:FLD-LENGTH(F)) IS NUMERIC
               COMPUTE WS-FIELD-NUMBER =
                   FUNCTION NUMVAL(WS-RAW-NUMBER)
                   / (10 ** FLD-DECIMALS(F))
           ELSE
               MOVE 0 TO WS-FIELD-NUMBER
           END-IF.

      *    A STRAIGHT INSERTION SORT OF THE ROW POINTERS. EQUAL ROWS
      *    KEEP THEIR FILE ORDER. THE MASTERS' NUMBERS ARE UNSIGNED
      *    AND FIXED-WIDTH, SO COMPARING THE RAW FIELD TEXT ORDERS
      *    THEM CORRECTLY.
       0870-SORT-ROWS.
           PERFORM VARYING R FROM 2 BY 1 UNTIL R > WS-ROW-COUNT
               MOVE ROW-PTR(R) TO WS-HOLD-PTR
               MOVE R TO J
               MOVE "Y" TO WS-SHIFTING
               PERFORM UNTIL J = 1 OR WS-SHIFTING = "N"
                   MOVE ROW-PTR(J - 1) TO WS-CMP-A
                   MOVE WS-HOLD-PTR TO WS-CMP-B
                   PERFORM 0875-COMPARE-ROWS
                   IF WS-COMPARE = ">"
                       MOVE ROW-PTR(J - 1) TO ROW-PTR(J)
                       SUBTRACT 1 FROM J
                   ELSE
                       MOVE "N" TO WS-SHIFTING
                   END-IF
               END-PERFORM
               MOVE WS-HOLD-PTR TO ROW-PTR(J)
           END-PERFORM.

       0875-COMPARE-ROWS.
           MOVE "=" TO WS-COMPARE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-SK-COUNT OR WS-COMPARE NOT = "="
               MOVE SK-FIELD(K) TO F
               IF ROW-DATA(WS-CMP-A)(FLD-START(F):FLD-LENGTH(F))
                   > ROW-DATA(WS-CMP-B)(FLD-START(F):FLD-LENGTH(F))
                   MOVE ">" TO WS-COMPARE
               END-IF
               IF ROW-DATA(WS-CMP-A)(FLD-START(F):FLD-LENGTH(F))
                   < ROW-DATA(WS-CMP-B)(FLD-START(F):FLD-LENGTH(F))
                   MOVE "<" TO WS-COMPARE
               END-IF
               IF SK-DIRECTION(K) = "D"
                   IF WS-COMPARE = ">"
                       MOVE "<" TO WS-COMPARE
                   ELSE
                       IF WS-COMPARE = "<"
                           MOVE ">" TO WS-COMPARE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0880-PRINT-LISTING.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "queryrun.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "QUERY " DELIMITED BY SIZE
               WS-Q-NAME DELIMITED BY SPACE
               ": " WS-Q-TITLE DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
               MOVE CO-FIELD(C) TO F
               MOVE FLD-NAME(F) TO
                   WS-PS-TEXT-1(CO-POSITION(C):CO-WIDTH(C))
               MOVE 0 TO CO-TOTAL(C) CO-GRAND-TOTAL(C)
           END-PERFORM
           MOVE "H" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROW-COUNT
               MOVE ROW-DATA(ROW-PTR(R)) TO WS-VIEW-RECORD
               IF WS-Q-BREAK NOT = 0
                   MOVE WS-Q-BREAK TO F
                   MOVE SPACES TO WS-THIS-VALUE
                   MOVE WS-VIEW-RECORD(FLD-START(F):FLD-LENGTH(F))
                       TO WS-THIS-VALUE
                   IF R > 1 AND WS-THIS-VALUE NOT = WS-BREAK-VALUE
                       PERFORM 0890-PRINT-SUBTOTAL
                   END-IF
                   MOVE WS-THIS-VALUE TO WS-BREAK-VALUE
               END-IF
               PERFORM 0885-PRINT-ROW
           END-PERFORM
           IF WS-Q-BREAK NOT = 0 AND WS-ROW-COUNT > 0
               PERFORM 0890-PRINT-SUBTOTAL
               MOVE SPACES TO WS-PS-TEXT-1
               MOVE WS-ROW-COUNT TO ED-ROWS
               STRING "ALL RECORDS: " FUNCTION TRIM(ED-ROWS)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
                   IF FLD-TYPE(CO-FIELD(C)) = "N"
                       MOVE CO-GRAND-TOTAL(C) TO ED-TOTAL
                       PERFORM 0895-PRINT-TOTAL-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0885-PRINT-ROW.
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
               MOVE CO-FIELD(C) TO F
               IF FLD-TYPE(F) = "N"
                   PERFORM 0865-FIELD-AS-NUMBER
                   ADD WS-FIELD-NUMBER TO CO-TOTAL(C)
                   ADD WS-FIELD-NUMBER TO CO-GRAND-TOTAL(C)
                   IF FLD-DECIMALS(F) > 0
                       MOVE WS-FIELD-NUMBER TO ED-AMOUNT
                       MOVE ED-AMOUNT(15 - CO-VALUE-WIDTH(C):
                           CO-VALUE-WIDTH(C))
                           TO WS-PS-TEXT-1(CO-POSITION(C)
                           + CO-WIDTH(C) - CO-VALUE-WIDTH(C):
                           CO-VALUE-WIDTH(C))
                   ELSE
                       MOVE WS-FIELD-NUMBER TO ED-WHOLE
                       MOVE ED-WHOLE(12 - CO-VALUE-WIDTH(C):
                           CO-VALUE-WIDTH(C))
                           TO WS-PS-TEXT-1(CO-POSITION(C)
                           + CO-WIDTH(C) - CO-VALUE-WIDTH(C):
                           CO-VALUE-WIDTH(C))
                   END-IF
               ELSE
                   MOVE WS-VIEW-RECORD(FLD-START(F):FLD-LENGTH(F))
                       TO WS-PS-TEXT-1(CO-POSITION(C):CO-WIDTH(C))
                   IF FLD-RESTRICTED(F) = "M"
                       MOVE ALL "*" TO WS-PS-TEXT-1(CO-POSITION(C):
                           CO-VALUE-WIDTH(C))
                   END-IF
               END-IF
           END-PERFORM
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    THE GROUP'S ROW COUNT, THEN ONE LINE PER NUMERIC COLUMN
      *    -- A TOTAL CAN OUTGROW ITS COLUMN, SO IT IS NOT SQUEEZED
      *    UNDER IT.
       0890-PRINT-SUBTOTAL.
           IF FLD-RESTRICTED(WS-Q-BREAK) = "M"
               MOVE ALL "*" TO
                   WS-BREAK-VALUE(1:FLD-LENGTH(WS-Q-BREAK))
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           MOVE WS-GROUP-COUNT TO ED-ROWS
           STRING "SUBTOTAL " DELIMITED BY SIZE
               FLD-NAME(WS-Q-BREAK) DELIMITED BY SPACE
               " " WS-BREAK-VALUE DELIMITED BY "  "
               ": " FUNCTION TRIM(ED-ROWS) " RECORD(S)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CO-COUNT
               IF FLD-TYPE(CO-FIELD(C)) = "N"
                   MOVE CO-TOTAL(C) TO ED-TOTAL
                   PERFORM 0895-PRINT-TOTAL-LINE
                   MOVE 0 TO CO-TOTAL(C)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE 0 TO WS-GROUP-COUNT.

       0895-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "    " FLD-NAME(CO-FIELD(C)) " TOTAL " ED-TOTAL
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0900-REWRITE-QUERIES.
           OPEN OUTPUT QUERY-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QD-COUNT
               MOVE QD-ENTRY(Q) TO QUERY-RECORD
               WRITE QUERY-RECORD
           END-PERFORM
           CLOSE QUERY-FILE.
