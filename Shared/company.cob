       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY.
      *REMARKS.    THE EMPLOYING COMPANY. PAYROLL WAS WRITTEN FOR ONE
      *            EMPLOYER; IT NOW RUNS FOR EVERY COMPANY ON
      *            companies.dat (KEPT BY compmaint.cob), EACH WITH
      *            ITS OWN EMPLOYER ACCOUNT AND ITS OWN FUNDING BANK
      *            ACCOUNT. EVERY EMPLOYEE BELONGS TO EXACTLY ONE
      *            COMPANY -- THE ONE ON empcompany.dat, OR, WITH NO
      *            LINE THERE, THE HOME COMPANY: THE FIRST ONE ON
      *            companies.dat, WHICH IS THE EMPLOYER THE SYSTEM
      *            WAS BUILT FOR. A BLANK COMPANY CODE ANYWHERE IN
      *            THE SHOP (A DEPARTMENT, A GL ACCOUNT) LIKEWISE
      *            MEANS THE HOME COMPANY. EVERY PROGRAM THAT MUST
      *            KEEP THE COMPANIES APART CALLS HERE SO THEY ALL
      *            DRAW THE LINE IN THE SAME PLACE:
      *    CALL "COMPANY" USING LS-COMPANY-FIELDS.
      *        FUNCTION "S" -- SELECT THE COMPANY THIS RUN IS FOR.
      *             THE FIRST PROGRAM IN THE RUN UNIT TO ASK (THE
      *             PAY-CYCLE DRIVER, OR A STEP RUN ON ITS OWN)
      *             PROMPTS FOR IT WHEN THERE IS MORE THAN ONE
      *             COMPANY; EVERY LATER STEP GETS THE SAME ANSWER
      *             WITHOUT ASKING AGAIN.
      *        FUNCTION "E" -- THE COMPANY OF THE EMP-ID PASSED.
      *        FUNCTION "C" -- THE COMPANY OF THE CODE PASSED (A
      *             BLANK CODE IS THE HOME COMPANY).
      *        FUNCTION "B" -- DOES THE CODE PASSED (A RECORD'S
      *             COMPANY, BLANK = HOME) BELONG TO THE COMPANY
      *             THIS RUN IS FOR? RESULT "Y" OR "N".
      *        FUNCTION "W" -- DOES THE EMP-ID PASSED WORK FOR THE
      *             COMPANY THIS RUN IS FOR? RESULT "Y" OR "N".
      *             FOR "B" AND "W" THE CODE RETURNED IS THE
      *             RECORD'S OR EMPLOYEE'S OWN COMPANY.
      *        OUT: THE COMPANY'S CODE, NAME, EMPLOYER ACCOUNT AND
      *             FUNDING ROUTING/ACCOUNT, AND RESULT "Y" (FOUND),
      *             "N" (NOT ON companies.dat, OR NO COMPANY CHOSEN)
      *             OR "M" (NO companies.dat AT ALL -- ONE EMPLOYER,
      *             THE CODE COMES BACK BLANK AND NOTHING IS SPLIT;
      *             CALLERS TREAT "M" FROM "B" OR "W" AS A MATCH).
      *    THE CHOSEN COMPANY IS ALSO SHARED THROUGH THE EXTERNAL
      *    ITEM PAYROLL-COMPANY SO REPORT HEADINGS CAN NAME IT. THE
      *    TWO FILES ARE READ ONCE PER RUN UNIT, ON THE FIRST CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT EMP-COMPANY-FILE ASSIGN TO "empcompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT compmaint.cob MAINTAINS.
       FD  COMPANY-MASTER-FILE.
       01  COMPANY-MASTER-RECORD.
           05 CM-CODE          PIC X(4).
           05 CM-NAME          PIC X(30).
           05 CM-EMPLOYER-ID   PIC X(9).
           05 CM-BANK-ROUTING  PIC X(9).
           05 CM-BANK-ACCOUNT  PIC X(12).

       FD  EMP-COMPANY-FILE.
       01  EMP-COMPANY-RECORD.
           05 EC-EMP-ID        PIC X(5).
           05 EC-COMPANY       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-CM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-LOADED           PIC X VALUE "N".
       01  WS-SELECTED         PIC X VALUE "N".
       01  WS-SELECTED-INDEX   PIC 9(2) VALUE 0.
       01  WS-FOUND-INDEX      PIC 9(2) VALUE 0.
       01  WS-SEARCH-CODE      PIC X(4) VALUE SPACES.
      *    SHARED WITH EVERY PROGRAM IN THE RUN UNIT -- REPORT
      *    HEADINGS NAME THE COMPANY OFF THIS ITEM.
       01  PAYROLL-COMPANY     PIC X(4) EXTERNAL.

       01  COMPANY-TABLE.
           05 WS-CM-COUNT      PIC 9(2) VALUE 0.
           05 CM-ENTRY OCCURS 20 TIMES.
               10 CME-CODE         PIC X(4).
               10 CME-NAME         PIC X(30).
               10 CME-EMPLOYER-ID  PIC X(9).
               10 CME-BANK-ROUTING PIC X(9).
               10 CME-BANK-ACCOUNT PIC X(12).
       01  C                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-EC-COUNT      PIC 9(4) VALUE 0.
           05 EC-ENTRY OCCURS 1000 TIMES.
               10 ECE-EMP-ID       PIC X(5).
               10 ECE-COMPANY      PIC X(4).
       01  A                   PIC 9(4) VALUE 1.

       LINKAGE SECTION.
       01  LS-COMPANY-FIELDS.
           05 LS-FUNCTION      PIC X.
           05 LS-EMP-ID        PIC X(5).
           05 LS-CODE          PIC X(4).
           05 LS-NAME          PIC X(30).
           05 LS-EMPLOYER-ID   PIC X(9).
           05 LS-BANK-ROUTING  PIC X(9).
           05 LS-BANK-ACCOUNT  PIC X(12).
           05 LS-RESULT        PIC X.

       PROCEDURE DIVISION USING LS-COMPANY-FIELDS.
       0000-MAIN.
           IF WS-LOADED = "N"
               PERFORM 0100-LOAD-COMPANIES
               PERFORM 0110-LOAD-ASSIGNMENTS
               MOVE SPACES TO PAYROLL-COMPANY
               MOVE "Y" TO WS-LOADED
           END-IF
           IF WS-CM-COUNT = 0
               MOVE SPACES TO LS-CODE LS-NAME LS-EMPLOYER-ID
                   LS-BANK-ROUTING LS-BANK-ACCOUNT
               MOVE "M" TO LS-RESULT
               GOBACK
           END-IF
           EVALUATE LS-FUNCTION
               WHEN "S"
                   PERFORM 0200-SELECT-COMPANY
               WHEN "E"
                   PERFORM 0300-EMPLOYEE-COMPANY
               WHEN "B"
                   MOVE LS-CODE TO WS-SEARCH-CODE
                   PERFORM 0400-RETURN-COMPANY
                   PERFORM 0500-MATCH-RUN-COMPANY
               WHEN "W"
                   PERFORM 0300-EMPLOYEE-COMPANY
                   PERFORM 0500-MATCH-RUN-COMPANY
               WHEN OTHER
                   MOVE LS-CODE TO WS-SEARCH-CODE
                   PERFORM 0400-RETURN-COMPANY
           END-EVALUATE
           GOBACK.

       0100-LOAD-COMPANIES.
           MOVE 0 TO WS-CM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-CM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-CM-COUNT = 20
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CM-CODE NOT = SPACES
                               ADD 1 TO WS-CM-COUNT
                               MOVE COMPANY-MASTER-RECORD
                                   TO CM-ENTRY(WS-CM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF.

       0110-LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-EC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMP-COMPANY-FILE
           IF WS-EC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-EC-COUNT = 1000
                   READ EMP-COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EC-COUNT
                           MOVE EMP-COMPANY-RECORD
                               TO EC-ENTRY(WS-EC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-COMPANY-FILE
           END-IF.

      *    ONE COMPANY ON FILE NEEDS NO QUESTION. ONCE CHOSEN, THE
      *    ANSWER HOLDS FOR THE REST OF THE RUN UNIT -- EVERY STEP
      *    OF A CYCLE WORKS FOR THE SAME EMPLOYER.
       0200-SELECT-COMPANY.
           IF WS-SELECTED = "Y"
               MOVE CME-CODE(WS-SELECTED-INDEX) TO WS-SEARCH-CODE
               PERFORM 0400-RETURN-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-COUNT = 1
               MOVE CME-CODE(1) TO WS-SEARCH-CODE
           ELSE
               DISPLAY "COMPANIES ON FILE:"
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
                   DISPLAY "  " CME-CODE(C) "  " CME-NAME(C)
               END-PERFORM
               DISPLAY "ENTER THE COMPANY CODE TO RUN FOR: "
               MOVE SPACES TO WS-SEARCH-CODE
               ACCEPT WS-SEARCH-CODE
               MOVE FUNCTION UPPER-CASE(WS-SEARCH-CODE)
                   TO WS-SEARCH-CODE
               IF WS-SEARCH-CODE = SPACES
                   MOVE SPACES TO LS-CODE LS-NAME LS-EMPLOYER-ID
                       LS-BANK-ROUTING LS-BANK-ACCOUNT
                   MOVE "N" TO LS-RESULT
                   DISPLAY "NO COMPANY CHOSEN."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0400-RETURN-COMPANY
           IF LS-RESULT = "Y"
               MOVE "Y" TO WS-SELECTED
               MOVE WS-FOUND-INDEX TO WS-SELECTED-INDEX
               MOVE LS-CODE TO PAYROLL-COMPANY
               DISPLAY "RUNNING FOR COMPANY " LS-CODE " "
                   FUNCTION TRIM(LS-NAME) "."
           ELSE
               DISPLAY "COMPANY " WS-SEARCH-CODE
                   " IS NOT ON companies.dat."
           END-IF.

       0300-EMPLOYEE-COMPANY.
           MOVE SPACES TO WS-SEARCH-CODE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EC-COUNT
               IF ECE-EMP-ID(A) = LS-EMP-ID
                   MOVE ECE-COMPANY(A) TO WS-SEARCH-CODE
               END-IF
           END-PERFORM
           PERFORM 0400-RETURN-COMPANY.

       0400-RETURN-COMPANY.
           IF WS-SEARCH-CODE = SPACES
               MOVE CME-CODE(1) TO WS-SEARCH-CODE
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CM-COUNT
               IF CME-CODE(C) = WS-SEARCH-CODE
                   MOVE C TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               MOVE WS-SEARCH-CODE TO LS-CODE
               MOVE SPACES TO LS-NAME LS-EMPLOYER-ID
                   LS-BANK-ROUTING LS-BANK-ACCOUNT
               MOVE "N" TO LS-RESULT
           ELSE
               MOVE CME-CODE(WS-FOUND-INDEX) TO LS-CODE
               MOVE CME-NAME(WS-FOUND-INDEX) TO LS-NAME
               MOVE CME-EMPLOYER-ID(WS-FOUND-INDEX) TO LS-EMPLOYER-ID
               MOVE CME-BANK-ROUTING(WS-FOUND-INDEX)
                   TO LS-BANK-ROUTING
               MOVE CME-BANK-ACCOUNT(WS-FOUND-INDEX)
                   TO LS-BANK-ACCOUNT
               MOVE "Y" TO LS-RESULT
           END-IF.

      *    A COMPANY NOT ON companies.dat NEVER MATCHES, AND NOTHING
      *    MATCHES BEFORE A COMPANY HAS BEEN CHOSEN.
       0500-MATCH-RUN-COMPANY.
           IF WS-SELECTED = "Y" AND LS-RESULT = "Y"
                   AND WS-FOUND-INDEX = WS-SELECTED-INDEX
               MOVE "Y" TO LS-RESULT
           ELSE
               MOVE "N" TO LS-RESULT
           END-IF.
