       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURTAX.
      *REMARKS.    STATE AND LOCAL WITHHOLDING BY WORK LOCATION.
      *            taxbrackets.dat IS THE BASE (FEDERAL) TABLE EVERY
      *            EMPLOYEE OWES; ON TOP OF IT AN EMPLOYEE ASSIGNED
      *            TO A WORK LOCATION ON emplocation.dat OWES THE
      *            STATE AND (WHERE THERE IS ONE) THE LOCAL
      *            JURISDICTION NAMED ON THAT LOCATION'S workloc.dat
      *            LINE (SEE locmaint.cob). EACH JURISDICTION'S
      *            BRACKETS ARE ON jurbrackets.dat, ONE LINE PER
      *            BRACKET, GROUPED BY JURISDICTION CODE IN
      *            ASCENDING TB-INCOME-FROM ORDER, SAME RULES AS
      *            taxbrackets.dat (TO = ZERO IS OPEN-ENDED). A
      *            JURISDICTION WITH NO BRACKETS WITHHOLDS NOTHING,
      *            AND AN EMPLOYEE WITH NO LOCATION OWES ONLY THE
      *            BASE TABLE -- INSTALLING THE FILES IS A DATA
      *            CHANGE, NOT A CODE CHANGE. EVERY PROGRAM THAT
      *            WITHHOLDS CALLS HERE SO THEY CANNOT DRIFT APART:
      *    CALL "JURTAX" USING LS-EMP-ID LS-GROSS LS-JURIS-SPLIT.
      *        LS-EMP-ID       PIC X(5).
      *        LS-GROSS        PIC 9(7)V99, THE PERIOD GROSS.
      *        LS-JURIS-SPLIT  RETURNED: LS-JURIS-TOTAL 9(7)V99,
      *                        THEN TWO SLOTS (STATE, LOCAL) OF
      *                        CODE X(4) AND AMOUNT 9(7)V99. AN
      *                        UNUSED SLOT COMES BACK SPACES/ZERO.
      *    THE THREE FILES ARE READ ONCE PER RUN UNIT, ON THE FIRST
      *    CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-LOCATION-FILE ASSIGN TO "workloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT EMP-LOCATION-FILE ASSIGN TO "emplocation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.
           SELECT JURIS-BRACKET-FILE ASSIGN TO "jurbrackets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-LOCATION-FILE.
       01  WORK-LOCATION-RECORD.
           05 WL-CODE          PIC X(4).
           05 WL-NAME          PIC X(30).
           05 WL-STATE-JURIS   PIC X(4).
           05 WL-LOCAL-JURIS   PIC X(4).

       FD  EMP-LOCATION-FILE.
       01  EMP-LOCATION-RECORD.
           05 EL-EMP-ID        PIC X(5).
           05 EL-LOC-CODE      PIC X(4).

       FD  JURIS-BRACKET-FILE.
       01  JURIS-BRACKET-RECORD.
           05 JB-JURIS         PIC X(4).
           05 JB-INCOME-FROM   PIC 9(7)V99.
           05 JB-INCOME-TO     PIC 9(7)V99.
           05 JB-RATE          PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01  WS-WL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JB-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-WL-EOF           PIC X VALUE "N".
       01  WS-EL-EOF           PIC X VALUE "N".
       01  WS-JB-EOF           PIC X VALUE "N".
       01  WS-LOADED           PIC X VALUE "N".
       01  WS-LOC-CODE         PIC X(4) VALUE SPACES.
       01  WS-JURIS            PIC X(4) VALUE SPACES.
       01  WS-JURIS-TAX        PIC 9(7)V99 VALUE 0.
       01  WS-BRACKET-TOP      PIC 9(7)V99 VALUE 0.
       01  WS-TAXABLE-SLICE    PIC 9(7)V99 VALUE 0.

       01  LOCATION-TABLE.
           05 WS-WL-COUNT      PIC 9(2) VALUE 0.
           05 WL-ENTRY OCCURS 50 TIMES.
               10 WLE-CODE         PIC X(4).
               10 WLE-STATE-JURIS  PIC X(4).
               10 WLE-LOCAL-JURIS  PIC X(4).
       01  W                   PIC 9(2) VALUE 1.

       01  ASSIGNMENT-TABLE.
           05 WS-EL-COUNT      PIC 9(3) VALUE 0.
           05 EL-ENTRY OCCURS 500 TIMES.
               10 ELE-EMP-ID       PIC X(5).
               10 ELE-LOC-CODE     PIC X(4).
       01  A                   PIC 9(3) VALUE 1.

       01  JURIS-BRACKET-TABLE.
           05 WS-JB-COUNT      PIC 9(3) VALUE 0.
           05 JB-ENTRY OCCURS 100 TIMES.
               10 JBE-JURIS        PIC X(4).
               10 JBE-INCOME-FROM  PIC 9(7)V99.
               10 JBE-INCOME-TO    PIC 9(7)V99.
               10 JBE-RATE         PIC 9(2)V99.
       01  B                   PIC 9(3) VALUE 1.

       LINKAGE SECTION.
       01  LS-EMP-ID           PIC X(5).
       01  LS-GROSS            PIC 9(7)V99.
       01  LS-JURIS-SPLIT.
           05 LS-JURIS-TOTAL   PIC 9(7)V99.
           05 LS-JURIS-ENTRY OCCURS 2 TIMES.
               10 LS-JURIS-CODE    PIC X(4).
               10 LS-JURIS-AMOUNT  PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-EMP-ID LS-GROSS LS-JURIS-SPLIT.
       0000-MAIN.
           IF WS-LOADED = "N"
               PERFORM 0100-LOAD-LOCATIONS
               PERFORM 0110-LOAD-ASSIGNMENTS
               PERFORM 0120-LOAD-JURIS-BRACKETS
               MOVE "Y" TO WS-LOADED
           END-IF
           MOVE 0 TO LS-JURIS-TOTAL
           MOVE SPACES TO LS-JURIS-CODE(1)
           MOVE 0 TO LS-JURIS-AMOUNT(1)
           MOVE SPACES TO LS-JURIS-CODE(2)
           MOVE 0 TO LS-JURIS-AMOUNT(2)
           MOVE SPACES TO WS-LOC-CODE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EL-COUNT
               IF ELE-EMP-ID(A) = LS-EMP-ID
                   MOVE ELE-LOC-CODE(A) TO WS-LOC-CODE
               END-IF
           END-PERFORM
           IF WS-LOC-CODE = SPACES
               GOBACK
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WS-WL-COUNT
               IF WLE-CODE(W) = WS-LOC-CODE
                   MOVE WLE-STATE-JURIS(W) TO LS-JURIS-CODE(1)
                   MOVE WLE-LOCAL-JURIS(W) TO LS-JURIS-CODE(2)
               END-IF
           END-PERFORM
           IF LS-JURIS-CODE(1) NOT = SPACES
               MOVE LS-JURIS-CODE(1) TO WS-JURIS
               PERFORM 0200-COMPUTE-JURIS-TAX
               MOVE WS-JURIS-TAX TO LS-JURIS-AMOUNT(1)
           END-IF
           IF LS-JURIS-CODE(2) NOT = SPACES
               MOVE LS-JURIS-CODE(2) TO WS-JURIS
               PERFORM 0200-COMPUTE-JURIS-TAX
               MOVE WS-JURIS-TAX TO LS-JURIS-AMOUNT(2)
           END-IF
           COMPUTE LS-JURIS-TOTAL =
               LS-JURIS-AMOUNT(1) + LS-JURIS-AMOUNT(2)
           GOBACK.

       0100-LOAD-LOCATIONS.
           MOVE 0 TO WS-WL-COUNT
           MOVE "N" TO WS-WL-EOF
           OPEN INPUT WORK-LOCATION-FILE
           IF WS-WL-FILE-STATUS = "00"
               PERFORM UNTIL WS-WL-EOF = "Y" OR WS-WL-COUNT = 50
                   READ WORK-LOCATION-FILE
                       AT END
                           MOVE "Y" TO WS-WL-EOF
                       NOT AT END
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-CODE TO WLE-CODE(WS-WL-COUNT)
                           MOVE WL-STATE-JURIS
                               TO WLE-STATE-JURIS(WS-WL-COUNT)
                           MOVE WL-LOCAL-JURIS
                               TO WLE-LOCAL-JURIS(WS-WL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WORK-LOCATION-FILE
           END-IF.

       0110-LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-EL-COUNT
           MOVE "N" TO WS-EL-EOF
           OPEN INPUT EMP-LOCATION-FILE
           IF WS-EL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EL-EOF = "Y" OR WS-EL-COUNT = 500
                   READ EMP-LOCATION-FILE
                       AT END
                           MOVE "Y" TO WS-EL-EOF
                       NOT AT END
                           ADD 1 TO WS-EL-COUNT
                           MOVE EL-EMP-ID TO ELE-EMP-ID(WS-EL-COUNT)
                           MOVE EL-LOC-CODE
                               TO ELE-LOC-CODE(WS-EL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-LOCATION-FILE
               IF WS-EL-COUNT = 500 AND WS-EL-EOF NOT = "Y"
                   DISPLAY "*** MORE THAN 500 LOCATION ASSIGNMENTS "
                       "ON emplocation.dat -- THE REST OWE ONLY "
                       "THE BASE TABLE THIS RUN. ***"
               END-IF
           END-IF.

       0120-LOAD-JURIS-BRACKETS.
           MOVE 0 TO WS-JB-COUNT
           MOVE "N" TO WS-JB-EOF
           OPEN INPUT JURIS-BRACKET-FILE
           IF WS-JB-FILE-STATUS = "00"
               PERFORM UNTIL WS-JB-EOF = "Y" OR WS-JB-COUNT = 100
                   READ JURIS-BRACKET-FILE
                       AT END
                           MOVE "Y" TO WS-JB-EOF
                       NOT AT END
                           ADD 1 TO WS-JB-COUNT
                           MOVE JB-JURIS TO JBE-JURIS(WS-JB-COUNT)
                           MOVE JB-INCOME-FROM
                               TO JBE-INCOME-FROM(WS-JB-COUNT)
                           MOVE JB-INCOME-TO
                               TO JBE-INCOME-TO(WS-JB-COUNT)
                           MOVE JB-RATE TO JBE-RATE(WS-JB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE JURIS-BRACKET-FILE
           END-IF.

      *    THE SAME BRACKET WALK PAYRUN USES FOR THE BASE TABLE,
      *    RESTRICTED TO ONE JURISDICTION'S LINES.
       0200-COMPUTE-JURIS-TAX.
           MOVE 0 TO WS-JURIS-TAX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-JB-COUNT
               IF JBE-JURIS(B) = WS-JURIS
                       AND LS-GROSS > JBE-INCOME-FROM(B)
                   IF JBE-INCOME-TO(B) = 0
                           OR LS-GROSS <= JBE-INCOME-TO(B)
                       MOVE LS-GROSS TO WS-BRACKET-TOP
                   ELSE
                       MOVE JBE-INCOME-TO(B) TO WS-BRACKET-TOP
                   END-IF
                   COMPUTE WS-TAXABLE-SLICE =
                       WS-BRACKET-TOP - JBE-INCOME-FROM(B)
                   COMPUTE WS-JURIS-TAX ROUNDED = WS-JURIS-TAX +
                       (WS-TAXABLE-SLICE * JBE-RATE(B) / 100)
               END-IF
           END-PERFORM.
