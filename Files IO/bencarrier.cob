       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENCARRIER.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    CARRIER ENROLLMENT REPORT. EACH INSURER IS SENT
      *            THE LIST OF PEOPLE IT COVERS, AND WHEN A CLAIM IS
      *            DENIED THE FIRST QUESTION IS WHAT WE SENT THEM.
      *            FOR A KEYED AS-OF DATE (DEFAULT TODAY) THIS
      *            PROGRAM TAKES EVERY ELECTION ON benenroll.dat IN
      *            EFFECT ON THAT DATE, GROUPS THEM BY THE CARRIER ON
      *            THE PLAN'S benplans.dat LINE, AND WRITES ONE
      *            OUTBOUND FILE PER CARRIER -- carr<CODE>.dat, ONE
      *            LINE PER COVERED EMPLOYEE WITH PLAN, TIER,
      *            EFFECTIVE DATE, DEPENDENTS AND BOTH PREMIUMS --
      *            PLUS carrierrpt.txt, A PAGE PER CARRIER WITH THE
      *            SAME LINES AND THE PREMIUM TOTALS, WHICH IS KEPT
      *            AS THE RECORD OF WHAT WAS SENT. REGISTER EACH
      *            OUTBOUND FILE WITH xmitreg WHEN IT GOES OUT SO ITS
      *            CHECKSUM IS ON FILE.
      *    compile with ->  cobc -x -o bencarrier bencarrier.cob
      *    then run ./bencarrier

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "benenroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-FILE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT CARRIER-FILE ASSIGN TO WS-CARRIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "carrierrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 BN-EMP-ID        PIC X(5).
           05 BN-PLAN-CODE     PIC X(4).
           05 BN-TIER          PIC X(2).
           05 BN-EFFECTIVE-DATE PIC X(8).
           05 BN-END-DATE      PIC X(8).
           05 BN-REASON        PIC X.
           05 BN-EVENT-CODE    PIC X.
           05 BN-EVENT-DATE    PIC X(8).
           05 BN-DEPENDENTS    PIC 9(2).
           05 BN-DEP-NAME OCCURS 4 TIMES PIC X(20).
           05 BN-ELECTED-DATE  PIC X(8).
           05 BN-OPERATOR      PIC X(10).

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE     PIC X(4).
           05 BP-TIER          PIC X(2).
           05 BP-DESC          PIC X(20).
           05 BP-TYPE          PIC X.
           05 BP-CARRIER-CODE  PIC X(4).
           05 BP-CARRIER-NAME  PIC X(20).
           05 BP-EE-PREMIUM    PIC 9(5)V99.
           05 BP-ER-PREMIUM    PIC 9(5)V99.

      *    THE LINE THE INSURER LOADS. ONE PER COVERED EMPLOYEE
      *    PER PLAN, DEPENDENTS CARRIED BY NAME.
       FD  CARRIER-FILE.
       01  CARRIER-RECORD.
           05 CR-CARRIER-CODE  PIC X(4).
           05 CR-AS-OF-DATE    PIC X(8).
           05 CR-PLAN-CODE     PIC X(4).
           05 CR-TIER          PIC X(2).
           05 CR-EMP-ID        PIC X(5).
           05 CR-EMP-NAME      PIC X(30).
           05 CR-EFFECTIVE-DATE PIC X(8).
           05 CR-DEPENDENTS    PIC 9(2).
           05 CR-DEP-NAME OCCURS 4 TIMES PIC X(20).
           05 CR-EE-PREMIUM    PIC 9(5)V99.
           05 CR-ER-PREMIUM    PIC 9(5)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(80).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-BN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-BP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CF-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BN-EOF           PIC X VALUE "N".
       01  WS-BP-EOF           PIC X VALUE "N".
       01  WS-AS-OF-DATE       PIC X(8) VALUE SPACES.
       01  WS-CARRIER-PATH     PIC X(50) VALUE SPACES.
       01  WS-PLAN-INDEX       PIC 9(2) VALUE 0.
       01  WS-FILES-WRITTEN    PIC 9(2) VALUE 0.

       01  ENROLLMENT-TABLE.
           05 WS-BN-COUNT      PIC 9(3) VALUE 0.
           05 BN-ENTRY OCCURS 500 TIMES.
               10 BNE-EMP-ID        PIC X(5).
               10 BNE-PLAN-CODE     PIC X(4).
               10 BNE-TIER          PIC X(2).
               10 BNE-EFFECTIVE-DATE PIC X(8).
               10 BNE-END-DATE      PIC X(8).
               10 BNE-REASON        PIC X.
               10 BNE-EVENT-CODE    PIC X.
               10 BNE-EVENT-DATE    PIC X(8).
               10 BNE-DEPENDENTS    PIC 9(2).
               10 BNE-DEP-NAME OCCURS 4 TIMES PIC X(20).
               10 BNE-ELECTED-DATE  PIC X(8).
               10 BNE-OPERATOR      PIC X(10).
       01  N                   PIC 9(3) VALUE 1.
       01  K                   PIC 9 VALUE 1.

       01  PLAN-TABLE.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 BP-ENTRY OCCURS 60 TIMES.
               10 BPE-PLAN-CODE     PIC X(4).
               10 BPE-TIER          PIC X(2).
               10 BPE-DESC          PIC X(20).
               10 BPE-TYPE          PIC X.
               10 BPE-CARRIER-CODE  PIC X(4).
               10 BPE-CARRIER-NAME  PIC X(20).
               10 BPE-EE-PREMIUM    PIC 9(5)V99.
               10 BPE-ER-PREMIUM    PIC 9(5)V99.
       01  B                   PIC 9(2) VALUE 1.

      *    THE DISTINCT CARRIERS NAMED ON benplans.dat, IN THE
      *    ORDER FIRST MET.
       01  CARRIER-TABLE.
           05 WS-CT-COUNT      PIC 9(2) VALUE 0.
           05 CT-ENTRY OCCURS 20 TIMES.
               10 CTE-CODE          PIC X(4).
               10 CTE-NAME          PIC X(20).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CT-INDEX         PIC 9(2) VALUE 0.

       01  CARRIER-TOTALS.
           05 WS-CARRIER-LINES PIC 9(5) VALUE 0.
           05 WS-CARRIER-EE    PIC 9(9)V99 VALUE 0.
           05 WS-CARRIER-ER    PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-LINES   PIC 9(5) VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-PREMIUM       PIC ZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 ED-LINES         PIC ZZ,ZZ9.

       01  WS-REPORT-LINE      PIC X(80).
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "BENCARRIER".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
      *    READER AND WRITER OF A MAPPED MASTER RESOLVES THE
      *    SAME PATH, SO THE WHOLE CHAIN RUNS AGAINST THE SAME
      *    FILES WHICHEVER ENVIRONMENT IS ACTIVE.
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           DISPLAY "ENTER AS-OF DATE (YYYYMMDD, BLANK FOR TODAY): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-AS-OF-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "ERROR: " WS-AS-OF-DATE " IS NOT A VALID DATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-ENROLLMENT-TABLE
           IF WS-BN-COUNT = 500 AND WS-BN-EOF NOT = "Y"
      *        A SHORT LIST SENT AS COMPLETE WOULD DROP COVERAGE.
               DISPLAY "ERROR: MORE THAN 500 ELECTIONS ON "
                   "benenroll.dat -- NO CARRIER FILES WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-PLAN-TABLE
           IF WS-BP-COUNT = 0
               DISPLAY "ERROR: NO BENEFIT PLANS ON benplans.dat."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-BUILD-CARRIER-TABLE THRU 0200-EXIT
           IF WS-CT-COUNT = 0
               DISPLAY "ERROR: TOO MANY CARRIERS ON benplans.dat -- "
                   "NO CARRIER FILES WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CT-COUNT
               PERFORM 0300-WRITE-ONE-CARRIER
           END-PERFORM
           CLOSE REPORT-FILE
           CLOSE EMPLOYEE-FILE
           DISPLAY WS-FILES-WRITTEN " CARRIER FILES WRITTEN AS OF "
               WS-AS-OF-DATE ", " WS-TOTAL-LINES " ENROLLMENT LINES."
           DISPLAY "THE REPORT IS IN carrierrpt.txt. REGISTER EACH "
               "carr FILE WITH xmitreg AS IT IS SENT."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CARRIER FILES AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-LOAD-ENROLLMENT-TABLE.
           MOVE 0 TO WS-BN-COUNT
           MOVE "N" TO WS-BN-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-BN-FILE-STATUS = "00"
               PERFORM UNTIL WS-BN-EOF = "Y" OR WS-BN-COUNT = 500
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-BN-EOF
                       NOT AT END
                           ADD 1 TO WS-BN-COUNT
                           MOVE ENROLLMENT-RECORD
                               TO BN-ENTRY(WS-BN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       0150-LOAD-PLAN-TABLE.
           MOVE 0 TO WS-BP-COUNT
           MOVE "N" TO WS-BP-EOF
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BP-FILE-STATUS = "00"
               PERFORM UNTIL WS-BP-EOF = "Y" OR WS-BP-COUNT = 60
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-BP-EOF
                       NOT AT END
                           ADD 1 TO WS-BP-COUNT
                           MOVE BENEFIT-PLAN-RECORD
                               TO BP-ENTRY(WS-BP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

      *    A CARRIER WITH NO CURRENT ENROLLMENT STILL GETS A FILE --
      *    AN EMPTY LIST TELLS THE INSURER NOBODY IS COVERED.
       0200-BUILD-CARRIER-TABLE.
           MOVE 0 TO WS-CT-COUNT
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               MOVE 0 TO WS-CT-INDEX
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CT-COUNT
                   IF CTE-CODE(C) = BPE-CARRIER-CODE(B)
                       MOVE C TO WS-CT-INDEX
                   END-IF
               END-PERFORM
               IF WS-CT-INDEX = 0
                   IF WS-CT-COUNT = 20
                       MOVE 0 TO WS-CT-COUNT
                       GO TO 0200-EXIT
                   END-IF
                   ADD 1 TO WS-CT-COUNT
                   MOVE BPE-CARRIER-CODE(B) TO CTE-CODE(WS-CT-COUNT)
                   MOVE BPE-CARRIER-NAME(B) TO CTE-NAME(WS-CT-COUNT)
               END-IF
           END-PERFORM.
       0200-EXIT.
           EXIT.

       0300-WRITE-ONE-CARRIER.
           MOVE SPACES TO WS-CARRIER-PATH
           STRING "carr" CTE-CODE(C) DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-CARRIER-PATH
           OPEN OUTPUT CARRIER-FILE
           MOVE 0 TO WS-CARRIER-LINES
           MOVE 0 TO WS-CARRIER-EE
           MOVE 0 TO WS-CARRIER-ER
           MOVE ALL "=" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CARRIER " CTE-CODE(C) " " CTE-NAME(C)
               " - ENROLLMENT AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SENT AS " WS-CARRIER-PATH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EMPID NAME                 PLAN TI EFFECTIV DP"
               TO WS-REPORT-LINE
           MOVE "   EE PREM   ER PREM" TO WS-REPORT-LINE(48:20)
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-BN-COUNT
               IF BNE-EFFECTIVE-DATE(N) <= WS-AS-OF-DATE
                       AND (BNE-END-DATE(N) = SPACES
                       OR BNE-END-DATE(N) > WS-AS-OF-DATE)
                   PERFORM 0350-FIND-PLAN-TIER
                   IF WS-PLAN-INDEX NOT = 0
                       IF BPE-CARRIER-CODE(WS-PLAN-INDEX) = CTE-CODE(C)
                           PERFORM 0400-WRITE-ONE-ELECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARRIER-FILE
           ADD 1 TO WS-FILES-WRITTEN
           MOVE WS-CARRIER-LINES TO ED-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COVERED LINES " ED-LINES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CARRIER-EE TO ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYEE PREMIUM  " ED-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CARRIER-ER TO ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYER PREMIUM  " ED-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-CARRIER-EE = WS-CARRIER-EE + WS-CARRIER-ER
           MOVE WS-CARRIER-EE TO ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUE TO CARRIER    " ED-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       0350-FIND-PLAN-TIER.
           MOVE 0 TO WS-PLAN-INDEX
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BP-COUNT
               IF BPE-PLAN-CODE(B) = BNE-PLAN-CODE(N)
                       AND BPE-TIER(B) = BNE-TIER(N)
                   MOVE B TO WS-PLAN-INDEX
               END-IF
           END-PERFORM.

       0400-WRITE-ONE-ELECTION.
           MOVE BNE-EMP-ID(N) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*** NOT ON EMPLOYEE FILE ***" TO EMP-NAME
           END-READ
           MOVE SPACES TO CARRIER-RECORD
           MOVE CTE-CODE(C) TO CR-CARRIER-CODE
           MOVE WS-AS-OF-DATE TO CR-AS-OF-DATE
           MOVE BNE-PLAN-CODE(N) TO CR-PLAN-CODE
           MOVE BNE-TIER(N) TO CR-TIER
           MOVE BNE-EMP-ID(N) TO CR-EMP-ID
           MOVE EMP-NAME TO CR-EMP-NAME
           MOVE BNE-EFFECTIVE-DATE(N) TO CR-EFFECTIVE-DATE
           MOVE BNE-DEPENDENTS(N) TO CR-DEPENDENTS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE BNE-DEP-NAME(N, K) TO CR-DEP-NAME(K)
           END-PERFORM
           MOVE BPE-EE-PREMIUM(WS-PLAN-INDEX) TO CR-EE-PREMIUM
           MOVE BPE-ER-PREMIUM(WS-PLAN-INDEX) TO CR-ER-PREMIUM
           WRITE CARRIER-RECORD
           ADD 1 TO WS-CARRIER-LINES
           ADD 1 TO WS-TOTAL-LINES
           ADD BPE-EE-PREMIUM(WS-PLAN-INDEX) TO WS-CARRIER-EE
           ADD BPE-ER-PREMIUM(WS-PLAN-INDEX) TO WS-CARRIER-ER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE BNE-EMP-ID(N) TO WS-REPORT-LINE(1:5)
           MOVE EMP-NAME(1:20) TO WS-REPORT-LINE(7:20)
           MOVE BNE-PLAN-CODE(N) TO WS-REPORT-LINE(28:4)
           MOVE BNE-TIER(N) TO WS-REPORT-LINE(33:2)
           MOVE BNE-EFFECTIVE-DATE(N) TO WS-REPORT-LINE(36:8)
           MOVE BNE-DEPENDENTS(N) TO WS-REPORT-LINE(45:2)
           MOVE BPE-EE-PREMIUM(WS-PLAN-INDEX) TO ED-PREMIUM
           MOVE ED-PREMIUM TO WS-REPORT-LINE(48:9)
           MOVE BPE-ER-PREMIUM(WS-PLAN-INDEX) TO ED-PREMIUM
           MOVE ED-PREMIUM TO WS-REPORT-LINE(58:9)
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > BNE-DEPENDENTS(N)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "        DEPENDENT " BNE-DEP-NAME(N, K)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
