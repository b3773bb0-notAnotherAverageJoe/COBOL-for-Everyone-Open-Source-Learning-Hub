      *            feeinvoices.txt AND A LINE TO THE BILLING
      *            REGISTER feeregister.dat, AND LOGS THE RUN TO
      *            investmentrun.log LIKE THE VALUATION RUNS --
      *            THE AUDIT TRAIL STAYS CONTINUOUS. A CLIENT WITH NO
      *            SUITABILITY PROFILE ON clientprof.dat (KEYED IN
      *            PROFMAINT) IS REFUSED -- NOT INVOICED, NOT ON THE
      *            REGISTER, LISTED AT THE END OF THE RUN AND COUNTED
      *            IN THE LOG LINE -- AND THE RUN ENDS WITH RETURN
      *            CODE 4 SO THE GAP IS CHASED BEFORE NEXT QUARTER.
      *            EVERY BILLING RUN IS LEDGERED THROUGH RUNLEDGER
      *            UNDER ITS QUARTER, WITH A MARKER PER CLIENT BILLED,
      *            SO A RUN THAT DIES PART WAY RESTARTS WITHOUT
      *            BILLING ANYONE TWICE (THE FIRST ATTEMPT'S INVOICES
      *            ARE KEPT AND ADDED TO), AND A SECOND RUN FOR THE
      *            SAME QUARTER IS REFUSED. AN OPERATOR CAN AUTHORIZE
      *            A REVERSAL RUN INSTEAD: THE QUARTER'S LINES COME
      *            OFF THE REGISTER, A CREDIT NOTE PER CLIENT GOES TO
      *            feeinvoices.txt, AND THE QUARTER CAN BE BILLED
      *            AGAIN.
      *    compile with (from the repo root) ->
      *        cobc -x -o feebill InterestRates/feebill.cob
      *    then run ./feebill
           SELECT FEE-REGISTER-FILE ASSIGN TO "feeregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "clientprof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT INVESTMENT-LOG-FILE ASSIGN TO "investmentrun.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           05 FR-ASSETS        PIC 9(11)V99.
           05 FR-FEE           PIC 9(9)V99.

      *    SAME LAYOUT PROFMAINT WRITES. ONLY THE CLIENT ID IS
      *    NEEDED HERE.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 CP-CLIENT-ID     PIC X(10).
           05 FILLER           PIC X(52).

       FD  INVESTMENT-LOG-FILE.
       01  INVESTMENT-LOG-RECORD  PIC X(100).

       01  WS-IV-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-FR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-PF-EOF           PIC X VALUE "N".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-FS-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-BILL-QUARTER     PIC X(6).
       01  C                   PIC 9(2) VALUE 1.
       01  WS-CL-INDEX         PIC 9(2) VALUE 0.

      *    CLIENT IDS WITH A SUITABILITY PROFILE ON FILE.
       01  PROFILE-TABLE.
           05 WS-CP-COUNT      PIC 9(3) VALUE 0.
           05 CPE-CLIENT-ID OCCURS 200 TIMES PIC X(10).
       01  P                   PIC 9(3) VALUE 1.
       01  WS-HAS-PROFILE      PIC X VALUE "N".

       01  FEE-WORK.
           05 WS-BAND-FLOOR    PIC 9(11)V99 VALUE 0.
           05 WS-BAND-CEILING  PIC 9(11)V99 VALUE 0.
           05 WS-QUARTER-FEE   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FEES       PIC 9(9)V99 VALUE 0.
       01  WS-BILLED-COUNT     PIC 9(2) VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(2) VALUE 0.
       01  WS-ALREADY-COUNT    PIC 9(2) VALUE 0.
       01  WS-CREDITED-COUNT   PIC 9(3) VALUE 0.

       01  EDITED-FIELDS.
           05 ED-ASSETS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "FEEBILL".
       01  WS-AUDIT-ACTION     PIC X(40).

      *    THE RUN LEDGER (SEE Shared/runledger.cob). THE MARKER FOR
      *    A CLIENT CARRIES WHAT WENT ON THE REGISTER, SO A
      *    REVERSAL CAN TAKE EXACTLY THAT LINE BACK OFF.
       01  RUNLEDGER-FIELDS.
           05 WS-RL-FUNCTION   PIC X.
           05 WS-RL-JOB        PIC X(15) VALUE "FEEBILL".
           05 WS-RL-RUN-KEY    PIC X(12).
           05 WS-RL-ITEM-KEY   PIC X(20).
           05 WS-RL-ITEM-DATA  PIC X(40).
           05 WS-RL-RESULT     PIC X.
       01  WS-RUN-TYPE         PIC X VALUE "N".
       01  WS-RESUME-KEY       PIC X(20) VALUE SPACES.
       01  FEE-MARK-DATA.
           05 FMD-BILL-DATE    PIC X(8).
           05 FMD-ASSETS       PIC 9(11)V99.
           05 FMD-FEE          PIC 9(9)V99.
           05 FILLER           PIC X(8).

      *    WHAT A REVERSAL HAS TO CREDIT, FETCHED FROM THE LEDGER
      *    BEFORE ANYTHING IS TOUCHED.
       01  REVERSE-TABLE.
           05 WS-RV-COUNT      PIC 9(3) VALUE 0.
           05 RV-ENTRY OCCURS 200 TIMES.
               10 RVE-CLIENT-ID    PIC X(20).
               10 RVE-DATA         PIC X(40).
       01  R                   PIC 9(3) VALUE 1.

      *    THE REGISTER, HELD WHILE A REVERSAL TAKES THE QUARTER'S
      *    LINES BACK OFF IT.
       01  REGISTER-TABLE.
           05 WS-RG-COUNT      PIC 9(4) VALUE 0.
           05 RG-ENTRY OCCURS 5000 TIMES.
               10 RGE-BILL-DATE    PIC X(8).
               10 RGE-QUARTER      PIC X(6).
               10 RGE-CLIENT-ID    PIC X(10).
               10 RGE-ASSETS       PIC 9(11)V99.
               10 RGE-FEE          PIC 9(9)V99.
               10 RGE-DROP         PIC X.
       01  G                   PIC 9(4) VALUE 1.
       01  WS-FR-EOF           PIC X VALUE "N".
       01  WS-REGISTER-CHANGED PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER BILLING QUARTER (YYYYQN, E.G. 2026Q3): "
           ACCEPT WS-BILL-QUARTER
           MOVE FUNCTION UPPER-CASE(WS-BILL-QUARTER)
               TO WS-BILL-QUARTER
           IF WS-BILL-QUARTER = SPACES
               DISPLAY "NO BILLING QUARTER. NOTHING BILLED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-FEE-SCHEDULE
           IF WS-FS-COUNT = 0
               DISPLAY "NO FEE SCHEDULE ON FILE. BUILD "
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-PROFILE-IDS
           MOVE "B" TO WS-RL-FUNCTION
           MOVE WS-BILL-QUARTER TO WS-RL-RUN-KEY
           MOVE SPACES TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           IF WS-RL-RESULT = "D" OR WS-RL-RESULT = "E"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RL-RESULT TO WS-RUN-TYPE
           MOVE WS-RL-ITEM-KEY TO WS-RESUME-KEY
           IF WS-RUN-TYPE = "V"
               PERFORM 0700-REVERSE-THE-QUARTER THRU 0700-EXIT
               GOBACK
           END-IF
           PERFORM 0240-OPEN-INVOICE-FILE
           PERFORM 0250-OPEN-FEE-REGISTER
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CL-COUNT
               PERFORM 0280-CHECK-PROFILE
               PERFORM 0290-CHECK-ALREADY-BILLED
               EVALUATE TRUE
                   WHEN WS-RL-RESULT = "A"
                       ADD 1 TO WS-ALREADY-COUNT
                   WHEN WS-HAS-PROFILE = "Y"
                       PERFORM 0300-BILL-ONE-CLIENT
                   WHEN OTHER
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REFUSED: " CLE-CLIENT-ID(C)
                           " HAS NO SUITABILITY PROFILE ON "
                           "clientprof.dat. NOT BILLED."
               END-EVALUATE
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE FEE-REGISTER-FILE
           MOVE "C" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           MOVE WS-TOTAL-FEES TO ED-FEE
           DISPLAY WS-BILLED-COUNT " CLIENTS BILLED " ED-FEE
               " FOR " WS-BILL-QUARTER ". INVOICES ON "
               "feeinvoices.txt, REGISTER ON feeregister.dat."
           IF WS-ALREADY-COUNT > 0
               DISPLAY WS-ALREADY-COUNT " CLIENTS ALREADY BILLED BY "
                   "THE EARLIER ATTEMPT -- NOT BILLED AGAIN."
           END-IF
           IF WS-REFUSED-COUNT > 0
               DISPLAY WS-REFUSED-COUNT " CLIENTS REFUSED FOR WANT "
                   "OF A PROFILE. KEY THEM IN PROFMAINT AND BILL "
                   "THEM SEPARATELY."
           END-IF
           PERFORM 0500-LOG-BILLING-RUN
      *    SET AFTER THE LOG - THE AUDITLOG CALL RESETS RETURN-CODE.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-FEE-SCHEDULE.
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       0150-LOAD-PROFILE-IDS.
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
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.

       0200-SUM-CLIENT-ASSETS.
           MOVE "N" TO WS-PF-EOF
           OPEN INPUT PORTFOLIO-FILE
               ADD 1 TO CLE-POSITIONS(WS-CL-INDEX)
           END-IF.

      *    THE INVOICES ARE STARTED FRESH, EXCEPT ON A RESTART,
      *    WHERE THE FIRST ATTEMPT'S INVOICES ARE KEPT AND ADDED TO.
       0240-OPEN-INVOICE-FILE.
           IF WS-RESUME-KEY NOT = SPACES
               DISPLAY "RESUMING AFTER CLIENT "
                   FUNCTION TRIM(WS-RESUME-KEY) "."
               OPEN EXTEND INVOICE-FILE
               IF WS-IV-FILE-STATUS = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT INVOICE-FILE.

       0250-OPEN-FEE-REGISTER.
           OPEN EXTEND FEE-REGISTER-FILE
           IF WS-FR-FILE-STATUS NOT = "00"
               OPEN EXTEND FEE-REGISTER-FILE
           END-IF.

       0280-CHECK-PROFILE.
           MOVE "N" TO WS-HAS-PROFILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CLIENT-ID(P) = CLE-CLIENT-ID(C)
                   MOVE "Y" TO WS-HAS-PROFILE
               END-IF
           END-PERFORM.

      *    A CLIENT THE LEDGER SAYS THIS QUARTER HAS ALREADY BILLED
      *    IS NOT BILLED AGAIN.
       0290-CHECK-ALREADY-BILLED.
           MOVE "Q" TO WS-RL-FUNCTION
           MOVE CLE-CLIENT-ID(C) TO WS-RL-ITEM-KEY
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT.

      *    THE MARKER FOLLOWS THE REGISTER LINE STRAIGHT AWAY.
       0300-BILL-ONE-CLIENT.
           PERFORM 0350-COMPUTE-TIERED-FEE
           COMPUTE WS-QUARTER-FEE ROUNDED = WS-ANNUAL-FEE / 4
           MOVE CLE-CLIENT-ID(C) TO FR-CLIENT-ID
           MOVE CLE-ASSETS(C) TO FR-ASSETS
           MOVE WS-QUARTER-FEE TO FR-FEE
           WRITE FEE-REGISTER-RECORD
           MOVE SPACES TO FEE-MARK-DATA
           MOVE FR-BILL-DATE TO FMD-BILL-DATE
           MOVE FR-ASSETS TO FMD-ASSETS
           MOVE FR-FEE TO FMD-FEE
           MOVE "M" TO WS-RL-FUNCTION
           MOVE CLE-CLIENT-ID(C) TO WS-RL-ITEM-KEY
           MOVE FEE-MARK-DATA TO WS-RL-ITEM-DATA
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT.

      *    THE SAME SLICE-BY-SLICE WALK THE TAX BRACKETS USE: THE
      *    ASSETS INSIDE EACH BAND PAY THAT BAND'S BASIS POINTS.
               "  BILLING=" WS-BILL-QUARTER
               "  CLIENTS=" WS-BILLED-COUNT
               "  FEES=" ED-FEE
               "  REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
               WS-BILL-QUARTER
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.

      *    THE AUTHORIZED REVERSAL. THE QUARTER'S LINES COME OFF THE
      *    REGISTER FIRST, THEN EACH CLIENT GETS A CREDIT NOTE AND
      *    IS MARKED -- A CRASH IN BETWEEN IS FINISHED BY RUNNING
      *    THE REVERSAL AGAIN, AND NOBODY IS CREDITED TWICE.
       0700-REVERSE-THE-QUARTER.
           MOVE 0 TO WS-RV-COUNT
           MOVE "F" TO WS-RL-FUNCTION
           MOVE "Y" TO WS-RL-RESULT
           PERFORM UNTIL WS-RL-RESULT NOT = "Y" OR WS-RV-COUNT = 200
               CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
                   WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
                   WS-RL-RESULT
               IF WS-RL-RESULT = "Y"
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-RL-ITEM-KEY TO RVE-CLIENT-ID(WS-RV-COUNT)
                   MOVE WS-RL-ITEM-DATA TO RVE-DATA(WS-RV-COUNT)
               END-IF
           END-PERFORM
           PERFORM 0710-LOAD-REGISTER
           IF WS-RG-COUNT = 5000 AND WS-FR-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 5000 LINES ON feeregister.dat -- "
                   "IT CANNOT BE REWRITTEN SAFELY HERE. ***"
               MOVE 8 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               MOVE RVE-DATA(R) TO FEE-MARK-DATA
               PERFORM 0720-DROP-REGISTER-LINE
           END-PERFORM
           IF WS-REGISTER-CHANGED = "Y"
               PERFORM 0730-REWRITE-REGISTER
           END-IF
           PERFORM 0240-OPEN-INVOICE-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               MOVE RVE-DATA(R) TO FEE-MARK-DATA
               PERFORM 0740-WRITE-CREDIT-NOTE
           END-PERFORM
           CLOSE INVOICE-FILE
           IF WS-RV-COUNT = 200
               DISPLAY "*** 200 CLIENTS CREDITED -- RUN THE REVERSAL "
                   "AGAIN FOR THE REST. ***"
               MOVE 4 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF
           MOVE "C" TO WS-RL-FUNCTION
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           MOVE WS-TOTAL-FEES TO ED-FEE
           DISPLAY WS-CREDITED-COUNT " CLIENTS CREDITED " ED-FEE
               " FOR " WS-BILL-QUARTER ". CREDIT NOTES ON "
               "feeinvoices.txt, THE QUARTER IS OFF feeregister.dat."
           PERFORM 0750-LOG-REVERSAL-RUN.
       0700-EXIT.
           EXIT.

       0710-LOAD-REGISTER.
           MOVE 0 TO WS-RG-COUNT
           MOVE "N" TO WS-FR-EOF
           OPEN INPUT FEE-REGISTER-FILE
           IF WS-FR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-FR-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FR-EOF = "Y" OR WS-RG-COUNT = 5000
               READ FEE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-FR-EOF
                   NOT AT END
                       ADD 1 TO WS-RG-COUNT
                       MOVE FEE-REGISTER-RECORD
                           TO RG-ENTRY(WS-RG-COUNT)
                       MOVE "N" TO RGE-DROP(WS-RG-COUNT)
               END-READ
           END-PERFORM
           CLOSE FEE-REGISTER-FILE.

      *    ONLY THE LINE THIS RUN WROTE -- SAME CLIENT, QUARTER,
      *    BILLING DATE AND FEE.
       0720-DROP-REGISTER-LINE.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-RG-COUNT
               IF RGE-CLIENT-ID(G) = RVE-CLIENT-ID(R)
                       AND RGE-QUARTER(G) = WS-BILL-QUARTER
                       AND RGE-BILL-DATE(G) = FMD-BILL-DATE
                       AND RGE-FEE(G) = FMD-FEE
                   MOVE "Y" TO RGE-DROP(G)
                   MOVE "Y" TO WS-REGISTER-CHANGED
               END-IF
           END-PERFORM.

       0730-REWRITE-REGISTER.
           OPEN OUTPUT FEE-REGISTER-FILE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-RG-COUNT
               IF RGE-DROP(G) NOT = "Y"
                   MOVE RG-ENTRY(G) TO FEE-REGISTER-RECORD
                   WRITE FEE-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE FEE-REGISTER-FILE.

       0740-WRITE-CREDIT-NOTE.
           MOVE ALL "=" TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO WS-INVOICE-LINE
           STRING "ADVISORY FEE CREDIT NOTE -- " WS-BILL-QUARTER
               "  DATED " WS-TODAY
               DELIMITED BY SIZE INTO WS-INVOICE-LINE
           MOVE WS-INVOICE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO WS-INVOICE-LINE
           STRING "CLIENT: " RVE-CLIENT-ID(R)
               DELIMITED BY SIZE INTO WS-INVOICE-LINE
           MOVE WS-INVOICE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE FMD-FEE TO ED-FEE
           MOVE SPACES TO WS-INVOICE-LINE
           STRING "THE INVOICE OF " FMD-BILL-DATE
               " IS WITHDRAWN. CREDITED: " ED-FEE
               DELIMITED BY SIZE INTO WS-INVOICE-LINE
           MOVE WS-INVOICE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE "M" TO WS-RL-FUNCTION
           MOVE RVE-CLIENT-ID(R) TO WS-RL-ITEM-KEY
           MOVE RVE-DATA(R) TO WS-RL-ITEM-DATA
           CALL "RUNLEDGER" USING WS-RL-FUNCTION WS-RL-JOB
               WS-RL-RUN-KEY WS-RL-ITEM-KEY WS-RL-ITEM-DATA
               WS-RL-RESULT
           ADD FMD-FEE TO WS-TOTAL-FEES
           ADD 1 TO WS-CREDITED-COUNT.

       0750-LOG-REVERSAL-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND INVESTMENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVESTMENT-LOG-FILE
               CLOSE INVESTMENT-LOG-FILE
               OPEN EXTEND INVESTMENT-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TOTAL-FEES TO ED-FEE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  REVERSAL=" WS-BILL-QUARTER
               "  CLIENTS=" WS-CREDITED-COUNT
               "  CREDITED=" ED-FEE
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO INVESTMENT-LOG-RECORD
           WRITE INVESTMENT-LOG-RECORD
           CLOSE INVESTMENT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REVERSED " WS-BILL-QUARTER " BILLING, "
               WS-CREDITED-COUNT " CREDITED"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
