       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    MARKETING CAMPAIGN RESULTS. FOR EVERY CAMPAIGN ON
      *            campaigns.dat (SEE campmaint.cob): HOW MANY
      *            CUSTOMERS THE MAILING EXTRACT SENT IT TO
      *            (mailhistory.dat), HOW MANY RESPONDED, THE
      *            RESPONSE RATE, THE COST PER RESPONSE AND THE SALES
      *            REVENUE ATTRIBUTED TO IT. A CUSTOMER RESPONDED WHEN
      *            A RESPONSE WAS KEYED AGAINST THE CAMPAIGN
      *            (campresponse.dat) OR WHEN THEY PLACED AN ORDER ON
      *            salesorders.dat WITHIN THE CAMPAIGN'S RESPONSE
      *            WINDOW AFTER ITS SEND DATE; EACH CUSTOMER COUNTS
      *            ONCE PER CAMPAIGN. AN ORDER FALLING INSIDE THE
      *            WINDOWS OF MORE THAN ONE CAMPAIGN THAT MAILED THE
      *            CUSTOMER IS CREDITED TO THE ONE SENT MOST RECENTLY
      *            BEFORE IT. REVENUE IS THE NET OF THE ORDER'S
      *            INVOICE ON salesinvoices.dat -- AN ORDER NOT YET
      *            INVOICED COUNTS AS A RESPONSE BUT CARRIES NO
      *            REVENUE; A CANCELLED ORDER IS IGNORED. THE REPORT
      *            GOES THROUGH THE SHARED PRINT SERVICES TO
      *            camprpt.rpt. UPDATES NOTHING.
      *    compile with (from the repo root) ->
      *        cobc -x -o camprpt Copybooks/camprpt.cob
      *    then run ./camprpt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT MAIL-HISTORY-FILE ASSIGN TO "mailhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "campresponse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "salesorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT SALES-INVOICE-FILE ASSIGN TO "salesinvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CAMPMAINT MAINTAINS.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-CODE          PIC X(8).
           05 CP-DESC          PIC X(30).
           05 CP-SEND-DATE     PIC X(8).
           05 CP-COST          PIC 9(7)V99.
           05 CP-WINDOW-DAYS   PIC 9(3).
           05 CP-STATUS        PIC X.

      *    SAME LAYOUT MAILEXTRACT WRITES.
       FD  MAIL-HISTORY-FILE.
       01  MAIL-HISTORY-RECORD.
           05 MH-CUST-ID       PIC X(6).
           05 MH-CAMPAIGN      PIC X(8).
           05 MH-DATE          PIC X(8).

      *    SAME LAYOUT CAMPMAINT WRITES.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05 RS-CAMPAIGN      PIC X(8).
           05 RS-CUST-ID       PIC X(6).
           05 RS-DATE          PIC X(8).
           05 RS-ENTERED-BY    PIC X(10).

      *    SAME LAYOUT ORDENTRY MAINTAINS.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 SO-ORDER-NO      PIC 9(6).
           05 SO-LINE-NO       PIC 9(2).
           05 SO-CUST-ID       PIC X(6).
           05 SO-ORDER-DATE    PIC X(8).
           05 SO-PROD-CODE     PIC X(6).
           05 SO-QTY           PIC 9(5).
           05 SO-STATUS        PIC X.
           05 SO-ENTERED-BY    PIC X(10).
           05 SO-INVOICE-NO    PIC 9(6).

      *    SAME LAYOUT INVRUN WRITES.
       FD  SALES-INVOICE-FILE.
       01  SALES-INVOICE-RECORD.
           05 SI-INVOICE-NO    PIC 9(6).
           05 SI-ORDER-NO      PIC 9(6).
           05 SI-CUST-ID       PIC X(6).
           05 SI-INVOICE-DATE  PIC X(8).
           05 SI-NET           PIC 9(7)V99.
           05 SI-TAX           PIC 9(7)V99.
           05 SI-TOTAL         PIC 9(7)V99.
           05 SI-STATUS        PIC X.
           05 SI-PAID          PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-CP-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MH-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SO-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SI-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CP-EOF           PIC X VALUE "N".
       01  WS-MH-EOF           PIC X VALUE "N".
       01  WS-RS-EOF           PIC X VALUE "N".
       01  WS-SO-EOF           PIC X VALUE "N".
       01  WS-SI-EOF           PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-CAMP-INDEX       PIC 9(3) VALUE 0.
       01  WS-ORDER-INDEX      PIC 9(4) VALUE 0.
       01  WS-WORK-CUST-ID     PIC X(6).
       01  WS-TABLE-FULL       PIC X VALUE "N".
       01  WS-RATE             PIC 9(3)V99 VALUE 0.
       01  WS-COST-PER         PIC 9(7)V99 VALUE 0.

       01  CAMPAIGN-TABLE.
           05 WS-CP-COUNT      PIC 9(3) VALUE 0.
           05 CP-ENTRY OCCURS 200 TIMES.
               10 CPE-CODE         PIC X(8).
               10 CPE-DESC         PIC X(30).
               10 CPE-SEND-DATE    PIC X(8).
               10 CPE-COST         PIC 9(7)V99.
               10 CPE-WINDOW-DAYS  PIC 9(3).
               10 CPE-STATUS       PIC X.
               10 CPE-MAILED       PIC 9(5).
               10 CPE-RESPONSES    PIC 9(5).
               10 CPE-REVENUE      PIC 9(9)V99.
       01  P                   PIC 9(3) VALUE 1.

      *    ONE ENTRY PER ORDER (NOT PER LINE). ORE-CAMPAIGN IS THE
      *    CAMPAIGN THE ORDER IS CREDITED TO, ZERO IF NONE.
       01  ORDER-TABLE.
           05 WS-OR-COUNT      PIC 9(4) VALUE 0.
           05 OR-ENTRY OCCURS 2000 TIMES.
               10 ORE-ORDER-NO     PIC 9(6).
               10 ORE-CUST-ID      PIC X(6).
               10 ORE-ORDER-DATE   PIC X(8).
               10 ORE-NET          PIC 9(7)V99.
               10 ORE-CAMPAIGN     PIC 9(3).
       01  O                   PIC 9(4) VALUE 1.

      *    EACH CUSTOMER WHO RESPONDED TO A CAMPAIGN, ONCE.
       01  RESPONDER-TABLE.
           05 WS-RP-COUNT      PIC 9(4) VALUE 0.
           05 RP-ENTRY OCCURS 5000 TIMES.
               10 RPE-CUST-ID      PIC X(6).
               10 RPE-CAMPAIGN     PIC 9(3).
       01  R                   PIC 9(4) VALUE 1.

       01  RUN-TOTALS.
           05 RT-MAILED        PIC 9(7) VALUE 0.
           05 RT-RESPONSES     PIC 9(7) VALUE 0.
           05 RT-COST          PIC 9(9)V99 VALUE 0.
           05 RT-REVENUE       PIC 9(9)V99 VALUE 0.

       01  EDITED-FIELDS.
           05 ED-COUNT         PIC ZZZZ9.
           05 ED-RESPONSES     PIC ZZZZ9.
           05 ED-RATE          PIC ZZ9.99.
           05 ED-COST-PER      PIC ZZ,ZZ9.99.
           05 ED-COST-PER-X REDEFINES ED-COST-PER PIC X(9).
           05 ED-REVENUE       PIC Z,ZZZ,ZZ9.99.
           05 ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-CAMPAIGNS
           IF WS-CP-COUNT = 0
               DISPLAY "NO CAMPAIGNS (campaigns.dat) ON FILE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-LOAD-ORDERS
           PERFORM 0180-PRICE-ORDERS
           PERFORM 0200-READ-MAIL-HISTORY
           PERFORM 0300-READ-RESPONSES
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OR-COUNT
               IF ORE-CAMPAIGN(O) > 0
                   MOVE ORE-CAMPAIGN(O) TO WS-CAMP-INDEX
                   ADD ORE-NET(O) TO CPE-REVENUE(WS-CAMP-INDEX)
                   MOVE ORE-CUST-ID(O) TO WS-WORK-CUST-ID
                   PERFORM 0700-ADD-RESPONDER
               END-IF
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RP-COUNT
               ADD 1 TO CPE-RESPONSES(RPE-CAMPAIGN(R))
           END-PERFORM
           PERFORM 0400-PRINT-REPORT
           MOVE RT-REVENUE TO ED-TOTAL
           DISPLAY WS-CP-COUNT " CAMPAIGNS, " RT-RESPONSES
               " RESPONSES, " ED-TOTAL " REVENUE. SEE camprpt.rpt."
           IF WS-TABLE-FULL = "Y"
               DISPLAY "*** MORE ORDERS OR RESPONSES THAN ONE RUN "
                   "HOLDS -- THE FIGURES ARE UNDERSTATED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CP-COUNT
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CP-EOF = "Y" OR WS-CP-COUNT = 200
               READ CAMPAIGN-FILE
                   AT END
                       MOVE "Y" TO WS-CP-EOF
                   NOT AT END
                       ADD 1 TO WS-CP-COUNT
                       MOVE CAMPAIGN-RECORD TO CP-ENTRY(WS-CP-COUNT)
                       MOVE 0 TO CPE-MAILED(WS-CP-COUNT)
                       MOVE 0 TO CPE-RESPONSES(WS-CP-COUNT)
                       MOVE 0 TO CPE-REVENUE(WS-CP-COUNT)
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE.

      *    ORDER LINES ARE FOLDED TO ONE ENTRY PER ORDER NUMBER.
       0150-LOAD-ORDERS.
           MOVE 0 TO WS-OR-COUNT
           OPEN INPUT ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       IF SO-STATUS NOT = "C"
                           PERFORM 0160-TAKE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       0160-TAKE-ONE-ORDER.
           MOVE 0 TO WS-ORDER-INDEX
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OR-COUNT
               IF ORE-ORDER-NO(O) = SO-ORDER-NO
                   MOVE O TO WS-ORDER-INDEX
               END-IF
           END-PERFORM
           IF WS-ORDER-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-COUNT = 2000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OR-COUNT
           MOVE SO-ORDER-NO TO ORE-ORDER-NO(WS-OR-COUNT)
           MOVE SO-CUST-ID TO ORE-CUST-ID(WS-OR-COUNT)
           MOVE SO-ORDER-DATE TO ORE-ORDER-DATE(WS-OR-COUNT)
           MOVE 0 TO ORE-NET(WS-OR-COUNT)
           MOVE 0 TO ORE-CAMPAIGN(WS-OR-COUNT).

       0180-PRICE-ORDERS.
           OPEN INPUT SALES-INVOICE-FILE
           IF WS-SI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-EOF = "Y"
               READ SALES-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-SI-EOF
                   NOT AT END
                       PERFORM VARYING O FROM 1 BY 1
                               UNTIL O > WS-OR-COUNT
                           IF ORE-ORDER-NO(O) = SI-ORDER-NO
                               ADD SI-NET TO ORE-NET(O)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SALES-INVOICE-FILE.

      *    COUNTS EACH MAILING AND OFFERS THE CUSTOMER'S ORDERS TO
      *    THE CAMPAIGN THAT MAILED THEM.
       0200-READ-MAIL-HISTORY.
           OPEN INPUT MAIL-HISTORY-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MH-EOF = "Y"
               READ MAIL-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-MH-EOF
                   NOT AT END
                       PERFORM 0720-FIND-CAMPAIGN
                       IF WS-CAMP-INDEX > 0
                           ADD 1 TO CPE-MAILED(WS-CAMP-INDEX)
                           PERFORM 0250-MATCH-ORDERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-HISTORY-FILE.

       0250-MATCH-ORDERS.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OR-COUNT
               IF ORE-CUST-ID(O) = MH-CUST-ID
                   PERFORM 0260-MATCH-ONE-ORDER
               END-IF
           END-PERFORM.

      *    INSIDE THE WINDOW MEANS ON OR AFTER THE SEND DATE AND NO
      *    MORE THAN THE WINDOW'S DAYS AFTER IT. THE LATER-SENT OF
      *    TWO QUALIFYING CAMPAIGNS TAKES THE ORDER.
       0260-MATCH-ONE-ORDER.
           MOVE 0 TO WS-DV-RESULT
           MOVE "D" TO WS-DV-FUNCTION
           MOVE CPE-SEND-DATE(WS-CAMP-INDEX) TO WS-DV-DATE-1
           MOVE ORE-ORDER-DATE(O) TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y" OR WS-DV-RESULT < 0
                   OR WS-DV-RESULT > CPE-WINDOW-DAYS(WS-CAMP-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF ORE-CAMPAIGN(O) > 0
               IF CPE-SEND-DATE(ORE-CAMPAIGN(O))
                   >= CPE-SEND-DATE(WS-CAMP-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CAMP-INDEX TO ORE-CAMPAIGN(O).

       0300-READ-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RS-EOF = "Y"
               READ RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-RS-EOF
                   NOT AT END
                       MOVE RS-CAMPAIGN TO MH-CAMPAIGN
                       PERFORM 0720-FIND-CAMPAIGN
                       IF WS-CAMP-INDEX > 0
                           MOVE RS-CUST-ID TO WS-WORK-CUST-ID
                           PERFORM 0700-ADD-RESPONDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE.

       0400-PRINT-REPORT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "camprpt.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "MARKETING CAMPAIGN RESULTS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CAMPAIGN DESCRIPTION        SENT     MAILED  RESP"
               "  RATE% COST/RESP      REVENUE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               ADD CPE-MAILED(P) TO RT-MAILED
               ADD CPE-RESPONSES(P) TO RT-RESPONSES
               ADD CPE-COST(P) TO RT-COST
               ADD CPE-REVENUE(P) TO RT-REVENUE
               PERFORM 0450-PRINT-ONE-CAMPAIGN
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE RT-MAILED TO ED-COUNT
           MOVE RT-RESPONSES TO ED-RESPONSES
           MOVE 0 TO WS-RATE
           MOVE "      N/A" TO ED-COST-PER-X
           IF RT-MAILED > 0
               COMPUTE WS-RATE ROUNDED =
                   RT-RESPONSES * 100 / RT-MAILED
           END-IF
           IF RT-RESPONSES > 0
               COMPUTE WS-COST-PER ROUNDED = RT-COST / RT-RESPONSES
               MOVE WS-COST-PER TO ED-COST-PER
           END-IF
           MOVE WS-RATE TO ED-RATE
           MOVE RT-REVENUE TO ED-REVENUE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "ALL CAMPAIGNS                         " ED-COUNT " "
               ED-RESPONSES " " ED-RATE " " ED-COST-PER " " ED-REVENUE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    A CAMPAIGN WITH NO RESPONSES HAS NO COST PER RESPONSE.
       0450-PRINT-ONE-CAMPAIGN.
           MOVE CPE-MAILED(P) TO ED-COUNT
           MOVE CPE-RESPONSES(P) TO ED-RESPONSES
           MOVE 0 TO WS-RATE
           IF CPE-MAILED(P) > 0
               COMPUTE WS-RATE ROUNDED =
                   CPE-RESPONSES(P) * 100 / CPE-MAILED(P)
           END-IF
           MOVE WS-RATE TO ED-RATE
           MOVE "      N/A" TO ED-COST-PER-X
           IF CPE-RESPONSES(P) > 0
               COMPUTE WS-COST-PER ROUNDED =
                   CPE-COST(P) / CPE-RESPONSES(P)
               MOVE WS-COST-PER TO ED-COST-PER
           END-IF
           MOVE CPE-REVENUE(P) TO ED-REVENUE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING CPE-CODE(P) " " CPE-DESC(P)(1:18) " "
               CPE-SEND-DATE(P) " " ED-COUNT " " ED-RESPONSES " "
               ED-RATE " " ED-COST-PER " " ED-REVENUE
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0700-ADD-RESPONDER.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RP-COUNT
               IF RPE-CUST-ID(R) = WS-WORK-CUST-ID
                   AND RPE-CAMPAIGN(R) = WS-CAMP-INDEX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RP-COUNT = 5000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RP-COUNT
           MOVE WS-WORK-CUST-ID TO RPE-CUST-ID(WS-RP-COUNT)
           MOVE WS-CAMP-INDEX TO RPE-CAMPAIGN(WS-RP-COUNT).

       0720-FIND-CAMPAIGN.
           MOVE 0 TO WS-CAMP-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CP-COUNT
               IF CPE-CODE(P) = MH-CAMPAIGN
                   MOVE P TO WS-CAMP-INDEX
               END-IF
           END-PERFORM.
