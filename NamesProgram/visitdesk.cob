       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISITDESK.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    FRONT-DESK VISITOR MANAGEMENT. THE FRONT DESK HAS
      *            BEEN USING NamesProgram AS ITS VISITOR BOOK, BUT
      *            guestbook.log ONLY EVER SAID THAT A NAME SIGNED
      *            IN -- NOT WHOM THEY CAME TO SEE, NOR WHETHER THEY
      *            ARE STILL IN THE BUILDING. visitors.dat NOW HOLDS
      *            ONE LINE PER VISIT (VISIT DATE FIRST, SO THE
      *            RETENTION POLICY CAN AGE IT), AND THIS PROGRAM:
      *              - PRE-REGISTERS A VISITOR FOR THE STAFF MEMBER
      *                HOSTING THEM -- THE HOST MUST BE AN EMP-ID ON
      *                employee.dat;
      *              - SIGNS A VISITOR IN: THE NAME IS CHECKED
      *                AGAINST TODAY'S PRE-REGISTRATIONS, AND A
      *                WALK-IN WHO IS NOT ON THE LIST MUST NAME A
      *                HOST ON employee.dat AND IS BADGED "ESCORT
      *                REQUIRED". A PRINTABLE BADGE GOES TO
      *                visitbadge.txt, THE SIGN-IN IS STILL WRITTEN
      *                TO guestbook.log AS NamesProgram WRITES IT,
      *                AND THE HOST IS TOLD THROUGH THE NOTIFICATION
      *                OUTBOX (TEMPLATE VISITARR);
      *              - SIGNS A VISITOR OUT BY BADGE NUMBER, WITH THE
      *                DATE AND TIME;
      *              - LISTS EVERYONE STILL SIGNED IN -- THE FIRE
      *                ROLL-CALL -- ON THE SCREEN AND, THROUGH THE
      *                SHARED PRINT SERVICES, ON visitroll.rpt.
      *            SEE visiteod.cob FOR THE END-OF-DAY REPORT OF
      *            VISITORS WHO NEVER SIGNED OUT. SAME LOAD-TO-TABLE
      *            / REWRITE-WHOLE APPROACH AS THE OTHER
      *            LINE-SEQUENTIAL MASTERS.
      *    compile with ->  cobc -x -o visitdesk visitdesk.cob
      *    then run ./visitdesk

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-FILE ASSIGN TO "visitors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VS-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT BADGE-FILE ASSIGN TO "visitbadge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-FILE-STATUS.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "guestbook.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER VISIT. VS-STATUS "E" EXPECTED (PRE-
      *    REGISTERED), "I" SIGNED IN, "O" SIGNED OUT, "C" CANCELLED.
      *    THE VISIT NUMBER IS ALSO THE BADGE NUMBER.
       FD  VISITOR-FILE.
       01  VISITOR-RECORD.
           05 VS-VISIT-DATE    PIC X(8).
           05 VS-VISIT-NO      PIC 9(6).
           05 VS-NAME          PIC X(30).
           05 VS-COMPANY       PIC X(30).
           05 VS-HOST-ID       PIC X(5).
           05 VS-STATUS        PIC X.
           05 VS-WALK-IN       PIC X.
           05 VS-IN-TIME       PIC X(6).
           05 VS-OUT-DATE      PIC X(8).
           05 VS-OUT-TIME      PIC X(6).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  BADGE-FILE.
       01  BADGE-RECORD        PIC X(60).

      *    SAME LINE NamesProgram's 900-LOG-SIGNIN WRITES.
       FD  SIGNIN-LOG-FILE.
       01  SIGNIN-LOG-RECORD   PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-VS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-VS-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-LOG-LINE         PIC X(60).
       01  WS-BADGE-LINE       PIC X(60).
       01  WS-WORK-NAME        PIC X(30).
       01  WS-WORK-HOST        PIC X(5).
       01  WS-HOST-NAME        PIC X(30).
       01  WS-HOST-FOUND       PIC X VALUE "N".
       01  WS-FOUND-INDEX      PIC 9(4) VALUE 0.
       01  WS-NEXT-VISIT-NO    PIC 9(6) VALUE 0.
       01  WS-ON-SITE-COUNT    PIC 9(4) VALUE 0.
       01  WS-PR-PROMPT        PIC X(60).
       01  WS-PR-NUM-BUFFER    PIC X(18).
       01  WS-WORK-VISIT-NO    PIC 9(6) VALUE 0.

       01  VISITOR-TABLE.
           05 WS-VS-COUNT      PIC 9(4) VALUE 0.
           05 VS-ENTRY OCCURS 2000 TIMES.
               10 VSE-VISIT-DATE   PIC X(8).
               10 VSE-VISIT-NO     PIC 9(6).
               10 VSE-NAME         PIC X(30).
               10 VSE-COMPANY      PIC X(30).
               10 VSE-HOST-ID      PIC X(5).
               10 VSE-STATUS       PIC X.
               10 VSE-WALK-IN      PIC X.
               10 VSE-IN-TIME      PIC X(6).
               10 VSE-OUT-DATE     PIC X(8).
               10 VSE-OUT-TIME     PIC X(6).
       01  V                   PIC 9(4) VALUE 1.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  NOTIFY-FIELDS.
           05 WS-NF-TYPE       PIC X VALUE "S".
           05 WS-NF-ID         PIC X(10).
           05 WS-NF-CHANNEL    PIC X VALUE SPACE.
           05 WS-NF-TEMPLATE   PIC X(8) VALUE "VISITARR".
           05 WS-NF-MERGE.
               10 WS-NF-MERGE-1 PIC X(30).
               10 WS-NF-MERGE-2 PIC X(30).
               10 WS-NF-MERGE-3 PIC X(30).
               10 WS-NF-MERGE-4 PIC X(30).
           05 WS-NF-CONSENT    PIC X VALUE SPACE.
           05 WS-NF-RESULT     PIC X.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-SIGNON-RESULT    PIC X VALUE "N".
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X VALUE SPACE.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "VISITDESK".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  WS-EMPLOYEE-LOGICAL PIC X(20) VALUE "employee.dat".
       01  WS-EMPLOYEE-PATH    PIC X(50) VALUE "employee.dat".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ENVCONFIG" USING WS-EMPLOYEE-LOGICAL
               WS-EMPLOYEE-PATH
           CALL "SIGNON" USING WS-SIGNON-RESULT WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           IF WS-SIGNON-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-VISITOR-TABLE
           IF WS-VS-COUNT = 2000 AND WS-VS-EOF NOT = "Y"
      *        REWRITING FROM A FULL TABLE WOULD DROP THE OVERFLOW.
               DISPLAY "*** MORE THAN 2000 LINES ON visitors.dat. "
                   "RUN THE RETENTION POLICY OVER IT BEFORE "
                   "USING THE DESK. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
               PERFORM 0200-SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "P"
                       PERFORM 0300-PRE-REGISTER THRU 0300-EXIT
                   WHEN "C"
                       PERFORM 0350-CANCEL-VISIT THRU 0350-EXIT
                   WHEN "I"
                       PERFORM 0400-SIGN-IN THRU 0400-EXIT
                   WHEN "O"
                       PERFORM 0500-SIGN-OUT THRU 0500-EXIT
                   WHEN "R"
                       PERFORM 0600-ROLL-CALL
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-EVALUATE
           END-PERFORM
           DISPLAY "GOODBYE."
           STOP RUN.

       0100-LOAD-VISITOR-TABLE.
           MOVE 0 TO WS-VS-COUNT
           MOVE 0 TO WS-NEXT-VISIT-NO
           MOVE "N" TO WS-VS-EOF
           OPEN INPUT VISITOR-FILE
           IF WS-VS-FILE-STATUS = "00"
               PERFORM UNTIL WS-VS-EOF = "Y" OR WS-VS-COUNT = 2000
                   READ VISITOR-FILE
                       AT END
                           MOVE "Y" TO WS-VS-EOF
                       NOT AT END
                           ADD 1 TO WS-VS-COUNT
                           MOVE VISITOR-RECORD
                               TO VS-ENTRY(WS-VS-COUNT)
                           IF VS-VISIT-NO > WS-NEXT-VISIT-NO
                               MOVE VS-VISIT-NO TO WS-NEXT-VISIT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-FILE
           END-IF.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "----- FRONT DESK -----"
           DISPLAY "P - PRE-REGISTER A VISITOR"
           DISPLAY "C - CANCEL A PRE-REGISTRATION"
           DISPLAY "I - SIGN A VISITOR IN"
           DISPLAY "O - SIGN A VISITOR OUT"
           DISPLAY "R - ROLL-CALL: VISITORS ON SITE NOW"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

      *    THE HOST REGISTERS THEIR OWN VISITOR -- THEIR EMP-ID
      *    MUST BE ON THE EMPLOYEE FILE.
       0300-PRE-REGISTER.
           IF WS-VS-COUNT = 2000
               DISPLAY "VISITOR FILE IS FULL (2000)."
               GO TO 0300-EXIT
           END-IF
           PERFORM 0700-ACCEPT-HOST
           IF WS-HOST-FOUND NOT = "Y"
               GO TO 0300-EXIT
           END-IF
           DISPLAY "VISITOR'S NAME: "
           MOVE SPACES TO WS-WORK-NAME
           ACCEPT WS-WORK-NAME
           IF WS-WORK-NAME = SPACES
               DISPLAY "A VISITOR NAME IS REQUIRED."
               GO TO 0300-EXIT
           END-IF
           DISPLAY "VISIT DATE (YYYYMMDD): "
           MOVE SPACES TO WS-DV-DATE-1
           ACCEPT WS-DV-DATE-1
           MOVE "V" TO WS-DV-FUNCTION
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-DV-DATE-1 " IS NOT A REAL DATE."
               GO TO 0300-EXIT
           END-IF
           IF WS-DV-DATE-1 < WS-TODAY
               DISPLAY "A VISIT CANNOT BE REGISTERED IN THE PAST."
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-VS-COUNT
           ADD 1 TO WS-NEXT-VISIT-NO
           MOVE WS-DV-DATE-1 TO VSE-VISIT-DATE(WS-VS-COUNT)
           MOVE WS-NEXT-VISIT-NO TO VSE-VISIT-NO(WS-VS-COUNT)
           MOVE WS-WORK-NAME TO VSE-NAME(WS-VS-COUNT)
           DISPLAY "VISITOR'S COMPANY: "
           MOVE SPACES TO VSE-COMPANY(WS-VS-COUNT)
           ACCEPT VSE-COMPANY(WS-VS-COUNT)
           MOVE WS-WORK-HOST TO VSE-HOST-ID(WS-VS-COUNT)
           MOVE "E" TO VSE-STATUS(WS-VS-COUNT)
           MOVE "N" TO VSE-WALK-IN(WS-VS-COUNT)
           MOVE SPACES TO VSE-IN-TIME(WS-VS-COUNT)
           MOVE SPACES TO VSE-OUT-DATE(WS-VS-COUNT)
           MOVE SPACES TO VSE-OUT-TIME(WS-VS-COUNT)
           PERFORM 0800-REWRITE-VISITOR-FILE
           DISPLAY "VISIT " WS-NEXT-VISIT-NO " REGISTERED FOR "
               WS-DV-DATE-1 "."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PRE-REGISTERED VISIT " WS-NEXT-VISIT-NO
               " HOST " WS-WORK-HOST
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0300-EXIT.
           EXIT.

       0350-CANCEL-VISIT.
           PERFORM 0720-ACCEPT-VISIT-NO
           IF WS-FOUND-INDEX = 0
               GO TO 0350-EXIT
           END-IF
           IF VSE-STATUS(WS-FOUND-INDEX) NOT = "E"
               DISPLAY "ONLY A VISIT NOT YET SIGNED IN CAN BE "
                   "CANCELLED."
               GO TO 0350-EXIT
           END-IF
           MOVE "C" TO VSE-STATUS(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-VISITOR-FILE
           DISPLAY "VISIT " WS-WORK-VISIT-NO " CANCELLED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CANCELLED VISIT " WS-WORK-VISIT-NO
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION.
       0350-EXIT.
           EXIT.

      *    TODAY'S PRE-REGISTRATIONS ARE SEARCHED BY NAME FIRST. A
      *    WALK-IN NOT ON THE LIST MUST NAME A HOST ON THE EMPLOYEE
      *    FILE, OR IS NOT SIGNED IN AT ALL.
       0400-SIGN-IN.
           DISPLAY "VISITOR'S NAME: "
           MOVE SPACES TO WS-WORK-NAME
           ACCEPT WS-WORK-NAME
           IF WS-WORK-NAME = SPACES
               GO TO 0400-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VS-COUNT
               IF WS-FOUND-INDEX = 0
                       AND VSE-STATUS(V) = "E"
                       AND VSE-VISIT-DATE(V) = WS-TODAY
                       AND FUNCTION UPPER-CASE(VSE-NAME(V))
                           = FUNCTION UPPER-CASE(WS-WORK-NAME)
                   MOVE V TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > 0
               MOVE VSE-HOST-ID(WS-FOUND-INDEX) TO WS-WORK-HOST
               PERFORM 0710-LOOK-UP-HOST
               DISPLAY "EXPECTED -- VISIT "
                   VSE-VISIT-NO(WS-FOUND-INDEX) " TO SEE "
                   FUNCTION TRIM(WS-HOST-NAME) "."
           ELSE
               PERFORM 0450-ADD-WALK-IN THRU 0450-EXIT
               IF WS-FOUND-INDEX = 0
                   GO TO 0400-EXIT
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "I" TO VSE-STATUS(WS-FOUND-INDEX)
           MOVE WS-TIMESTAMP(9:6) TO VSE-IN-TIME(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-VISITOR-FILE
           PERFORM 0900-PRINT-BADGE
           PERFORM 0920-LOG-GUESTBOOK
           PERFORM 0940-NOTIFY-HOST
           DISPLAY "SIGNED IN. BADGE " VSE-VISIT-NO(WS-FOUND-INDEX)
               " IS ON visitbadge.txt."
           EVALUATE WS-NF-RESULT
               WHEN "Q"
                   DISPLAY "THE HOST HAS BEEN NOTIFIED."
               WHEN "S"
                   DISPLAY "THE HOST HAS NOT AGREED TO BE CONTACTED "
                       "-- PLEASE CALL THEM."
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "THE HOST COULD NOT BE NOTIFIED -- PLEASE "
                       "CALL THEM."
           END-EVALUATE.
       0400-EXIT.
           EXIT.

       0450-ADD-WALK-IN.
           MOVE 0 TO WS-FOUND-INDEX
           DISPLAY "NOT PRE-REGISTERED FOR TODAY -- SIGNING IN AS A "
               "WALK-IN."
           IF WS-VS-COUNT = 2000
               DISPLAY "VISITOR FILE IS FULL (2000)."
               GO TO 0450-EXIT
           END-IF
           PERFORM 0700-ACCEPT-HOST
           IF WS-HOST-FOUND NOT = "Y"
               DISPLAY "A WALK-IN MUST BE VISITING SOMEONE ON THE "
                   "EMPLOYEE FILE. NOT SIGNED IN."
               GO TO 0450-EXIT
           END-IF
           ADD 1 TO WS-VS-COUNT
           ADD 1 TO WS-NEXT-VISIT-NO
           MOVE WS-VS-COUNT TO WS-FOUND-INDEX
           MOVE WS-TODAY TO VSE-VISIT-DATE(WS-FOUND-INDEX)
           MOVE WS-NEXT-VISIT-NO TO VSE-VISIT-NO(WS-FOUND-INDEX)
           MOVE WS-WORK-NAME TO VSE-NAME(WS-FOUND-INDEX)
           DISPLAY "VISITOR'S COMPANY: "
           MOVE SPACES TO VSE-COMPANY(WS-FOUND-INDEX)
           ACCEPT VSE-COMPANY(WS-FOUND-INDEX)
           MOVE WS-WORK-HOST TO VSE-HOST-ID(WS-FOUND-INDEX)
           MOVE "Y" TO VSE-WALK-IN(WS-FOUND-INDEX)
           MOVE SPACES TO VSE-OUT-DATE(WS-FOUND-INDEX)
           MOVE SPACES TO VSE-OUT-TIME(WS-FOUND-INDEX).
       0450-EXIT.
           EXIT.

       0500-SIGN-OUT.
           PERFORM 0720-ACCEPT-VISIT-NO
           IF WS-FOUND-INDEX = 0
               GO TO 0500-EXIT
           END-IF
           IF VSE-STATUS(WS-FOUND-INDEX) NOT = "I"
               DISPLAY "BADGE " WS-WORK-VISIT-NO
                   " IS NOT SIGNED IN."
               GO TO 0500-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "O" TO VSE-STATUS(WS-FOUND-INDEX)
           MOVE WS-TIMESTAMP(1:8) TO VSE-OUT-DATE(WS-FOUND-INDEX)
           MOVE WS-TIMESTAMP(9:6) TO VSE-OUT-TIME(WS-FOUND-INDEX)
           PERFORM 0800-REWRITE-VISITOR-FILE
           DISPLAY FUNCTION TRIM(VSE-NAME(WS-FOUND-INDEX))
               " SIGNED OUT AT " WS-TIMESTAMP(9:2) ":"
               WS-TIMESTAMP(11:2) ".".
       0500-EXIT.
           EXIT.

      *    EVERYONE STILL SIGNED IN, WHATEVER DAY THEY ARRIVED --
      *    FOR A FIRE, BETTER ONE NAME TOO MANY THAN ONE TOO FEW.
       0600-ROLL-CALL.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "visitroll.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "VISITORS ON SITE -- ROLL-CALL AT "
               FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2)
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "BADGE  VISITOR                        "
               "HOST   ARRIVED         "
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY " "
           DISPLAY "----- " FUNCTION TRIM(WS-PS-TEXT-2) " -----"
           DISPLAY FUNCTION TRIM(WS-PS-TEXT-1 TRAILING)
           MOVE 0 TO WS-ON-SITE-COUNT
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VS-COUNT
               IF VSE-STATUS(V) = "I"
                   ADD 1 TO WS-ON-SITE-COUNT
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING VSE-VISIT-NO(V) " " VSE-NAME(V) " "
                       VSE-HOST-ID(V) "  " VSE-VISIT-DATE(V) " "
                       VSE-IN-TIME(V)(1:2) ":" VSE-IN-TIME(V)(3:2)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION
                       WS-PS-TEXT-1 WS-PS-TEXT-2
                   DISPLAY FUNCTION TRIM(WS-PS-TEXT-1 TRAILING)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           STRING "VISITORS ON SITE: " WS-ON-SITE-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY FUNCTION TRIM(WS-PS-TEXT-1 TRAILING)
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0700-ACCEPT-HOST.
           DISPLAY "HOST'S EMP-ID: "
           MOVE SPACES TO WS-WORK-HOST
           ACCEPT WS-WORK-HOST
           PERFORM 0710-LOOK-UP-HOST
           IF WS-HOST-FOUND = "Y"
               DISPLAY "HOST: " FUNCTION TRIM(WS-HOST-NAME)
           ELSE
               DISPLAY WS-WORK-HOST " IS NOT ON THE EMPLOYEE FILE."
           END-IF.

       0710-LOOK-UP-HOST.
           MOVE "N" TO WS-HOST-FOUND
           MOVE SPACES TO WS-HOST-NAME
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                   WS-EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-HOST TO EMP-ID
           READ EMPLOYEE-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOST-FOUND
                   MOVE EMP-NAME TO WS-HOST-NAME
           END-READ
           CLOSE EMPLOYEE-FILE.

       0720-ACCEPT-VISIT-NO.
           MOVE 0 TO WS-FOUND-INDEX
           MOVE "BADGE / VISIT NUMBER: " TO WS-PR-PROMPT
           CALL "NUMVALID" USING WS-PR-PROMPT WS-PR-NUM-BUFFER
           MOVE WS-PR-NUM-BUFFER TO WS-WORK-VISIT-NO
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VS-COUNT
               IF VSE-VISIT-NO(V) = WS-WORK-VISIT-NO
                   MOVE V TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               DISPLAY "NO VISIT " WS-WORK-VISIT-NO " ON FILE."
           END-IF.

       0800-REWRITE-VISITOR-FILE.
           OPEN OUTPUT VISITOR-FILE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VS-COUNT
               MOVE VS-ENTRY(V) TO VISITOR-RECORD
               WRITE VISITOR-RECORD
           END-PERFORM
           CLOSE VISITOR-FILE.

      *    ONE BADGE PER SIGN-IN, APPENDED FOR THE DESK PRINTER.
       0900-PRINT-BADGE.
           OPEN EXTEND BADGE-FILE
           IF WS-BG-FILE-STATUS NOT = "00"
               OPEN OUTPUT BADGE-FILE
               CLOSE BADGE-FILE
               OPEN EXTEND BADGE-FILE
           END-IF
           MOVE ALL "*" TO BADGE-RECORD
           WRITE BADGE-RECORD
           MOVE "               V I S I T O R" TO BADGE-RECORD
           WRITE BADGE-RECORD
           MOVE SPACES TO WS-BADGE-LINE
           STRING "  " VSE-NAME(WS-FOUND-INDEX)
               DELIMITED BY SIZE INTO WS-BADGE-LINE
           MOVE WS-BADGE-LINE TO BADGE-RECORD
           WRITE BADGE-RECORD
           MOVE SPACES TO WS-BADGE-LINE
           STRING "  " VSE-COMPANY(WS-FOUND-INDEX)
               DELIMITED BY SIZE INTO WS-BADGE-LINE
           MOVE WS-BADGE-LINE TO BADGE-RECORD
           WRITE BADGE-RECORD
           MOVE SPACES TO WS-BADGE-LINE
           STRING "  HOST: " WS-HOST-NAME
               DELIMITED BY SIZE INTO WS-BADGE-LINE
           MOVE WS-BADGE-LINE TO BADGE-RECORD
           WRITE BADGE-RECORD
           MOVE SPACES TO WS-BADGE-LINE
           STRING "  BADGE " VSE-VISIT-NO(WS-FOUND-INDEX)
               "   VALID " WS-TODAY " ONLY"
               DELIMITED BY SIZE INTO WS-BADGE-LINE
           MOVE WS-BADGE-LINE TO BADGE-RECORD
           WRITE BADGE-RECORD
           IF VSE-WALK-IN(WS-FOUND-INDEX) = "Y"
               MOVE "  ** ESCORT REQUIRED **" TO BADGE-RECORD
               WRITE BADGE-RECORD
           END-IF
           MOVE ALL "*" TO BADGE-RECORD
           WRITE BADGE-RECORD
           CLOSE BADGE-FILE.

       0920-LOG-GUESTBOOK.
           OPEN EXTEND SIGNIN-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
      *        LOG DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST ENTRY IS ACTUALLY WRITTEN.
               OPEN OUTPUT SIGNIN-LOG-FILE
               CLOSE SIGNIN-LOG-FILE
               OPEN EXTEND SIGNIN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               "  NAME=" VSE-NAME(WS-FOUND-INDEX)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO SIGNIN-LOG-RECORD
           WRITE SIGNIN-LOG-RECORD
           CLOSE SIGNIN-LOG-FILE.

      *    THE VISIT NUMBER KEEPS EACH ARRIVAL A MESSAGE OF ITS OWN.
       0940-NOTIFY-HOST.
           MOVE VSE-HOST-ID(WS-FOUND-INDEX) TO WS-NF-ID
           MOVE VSE-NAME(WS-FOUND-INDEX) TO WS-NF-MERGE-1
           MOVE VSE-COMPANY(WS-FOUND-INDEX) TO WS-NF-MERGE-2
           MOVE SPACES TO WS-NF-MERGE-3
           STRING WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-NF-MERGE-3
           MOVE VSE-VISIT-NO(WS-FOUND-INDEX) TO WS-NF-MERGE-4
           CALL "NOTIFY" USING WS-AUDIT-PROGRAM WS-NF-TYPE WS-NF-ID
               WS-NF-CHANNEL WS-NF-TEMPLATE WS-NF-MERGE
               WS-NF-CONSENT WS-NF-RESULT.
