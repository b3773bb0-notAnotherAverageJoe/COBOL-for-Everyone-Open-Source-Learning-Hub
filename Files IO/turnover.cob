       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    HEADCOUNT, TURNOVER AND TENURE REPORT. THE
      *            QUARTERLY HEADCOUNT PACK USED TO BE BUILT BY HAND
      *            FROM termarchive.dat AND A PRINTOUT OF
      *            employee.dat. FOR A KEYED PERIOD THIS REPORT
      *            RECONSTRUCTS OPENING AND CLOSING HEADCOUNT BY
      *            DEPARTMENT (empdept.dat) AND POSITION, WORKING
      *            BACK FROM TODAY'S MASTER: EVERY ADD AND REHIRE
      *            ENTRY ON empjournal.dat IS A HIRE AND EVERY
      *            termarchive.dat RECORD IS A LEAVER ON ITS
      *            TA-TERM-DATE, SO THE HEADCOUNT AT ANY DATE IS
      *            TODAY'S STAFF LESS THE HIRES SINCE PLUS THE
      *            LEAVERS SINCE. LEAVERS ARE SPLIT VOLUNTARY
      *            (REASON RES RESIGNED OR RET RETIRED) AND
      *            INVOLUNTARY (EVERY OTHER REASON -- RED, DIS ...),
      *            EACH AS A RATE OF THE AVERAGE OF OPENING AND
      *            CLOSING HEADCOUNT. CURRENT STAFF ARE BANDED BY
      *            TENURE FROM THE SENIORITY DATE ON hrprofile.dat,
      *            OR THE LATEST HIRE ON THE JOURNAL WHERE THERE IS
      *            NO PROFILE, AND A TRAILING TWELVE-MONTH TREND OF
      *            MONTH-END HEADCOUNT, HIRES, LEAVERS AND TURNOVER
      *            ENDS THE REPORT. DEPARTMENT IS THE CURRENT
      *            empdept.dat ASSIGNMENT; POSITION IS THE ONE HELD
      *            AT THE HIRE, THE TERMINATION OR TODAY. THE REPORT
      *            GOES THROUGH THE SHARED PRINT SERVICES TO
      *            turnover.rpt.
      *    compile with ->  cobc -x -o turnover turnover.cob
      *    then run ./turnover

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "empdept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT TERM-ARCHIVE-FILE ASSIGN TO "termarchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-FILE-STATUS.
           SELECT HR-PROFILE-FILE ASSIGN TO "hrprofile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EMP-ID
               FILE STATUS IS WS-HR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 EMP-NAME         PIC X(30).
           05 EMP-POSITION     PIC X(15).
           05 EMP-HOURLY-RATE  PIC 9(5)V99.
           05 EMP-SALARY       PIC 9(7)V99.
           05 EMP-TAX-RATE     PIC 9(5)V99.
           05 EMP-DEDUCTIONS   PIC 9(7)V99.

       FD  EMP-DEPT-FILE.
       01  EMP-DEPT-RECORD.
           05 ED-EMP-ID        PIC X(5).
           05 ED-DEPT-CODE     PIC X(4).

      *    SAME LAYOUT EmployeeMaint AND empapprove.cob WRITE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP     PIC X(14).
           05 JR-ACTION        PIC X(6).
           05 JR-EMP-ID        PIC X(5).
           05 JR-BEFORE-IMAGE.
               10 JRB-EMP-ID        PIC X(5).
               10 JRB-NAME          PIC X(30).
               10 JRB-POSITION      PIC X(15).
               10 JRB-HOURLY-RATE   PIC X(7).
               10 JRB-SALARY        PIC X(9).
               10 JRB-TAX-RATE      PIC X(7).
               10 JRB-DEDUCTIONS    PIC X(9).
           05 JR-AFTER-IMAGE.
               10 JRA-EMP-ID        PIC X(5).
               10 JRA-NAME          PIC X(30).
               10 JRA-POSITION      PIC X(15).
               10 JRA-HOURLY-RATE   PIC X(7).
               10 JRA-SALARY        PIC X(9).
               10 JRA-TAX-RATE      PIC X(7).
               10 JRA-DEDUCTIONS    PIC X(9).
           05 JR-OPERATOR-ID   PIC X(10).

       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-RECORD.
           05 TA-TERM-DATE     PIC X(8).
           05 TA-REASON        PIC X(3).
           05 TA-STATUS        PIC X.
           05 TA-EMP-ID        PIC X(5).
           05 TA-EMP-NAME      PIC X(30).
           05 TA-EMP-POSITION  PIC X(15).
           05 TA-EMP-HOURLY-RATE PIC 9(5)V99.
           05 TA-EMP-SALARY    PIC 9(7)V99.
           05 TA-EMP-TAX-RATE  PIC 9(5)V99.
           05 TA-EMP-DEDUCTIONS PIC 9(7)V99.

      *    SAME LAYOUT hrmaint.cob MAINTAINS.
       FD  HR-PROFILE-FILE.
       01  HR-PROFILE-RECORD.
           05 HR-EMP-ID            PIC X(5).
           05 HR-HIRE-DATE         PIC X(8).
           05 HR-SENIORITY-DATE    PIC X(8).
           05 HR-BIRTH-DATE        PIC X(8).
           05 HR-TAXPAYER-ID       PIC X(9).
           05 HR-EMPLOYMENT-TYPE   PIC X.
           05 HR-PROBATION-END     PIC X(8).
           05 HR-ADDRESS.
               10 HR-STREET        PIC X(30).
               10 HR-CITY          PIC X(20).
               10 HR-STATE         PIC X(2).
               10 HR-POSTAL-CODE   PIC X(10).
           05 HR-EMERGENCY-CONTACT.
               10 HR-EMERG-NAME    PIC X(30).
               10 HR-EMERG-PHONE   PIC X(15).
               10 HR-EMERG-RELATION PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-ED-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-JR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF              PIC X VALUE "N".
       01  WS-ED-EOF           PIC X VALUE "N".
       01  WS-JR-EOF           PIC X VALUE "N".
       01  WS-TA-EOF           PIC X VALUE "N".
       01  WS-HR-ON-FILE       PIC X VALUE "N".
       01  WS-FROM-DATE        PIC X(8).
       01  WS-TO-DATE          PIC X(8).
       01  WS-TODAY            PIC X(8).
       01  WS-TENURE-START     PIC X(8).
       01  WS-UNBUCKETED-COUNT PIC 9(4) VALUE 0.

      *    THE EVENT BEING TALLIED: "H" HIRE OR "L" LEAVER, "V"
      *    VOLUNTARY OR "I" INVOLUNTARY FOR A LEAVER.
       01  WS-EV-EMP-ID        PIC X(5).
       01  WS-EV-DATE          PIC X(8).
       01  WS-EV-TYPE          PIC X.
       01  WS-EV-VOLUNTARY     PIC X.
       01  WS-BK-DEPT          PIC X(4).
       01  WS-BK-POSITION      PIC X(15).

       01  PERIOD-TOTALS.
           05 WS-CURRENT-TOTAL PIC S9(5) VALUE 0.
           05 WS-OPENING-TOTAL PIC S9(5) VALUE 0.
           05 WS-CLOSING-TOTAL PIC S9(5) VALUE 0.
           05 WS-HIRES-TOTAL   PIC S9(5) VALUE 0.
           05 WS-LEAVERS-TOTAL PIC S9(5) VALUE 0.
           05 WS-VOL-LEAVERS   PIC S9(5) VALUE 0.
           05 WS-INVOL-LEAVERS PIC S9(5) VALUE 0.
           05 WS-AVERAGE-HC    PIC S9(5)V9 VALUE 0.
           05 WS-VOL-RATE      PIC S9(3)V99 VALUE 0.
           05 WS-INVOL-RATE    PIC S9(3)V99 VALUE 0.
           05 WS-TOTAL-RATE    PIC S9(3)V99 VALUE 0.

       01  EMP-DEPT-TABLE.
           05 WS-ED-COUNT      PIC 9(3) VALUE 0.
           05 ED-ENTRY OCCURS 500 TIMES.
               10 EDE-EMP-ID    PIC X(5).
               10 EDE-DEPT-CODE PIC X(4).
       01  N                   PIC 9(3) VALUE 1.

      *    LATEST ADD OR REHIRE DATE PER EMP-ID, FOR TENURE WHERE
      *    THERE IS NO HR PROFILE.
       01  HIRE-DATE-TABLE.
           05 WS-HD-COUNT      PIC 9(3) VALUE 0.
           05 HD-ENTRY OCCURS 500 TIMES.
               10 HDE-EMP-ID    PIC X(5).
               10 HDE-DATE      PIC X(8).
       01  H                   PIC 9(3) VALUE 1.
       01  WS-HD-FOUND         PIC 9(3) VALUE 0.

      *    ONE BUCKET PER DEPARTMENT AND POSITION. "AFTER" COUNTS
      *    ARE EVENTS DATED PAST THE PERIOD END -- BACKED OUT OF
      *    TODAY'S STAFF TO REACH THE CLOSING HEADCOUNT.
       01  BUCKET-TABLE.
           05 WS-BK-COUNT      PIC 9(3) VALUE 0.
           05 BK-ENTRY OCCURS 100 TIMES.
               10 BKE-DEPT          PIC X(4).
               10 BKE-POSITION      PIC X(15).
               10 BKE-CURRENT       PIC S9(5).
               10 BKE-HIRES-IN      PIC S9(5).
               10 BKE-HIRES-AFTER   PIC S9(5).
               10 BKE-LEAVERS-IN    PIC S9(5).
               10 BKE-LEAVERS-AFTER PIC S9(5).
       01  B                   PIC 9(3) VALUE 1.
       01  B2                  PIC 9(3) VALUE 1.
       01  WS-BK-SWAP          PIC X(44).
       01  WS-BK-OPEN          PIC S9(5) VALUE 0.
       01  WS-BK-CLOSE         PIC S9(5) VALUE 0.

      *    THE TWELVE MONTHS ENDING WITH THE PERIOD-END MONTH,
      *    OLDEST FIRST.
       01  TREND-TABLE.
           05 TR-ENTRY OCCURS 12 TIMES.
               10 TRE-MONTH.
                   15 TRE-YEAR      PIC 9(4).
                   15 TRE-MM        PIC 9(2).
               10 TRE-HIRES         PIC S9(5).
               10 TRE-LEAVERS       PIC S9(5).
               10 TRE-HIRES-AFTER   PIC S9(5).
               10 TRE-LEAVERS-AFTER PIC S9(5).
       01  T                   PIC 9(2) VALUE 1.
       01  WS-TR-HEADCOUNT     PIC S9(5) VALUE 0.
       01  WS-TR-RATE          PIC S9(3)V99 VALUE 0.

       01  TENURE-TABLE.
           05 TB-ENTRY OCCURS 6 TIMES.
               10 TBE-LABEL     PIC X(14).
               10 TBE-COUNT     PIC 9(5).
       01  WS-TENURE-BAND      PIC 9 VALUE 0.

       01  DATEVAL-FIELDS.
           05 WS-DV-FUNCTION   PIC X.
           05 WS-DV-DATE-1     PIC X(8).
           05 WS-DV-DATE-2     PIC X(8).
           05 WS-DV-VALID      PIC X.
           05 WS-DV-RESULT     PIC S9(7).
           05 WS-DV-DISPLAY    PIC X(10).

       01  EDITED-FIELDS.
           05 ED-COUNT-1       PIC -ZZZ9.
           05 ED-COUNT-2       PIC -ZZZ9.
           05 ED-COUNT-3       PIC -ZZZ9.
           05 ED-COUNT-4       PIC -ZZZ9.
           05 ED-RATE          PIC ZZ9.99.
           05 ED-RATE-2        PIC ZZ9.99.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "ENTER PERIOD START DATE (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER PERIOD END DATE (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-FROM-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY "PERIOD START IS NOT A REAL DATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TO-DATE TO WS-DV-DATE-1
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y" OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "PERIOD END MUST BE A REAL DATE ON OR AFTER "
                   "THE START."
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
           PERFORM 0100-SET-UP-TABLES
           PERFORM 0110-LOAD-EMP-DEPT-TABLE
           PERFORM 0200-TALLY-HIRES
           PERFORM 0250-TALLY-LEAVERS
           OPEN INPUT HR-PROFILE-FILE
           IF WS-HR-FILE-STATUS = "00"
               MOVE "Y" TO WS-HR-ON-FILE
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 0300-TALLY-CURRENT-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-HR-ON-FILE = "Y"
               CLOSE HR-PROFILE-FILE
           END-IF
           PERFORM 0500-PRINT-HEADCOUNT
           PERFORM 0600-PRINT-TURNOVER
           PERFORM 0700-PRINT-TENURE
           PERFORM 0750-PRINT-TREND
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-UNBUCKETED-COUNT > 0
               DISPLAY "WARNING: " WS-UNBUCKETED-COUNT " EVENTS FELL "
                   "OUTSIDE THE 100 DEPARTMENT/POSITION BUCKETS."
           END-IF
           DISPLAY "HEADCOUNT " WS-OPENING-TOTAL " TO "
               WS-CLOSING-TOTAL ", " WS-HIRES-TOTAL " HIRES, "
               WS-LEAVERS-TOTAL " LEAVERS. SEE turnover.rpt."
           GOBACK.

      *    TREND MONTHS COUNT BACK ELEVEN FROM THE PERIOD-END MONTH.
       0100-SET-UP-TABLES.
           MOVE WS-TO-DATE(1:6) TO TRE-MONTH(12)
           PERFORM VARYING T FROM 11 BY -1 UNTIL T < 1
               IF TRE-MM(T + 1) = 1
                   COMPUTE TRE-YEAR(T) = TRE-YEAR(T + 1) - 1
                   MOVE 12 TO TRE-MM(T)
               ELSE
                   MOVE TRE-YEAR(T + 1) TO TRE-YEAR(T)
                   COMPUTE TRE-MM(T) = TRE-MM(T + 1) - 1
               END-IF
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 12
               MOVE 0 TO TRE-HIRES(T) TRE-LEAVERS(T)
                   TRE-HIRES-AFTER(T) TRE-LEAVERS-AFTER(T)
           END-PERFORM
           MOVE "UNDER 1 YEAR" TO TBE-LABEL(1)
           MOVE "1-2 YEARS"    TO TBE-LABEL(2)
           MOVE "3-4 YEARS"    TO TBE-LABEL(3)
           MOVE "5-9 YEARS"    TO TBE-LABEL(4)
           MOVE "10+ YEARS"    TO TBE-LABEL(5)
           MOVE "NOT KNOWN"    TO TBE-LABEL(6)
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
               MOVE 0 TO TBE-COUNT(T)
           END-PERFORM.

       0110-LOAD-EMP-DEPT-TABLE.
           MOVE 0 TO WS-ED-COUNT
           MOVE "N" TO WS-ED-EOF
           OPEN INPUT EMP-DEPT-FILE
           IF WS-ED-FILE-STATUS = "00"
               PERFORM UNTIL WS-ED-EOF = "Y" OR WS-ED-COUNT = 500
                   READ EMP-DEPT-FILE
                       AT END
                           MOVE "Y" TO WS-ED-EOF
                       NOT AT END
                           ADD 1 TO WS-ED-COUNT
                           MOVE ED-EMP-ID
                               TO EDE-EMP-ID(WS-ED-COUNT)
                           MOVE ED-DEPT-CODE
                               TO EDE-DEPT-CODE(WS-ED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *    EVERY ADD AND REHIRE ON THE JOURNAL IS A HIRE ON THE
      *    DATE IT WAS KEYED.
       0200-TALLY-HIRES.
           MOVE "N" TO WS-JR-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JR-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       IF JR-ACTION = "ADD" OR JR-ACTION = "REHIRE"
                           MOVE JR-EMP-ID TO WS-EV-EMP-ID
                           MOVE JR-TIMESTAMP(1:8) TO WS-EV-DATE
                           MOVE "H" TO WS-EV-TYPE
                           MOVE SPACE TO WS-EV-VOLUNTARY
                           MOVE JRA-POSITION TO WS-BK-POSITION
                           PERFORM 0400-TALLY-EVENT
                           PERFORM 0220-NOTE-HIRE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       0220-NOTE-HIRE-DATE.
           MOVE 0 TO WS-HD-FOUND
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HD-COUNT
               IF HDE-EMP-ID(H) = WS-EV-EMP-ID
                   MOVE H TO WS-HD-FOUND
               END-IF
           END-PERFORM
           IF WS-HD-FOUND = 0 AND WS-HD-COUNT < 500
               ADD 1 TO WS-HD-COUNT
               MOVE WS-HD-COUNT TO WS-HD-FOUND
               MOVE WS-EV-EMP-ID TO HDE-EMP-ID(WS-HD-FOUND)
               MOVE SPACES TO HDE-DATE(WS-HD-FOUND)
           END-IF
           IF WS-HD-FOUND > 0
               IF WS-EV-DATE > HDE-DATE(WS-HD-FOUND)
                   MOVE WS-EV-DATE TO HDE-DATE(WS-HD-FOUND)
               END-IF
           END-IF.

      *    A REHIRED ARCHIVE LINE (TA-STATUS "R") STILL RECORDS A
      *    REAL DEPARTURE; THE RETURN IS THE JOURNAL'S REHIRE.
       0250-TALLY-LEAVERS.
           MOVE "N" TO WS-TA-EOF
           OPEN INPUT TERM-ARCHIVE-FILE
           IF WS-TA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TA-EOF = "Y"
               READ TERM-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-TA-EOF
                   NOT AT END
                       MOVE TA-EMP-ID TO WS-EV-EMP-ID
                       MOVE TA-TERM-DATE TO WS-EV-DATE
                       MOVE "L" TO WS-EV-TYPE
                       IF TA-REASON = "RES" OR TA-REASON = "RET"
                           MOVE "V" TO WS-EV-VOLUNTARY
                       ELSE
                           MOVE "I" TO WS-EV-VOLUNTARY
                       END-IF
                       MOVE TA-EMP-POSITION TO WS-BK-POSITION
                       PERFORM 0400-TALLY-EVENT
               END-READ
           END-PERFORM
           CLOSE TERM-ARCHIVE-FILE.

       0300-TALLY-CURRENT-EMPLOYEE.
           MOVE EMP-ID TO WS-EV-EMP-ID
           MOVE EMP-POSITION TO WS-BK-POSITION
           PERFORM 0810-FIND-DEPT
           PERFORM 0800-FIND-BUCKET
           IF B > 0
               ADD 1 TO BKE-CURRENT(B)
           ELSE
               ADD 1 TO WS-UNBUCKETED-COUNT
           END-IF
           ADD 1 TO WS-CURRENT-TOTAL
           MOVE SPACES TO WS-TENURE-START
           IF WS-HR-ON-FILE = "Y"
               MOVE EMP-ID TO HR-EMP-ID
               READ HR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HR-SENIORITY-DATE TO WS-TENURE-START
               END-READ
           END-IF
           IF WS-TENURE-START = SPACES
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HD-COUNT
                   IF HDE-EMP-ID(H) = EMP-ID
                       MOVE HDE-DATE(H) TO WS-TENURE-START
                   END-IF
               END-PERFORM
           END-IF
           MOVE 6 TO WS-TENURE-BAND
           IF WS-TENURE-START NOT = SPACES
               MOVE "A" TO WS-DV-FUNCTION
               MOVE WS-TENURE-START TO WS-DV-DATE-1
               MOVE WS-TODAY TO WS-DV-DATE-2
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
                   WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT
                   WS-DV-DISPLAY
               IF WS-DV-VALID = "Y"
                   EVALUATE TRUE
                       WHEN WS-DV-RESULT < 1
                           MOVE 1 TO WS-TENURE-BAND
                       WHEN WS-DV-RESULT < 3
                           MOVE 2 TO WS-TENURE-BAND
                       WHEN WS-DV-RESULT < 5
                           MOVE 3 TO WS-TENURE-BAND
                       WHEN WS-DV-RESULT < 10
                           MOVE 4 TO WS-TENURE-BAND
                       WHEN OTHER
                           MOVE 5 TO WS-TENURE-BAND
                   END-EVALUATE
               END-IF
           END-IF
           ADD 1 TO TBE-COUNT(WS-TENURE-BAND).

      *    ONE HIRE OR LEAVER INTO ITS BUCKET AND THE TREND MONTHS.
       0400-TALLY-EVENT.
           PERFORM 0810-FIND-DEPT
           PERFORM 0800-FIND-BUCKET
           IF B = 0
               ADD 1 TO WS-UNBUCKETED-COUNT
           ELSE
               IF WS-EV-DATE > WS-TO-DATE
                   IF WS-EV-TYPE = "H"
                       ADD 1 TO BKE-HIRES-AFTER(B)
                   ELSE
                       ADD 1 TO BKE-LEAVERS-AFTER(B)
                   END-IF
               ELSE
                   IF WS-EV-DATE NOT < WS-FROM-DATE
                       IF WS-EV-TYPE = "H"
                           ADD 1 TO BKE-HIRES-IN(B)
                       ELSE
                           ADD 1 TO BKE-LEAVERS-IN(B)
                           IF WS-EV-VOLUNTARY = "V"
                               ADD 1 TO WS-VOL-LEAVERS
                           ELSE
                               ADD 1 TO WS-INVOL-LEAVERS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 12
               IF WS-EV-DATE(1:6) = TRE-MONTH(T)
                   IF WS-EV-TYPE = "H"
                       ADD 1 TO TRE-HIRES(T)
                   ELSE
                       ADD 1 TO TRE-LEAVERS(T)
                   END-IF
               END-IF
               IF WS-EV-DATE(1:6) > TRE-MONTH(T)
                   IF WS-EV-TYPE = "H"
                       ADD 1 TO TRE-HIRES-AFTER(T)
                   ELSE
                       ADD 1 TO TRE-LEAVERS-AFTER(T)
                   END-IF
               END-IF
           END-PERFORM.

       0500-PRINT-HEADCOUNT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "turnover.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "HEADCOUNT AND TURNOVER " WS-FROM-DATE " TO "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "DEPT POSITION          OPENING  HIRES LEAVERS "
               "CLOSING"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
      *    DEPARTMENT, THEN POSITION -- A SIMPLE EXCHANGE SORT; THE
      *    TABLE IS SMALL.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B >= WS-BK-COUNT
               PERFORM VARYING B2 FROM 1 BY 1
                       UNTIL B2 > WS-BK-COUNT - B
                   IF BKE-DEPT(B2) > BKE-DEPT(B2 + 1)
                           OR (BKE-DEPT(B2) = BKE-DEPT(B2 + 1)
                           AND BKE-POSITION(B2) >
                               BKE-POSITION(B2 + 1))
                       MOVE BK-ENTRY(B2) TO WS-BK-SWAP
                       MOVE BK-ENTRY(B2 + 1) TO BK-ENTRY(B2)
                       MOVE WS-BK-SWAP TO BK-ENTRY(B2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BK-COUNT
               COMPUTE WS-BK-CLOSE = BKE-CURRENT(B)
                   - BKE-HIRES-AFTER(B) + BKE-LEAVERS-AFTER(B)
               COMPUTE WS-BK-OPEN = WS-BK-CLOSE
                   - BKE-HIRES-IN(B) + BKE-LEAVERS-IN(B)
               ADD WS-BK-OPEN TO WS-OPENING-TOTAL
               ADD WS-BK-CLOSE TO WS-CLOSING-TOTAL
               ADD BKE-HIRES-IN(B) TO WS-HIRES-TOTAL
               ADD BKE-LEAVERS-IN(B) TO WS-LEAVERS-TOTAL
               MOVE WS-BK-OPEN TO ED-COUNT-1
               MOVE BKE-HIRES-IN(B) TO ED-COUNT-2
               MOVE BKE-LEAVERS-IN(B) TO ED-COUNT-3
               MOVE WS-BK-CLOSE TO ED-COUNT-4
               MOVE SPACES TO WS-PS-TEXT-1
               STRING BKE-DEPT(B) " " BKE-POSITION(B) "     "
                   ED-COUNT-1 "  " ED-COUNT-2 "   " ED-COUNT-3
                   "   " ED-COUNT-4
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE WS-OPENING-TOTAL TO ED-COUNT-1
           MOVE WS-HIRES-TOTAL TO ED-COUNT-2
           MOVE WS-LEAVERS-TOTAL TO ED-COUNT-3
           MOVE WS-CLOSING-TOTAL TO ED-COUNT-4
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "     ALL DEPARTMENTS         " ED-COUNT-1 "  "
               ED-COUNT-2 "   " ED-COUNT-3 "   " ED-COUNT-4
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    RATES ARE LEAVERS IN THE PERIOD AS A PERCENT OF THE
      *    AVERAGE OF OPENING AND CLOSING HEADCOUNT.
       0600-PRINT-TURNOVER.
           COMPUTE WS-AVERAGE-HC =
               (WS-OPENING-TOTAL + WS-CLOSING-TOTAL) / 2
           IF WS-AVERAGE-HC > 0
               COMPUTE WS-VOL-RATE ROUNDED =
                   WS-VOL-LEAVERS * 100 / WS-AVERAGE-HC
               COMPUTE WS-INVOL-RATE ROUNDED =
                   WS-INVOL-LEAVERS * 100 / WS-AVERAGE-HC
               COMPUTE WS-TOTAL-RATE ROUNDED =
                   WS-LEAVERS-TOTAL * 100 / WS-AVERAGE-HC
           END-IF
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-VOL-LEAVERS TO ED-COUNT-1
           MOVE WS-VOL-RATE TO ED-RATE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "VOLUNTARY LEAVERS:   " ED-COUNT-1
               "   TURNOVER " ED-RATE " PCT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-INVOL-LEAVERS TO ED-COUNT-1
           MOVE WS-INVOL-RATE TO ED-RATE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "INVOLUNTARY LEAVERS: " ED-COUNT-1
               "   TURNOVER " ED-RATE " PCT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE WS-LEAVERS-TOTAL TO ED-COUNT-1
           MOVE WS-TOTAL-RATE TO ED-RATE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "ALL LEAVERS:         " ED-COUNT-1
               "   TURNOVER " ED-RATE " PCT"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

       0700-PRINT-TENURE.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "TENURE OF CURRENT STAFF" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
               MOVE TBE-COUNT(T) TO ED-COUNT-1
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " TBE-LABEL(T) " " ED-COUNT-1
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM.

      *    MONTH-END HEADCOUNT IS TODAY'S STAFF LESS EVERY HIRE
      *    AFTER THAT MONTH PLUS EVERY LEAVER AFTER IT; THE MONTH'S
      *    TURNOVER IS ITS LEAVERS AS A PERCENT OF THAT HEADCOUNT.
       0750-PRINT-TREND.
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "TRAILING TWELVE MONTHS" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "  MONTH   HEADCOUNT  HIRES LEAVERS  TURNOVER"
               TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 12
               COMPUTE WS-TR-HEADCOUNT = WS-CURRENT-TOTAL
                   - TRE-HIRES-AFTER(T) + TRE-LEAVERS-AFTER(T)
               MOVE 0 TO WS-TR-RATE
               IF WS-TR-HEADCOUNT > 0
                   COMPUTE WS-TR-RATE ROUNDED =
                       TRE-LEAVERS(T) * 100 / WS-TR-HEADCOUNT
               END-IF
               MOVE WS-TR-HEADCOUNT TO ED-COUNT-1
               MOVE TRE-HIRES(T) TO ED-COUNT-2
               MOVE TRE-LEAVERS(T) TO ED-COUNT-3
               MOVE WS-TR-RATE TO ED-RATE-2
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " TRE-MONTH(T) "      " ED-COUNT-1 "  "
                   ED-COUNT-2 "   " ED-COUNT-3 "    " ED-RATE-2
                   " PCT"
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM.

      *    FINDS THE BUCKET FOR WS-BK-DEPT / WS-BK-POSITION, ADDING
      *    IT IF NEW. B COMES BACK 0 WHEN THE TABLE IS FULL.
       0800-FIND-BUCKET.
           MOVE 0 TO B2
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BK-COUNT
               IF BKE-DEPT(B) = WS-BK-DEPT
                       AND BKE-POSITION(B) = WS-BK-POSITION
                   MOVE B TO B2
               END-IF
           END-PERFORM
           IF B2 = 0 AND WS-BK-COUNT < 100
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO B2
               MOVE WS-BK-DEPT TO BKE-DEPT(B2)
               MOVE WS-BK-POSITION TO BKE-POSITION(B2)
               MOVE 0 TO BKE-CURRENT(B2) BKE-HIRES-IN(B2)
                   BKE-HIRES-AFTER(B2) BKE-LEAVERS-IN(B2)
                   BKE-LEAVERS-AFTER(B2)
           END-IF
           MOVE B2 TO B.

       0810-FIND-DEPT.
           MOVE "????" TO WS-BK-DEPT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ED-COUNT
               IF EDE-EMP-ID(N) = WS-EV-EMP-ID
                   MOVE EDE-DEPT-CODE(N) TO WS-BK-DEPT
               END-IF
           END-PERFORM.
