       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    CENSUS-DAY ENROLLMENT EXTRACT FOR THE DISTRICT.
      *            THE DISTRICT FUNDS THE SCHOOL ON THE HEADCOUNT
      *            ENROLLED ON ITS OFFICIAL CENSUS DAY, AND THE
      *            COUNT WAS TAKEN FROM A PRINT OF enrollment.dat
      *            WITH A HIGHLIGHTER. FOR A KEYED CENSUS DATE THIS
      *            PROGRAM TAKES EVERY SEATED ("E") LINE ON
      *            enrollment.dat -- WAITLISTED LINES ARE NEVER
      *            COUNTED -- AND RECONCILES IT BEFORE COUNTING:
      *              - THE STUDENT MUST BE ON studentdir.dat;
      *              - THE STUDENT MUST HAVE BEEN PRESENT OR LATE ON
      *                attendance.dat AT LEAST ONCE IN THE KEYED
      *                NUMBER OF DAYS UP TO THE CENSUS DATE.
      *            A STUDENT WHO FAILS EITHER TEST IS LISTED FOR
      *            REVIEW ON census.rpt INSTEAD OF BEING COUNTED.
      *            THE REST ARE COUNTED BY SECTION AND BY
      *            INSTRUCTOR (sectassign.dat) AS ENROLLMENTS, AND
      *            BY YEAR LEVEL (SD-YEAR) AS HEADCOUNT -- A
      *            STUDENT IN THREE SECTIONS IS ONE HEAD.
      *            THE DISTRICT'S FIXED-FORMAT FILE
      *            census<YYYYMMDD>.dat CARRIES:
      *              H  HEADER (SCHOOL CODE, CENSUS DATE, WINDOW),
      *              D  ONE PER COUNTED ENROLLMENT,
      *              C  ONE PER COUNT (Y = YEAR LEVEL, S = SECTION,
      *                 I = INSTRUCTOR),
      *              T  TRAILER WITH THE CONTROL TOTALS -- DETAIL
      *                 COUNT, HEADCOUNT AND RECORD COUNT.
      *            THE FINISHED FILE IS READ BACK TO PROVE THE
      *            TRAILER AND IS LOGGED ON xmitregister.dat THE WAY
      *            xmitreg LOGS EVERY OTHER OUTBOUND FILE.
      *    compile with ->  cobc -x -o census census.cob
      *    then run ./census

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO "studentdir.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "sectassign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.
           SELECT CENSUS-CHECK-FILE ASSIGN TO WS-CENSUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "xmitregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-KEY.
               10 EN-SECTION   PIC X(3).
               10 EN-STUDENT-ID PIC X(5).
           05 EN-STATUS        PIC X.
           05 EN-WAIT-SEQ      PIC 9(3).

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 SD-NAME          PIC X(25).
           05 SD-YEAR          PIC X(4).
           05 SD-CONTACT       PIC X(20).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-STUDENT-ID    PIC X(5).
           05 AT-DATE          PIC X(8).
           05 AT-STATUS        PIC X.

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 SA-SECTION       PIC X(3).
           05 SA-INSTR-ID      PIC X(5).
           05 SA-STIPEND       PIC 9(5)V99.

      *    THE DISTRICT'S LAYOUT -- 80 BYTES, RECORD TYPE FIRST,
      *    SCHOOL CODE AND CENSUS DATE ON EVERY RECORD.
       FD  CENSUS-FILE.
       01  CENSUS-RECORD.
           05 CN-RECORD-TYPE   PIC X.
           05 CN-SCHOOL-CODE   PIC X(6).
           05 CN-CENSUS-DATE   PIC X(8).
           05 CN-BODY          PIC X(65).
       01  CENSUS-HEADER-RECORD.
           05 FILLER           PIC X(15).
           05 CNH-WINDOW-FROM  PIC X(8).
           05 CNH-WINDOW-DAYS  PIC 9(3).
           05 CNH-RUN-DATE     PIC X(8).
           05 FILLER           PIC X(46).
       01  CENSUS-DETAIL-RECORD.
           05 FILLER           PIC X(15).
           05 CND-STUDENT-ID   PIC X(5).
           05 CND-NAME         PIC X(25).
           05 CND-YEAR         PIC X(4).
           05 CND-SECTION      PIC X(3).
           05 CND-INSTR-ID     PIC X(5).
           05 FILLER           PIC X(23).
       01  CENSUS-COUNT-RECORD.
           05 FILLER           PIC X(15).
           05 CNC-CATEGORY     PIC X.
           05 CNC-CODE         PIC X(5).
           05 CNC-COUNT        PIC 9(5).
           05 FILLER           PIC X(54).
       01  CENSUS-TRAILER-RECORD.
           05 FILLER           PIC X(15).
           05 CNT-DETAIL-COUNT PIC 9(7).
           05 CNT-HEADCOUNT    PIC 9(7).
           05 CNT-RECORD-COUNT PIC 9(7).
           05 FILLER           PIC X(44).

      *    READ BACK AS xmitreg READS AN OUTBOUND FILE, SO THE
      *    CHECKSUM LOGGED HERE MATCHES ONE LOGGED THERE.
       FD  CENSUS-CHECK-FILE.
       01  CENSUS-CHECK-RECORD PIC X(200).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 XR-SEQ           PIC 9(5).
           05 XR-FILE-NAME     PIC X(20).
           05 XR-DISPATCH-DATE PIC X(8).
           05 XR-DISPATCH-TIME PIC X(6).
           05 XR-RECORD-COUNT  PIC 9(7).
           05 XR-TOTAL-AMOUNT  PIC S9(11)V99.
           05 XR-CHECKSUM      PIC 9(10).
           05 XR-ACK           PIC X.
           05 XR-ACK-DATE      PIC X(8).
           05 XR-RESENT        PIC X.

       WORKING-STORAGE SECTION.
       01  WS-EN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SD-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-AT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SA-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-CK-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RG-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EN-EOF           PIC X VALUE "N".
       01  WS-AT-EOF           PIC X VALUE "N".
       01  WS-SA-EOF           PIC X VALUE "N".
       01  WS-CK-EOF           PIC X VALUE "N".
       01  WS-RG-EOF           PIC X VALUE "N".
       01  WS-RUN-OK           PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-TODAY            PIC X(8).
       01  WS-CENSUS-DATE      PIC X(8).
       01  WS-CENSUS-DATE-NUM REDEFINES WS-CENSUS-DATE PIC 9(8).
       01  WS-WINDOW-FROM      PIC X(8).
       01  WS-WINDOW-FROM-NUM REDEFINES WS-WINDOW-FROM PIC 9(8).
       01  WS-WINDOW-DAYS      PIC 9(3) VALUE 0.
       01  WS-SCHOOL-CODE      PIC X(6) VALUE SPACES.
       01  WS-CENSUS-NAME      PIC X(20) VALUE SPACES.
       01  WS-CN-PROMPT        PIC X(60).
       01  WS-CN-NUM-BUFFER    PIC X(18).
       01  WS-WORK-INSTR       PIC X(5).
       01  WS-REVIEW-REASON    PIC X(30).

      *    NO ATTENDANCE WINDOW KEYED -- TEN SCHOOL DAYS' WORTH OF
      *    CALENDAR.
       01  WS-DEFAULT-DAYS     PIC 9(3) VALUE 14.

       01  CENSUS-TOTALS.
           05 WS-SEATED-COUNT  PIC 9(5) VALUE 0.
           05 WS-WAITLIST-COUNT PIC 9(5) VALUE 0.
           05 WS-DETAIL-COUNT  PIC 9(7) VALUE 0.
           05 WS-HEADCOUNT     PIC 9(7) VALUE 0.
           05 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-CHECK-DETAILS PIC 9(7) VALUE 0.
           05 WS-BALANCED      PIC X VALUE "N".
       01  WS-CHECK-TRAILER    PIC X(80).
       01  CHECK-TRAILER-FIELDS REDEFINES WS-CHECK-TRAILER.
           05 FILLER           PIC X(15).
           05 CKT-DETAIL-COUNT PIC 9(7).
           05 CKT-HEADCOUNT    PIC 9(7).
           05 CKT-RECORD-COUNT PIC 9(7).
           05 FILLER           PIC X(44).

      *    STUDENTS PRESENT OR LATE INSIDE THE WINDOW.
       01  ATTENDED-TABLE.
           05 WS-AD-COUNT      PIC 9(4) VALUE 0.
           05 AD-STUDENT-ID OCCURS 3000 TIMES PIC X(5).
       01  D                   PIC 9(4) VALUE 1.
       01  WS-ATTENDED         PIC X VALUE "N".

      *    STUDENTS ALREADY COUNTED IN THE HEADCOUNT.
       01  HEAD-TABLE.
           05 WS-HD-COUNT      PIC 9(4) VALUE 0.
           05 HD-STUDENT-ID OCCURS 3000 TIMES PIC X(5).
       01  H                   PIC 9(4) VALUE 1.
       01  WS-COUNTED          PIC X VALUE "N".

      *    STUDENTS HELD BACK FOR REVIEW -- ONCE EACH, HOWEVER
      *    MANY SECTIONS THEY SIT IN.
       01  REVIEW-TABLE.
           05 WS-RV-COUNT      PIC 9(4) VALUE 0.
           05 RV-ENTRY OCCURS 1000 TIMES.
               10 RVE-STUDENT-ID   PIC X(5).
               10 RVE-NAME         PIC X(25).
               10 RVE-REASON       PIC X(30).
       01  R                   PIC 9(4) VALUE 1.
       01  WS-LISTED           PIC X VALUE "N".

       01  ASSIGN-TABLE.
           05 WS-SA-COUNT      PIC 9(2) VALUE 0.
           05 SA-ENTRY OCCURS 50 TIMES.
               10 SAE-SECTION      PIC X(3).
               10 SAE-INSTR-ID     PIC X(5).
       01  A                   PIC 9(2) VALUE 1.

      *    ONE COUNT LINE PER YEAR LEVEL, SECTION OR INSTRUCTOR.
       01  COUNT-TABLE.
           05 WS-CT-COUNT      PIC 9(3) VALUE 0.
           05 CT-ENTRY OCCURS 200 TIMES.
               10 CTE-CATEGORY     PIC X.
               10 CTE-CODE         PIC X(5).
               10 CTE-COUNT        PIC 9(5).
       01  C                   PIC 9(3) VALUE 1.
       01  WS-FOUND-INDEX      PIC 9(3) VALUE 0.
       01  WS-CT-CATEGORY      PIC X.
       01  WS-CT-CODE          PIC X(5).

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

      *    THE REGISTER ENTRY -- COUNT AND CHECKSUM FOLDED THROUGH
      *    PWHASH EXACTLY AS xmitreg DOES. THE CENSUS CARRIES NO
      *    MONEY, SO THE REGISTER TOTAL IS ZERO.
       01  DISPATCH-FIGURES.
           05 WS-RECORD-COUNT  PIC 9(7) VALUE 0.
           05 WS-NEXT-SEQ      PIC 9(5) VALUE 0.
           05 WS-RESENT-FLAG   PIC X VALUE "N".
       01  WS-CHECKSUM         PIC 9(10) VALUE 0.
       01  WS-HASH-SALT        PIC X(8) VALUE SPACES.
       01  WS-HASH-SLICE       PIC X(10) VALUE SPACES.
       01  WS-HASH-OUT         PIC 9(10) VALUE 0.
       01  WS-SLICE-START      PIC 9(3) VALUE 1.

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CENSUS".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-TAKE-RUN-DETAILS THRU 0100-EXIT
           IF WS-RUN-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO ENROLLMENT FILE ON FILE. NO CENSUS "
                   "WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-DIR-FILE
           IF WS-SD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO STUDENT DIRECTORY ON FILE. NO "
                   "CENSUS WRITTEN."
               CLOSE ENROLLMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-ASSIGN-TABLE
           PERFORM 0250-LOAD-ATTENDED-TABLE
           IF WS-AD-COUNT = 3000 AND WS-AT-EOF NOT = "Y"
               DISPLAY "*** MORE THAN 3000 STUDENTS ATTENDED IN THE "
                   "WINDOW -- SHORTEN IT AND RERUN. ***"
               CLOSE ENROLLMENT-FILE
               CLOSE STUDENT-DIR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0300-WRITE-CENSUS-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-DIR-FILE
           PERFORM 0600-PROVE-CENSUS-FILE
           IF WS-BALANCED NOT = "Y"
               DISPLAY "*** " FUNCTION TRIM(WS-CENSUS-NAME)
                   " DOES NOT BALANCE TO ITS TRAILER -- NOT LOGGED "
                   "FOR DISPATCH. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0700-LOG-ON-REGISTER
           PERFORM 0500-PRINT-CENSUS-REPORT
           DISPLAY "CENSUS FOR " WS-CENSUS-DATE ": "
               WS-HEADCOUNT " STUDENTS, " WS-DETAIL-COUNT
               " ENROLLMENTS COUNTED."
           DISPLAY WS-RV-COUNT " STUDENTS HELD FOR REVIEW, "
               WS-WAITLIST-COUNT " WAITLISTED LINES NOT COUNTED."
           DISPLAY FUNCTION TRIM(WS-CENSUS-NAME) " WRITTEN AND "
               "LOGGED AS DISPATCH " WS-NEXT-SEQ "."
           IF WS-RESENT-FLAG = "Y"
               DISPLAY "*** SAME CONTENT AS AN EARLIER DISPATCH -- "
                   "MARKED AS A RE-SEND. ***"
           END-IF
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CENSUS " WS-CENSUS-DATE " HEADCOUNT "
               WS-HEADCOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           GOBACK.

       0100-TAKE-RUN-DETAILS.
           MOVE "N" TO WS-RUN-OK
           DISPLAY "ENTER CENSUS DATE (YYYYMMDD, BLANK = TODAY): "
           MOVE SPACES TO WS-CENSUS-DATE
           ACCEPT WS-CENSUS-DATE
           IF WS-CENSUS-DATE = SPACES
               MOVE WS-TODAY TO WS-CENSUS-DATE
           END-IF
           MOVE "V" TO WS-DV-FUNCTION
           MOVE WS-CENSUS-DATE TO WS-DV-DATE-1
           MOVE SPACES TO WS-DV-DATE-2
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1
               WS-DV-DATE-2 WS-DV-VALID WS-DV-RESULT WS-DV-DISPLAY
           IF WS-DV-VALID NOT = "Y"
               DISPLAY WS-CENSUS-DATE " IS NOT A REAL DATE. NO "
                   "CENSUS WRITTEN."
               GO TO 0100-EXIT
           END-IF
           MOVE "ENTER ATTENDANCE WINDOW IN DAYS (0 = 14): "
               TO WS-CN-PROMPT
           CALL "NUMVALID" USING WS-CN-PROMPT WS-CN-NUM-BUFFER
           MOVE WS-CN-NUM-BUFFER TO WS-WINDOW-DAYS
           IF WS-WINDOW-DAYS = 0
               MOVE WS-DEFAULT-DAYS TO WS-WINDOW-DAYS
           END-IF
      *    THE WINDOW RUNS BACK FROM THE CENSUS DATE ITSELF, SO A
      *    14-DAY WINDOW IS THE CENSUS DATE AND THE 13 BEFORE IT.
           COMPUTE WS-WINDOW-FROM-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CENSUS-DATE-NUM)
               - WS-WINDOW-DAYS + 1)
           DISPLAY "ENTER DISTRICT SCHOOL CODE: "
           MOVE SPACES TO WS-SCHOOL-CODE
           ACCEPT WS-SCHOOL-CODE
           MOVE FUNCTION UPPER-CASE(WS-SCHOOL-CODE) TO WS-SCHOOL-CODE
           IF WS-SCHOOL-CODE = SPACES
               DISPLAY "THE DISTRICT REJECTS A CENSUS WITHOUT A "
                   "SCHOOL CODE. NO CENSUS WRITTEN."
               GO TO 0100-EXIT
           END-IF
           MOVE SPACES TO WS-CENSUS-NAME
           STRING "census" WS-CENSUS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-CENSUS-NAME
           MOVE "Y" TO WS-RUN-OK.
       0100-EXIT.
           EXIT.

       0200-LOAD-ASSIGN-TABLE.
           MOVE 0 TO WS-SA-COUNT
           MOVE "N" TO WS-SA-EOF
           OPEN INPUT ASSIGN-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SA-EOF = "Y" OR WS-SA-COUNT = 50
               READ ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-SA-EOF
                   NOT AT END
                       ADD 1 TO WS-SA-COUNT
                       MOVE SA-SECTION TO SAE-SECTION(WS-SA-COUNT)
                       MOVE SA-INSTR-ID TO SAE-INSTR-ID(WS-SA-COUNT)
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

      *    ONLY "P" AND "L" COUNT AS ATTENDING; AN "A" LINE IS A
      *    DAY MISSED, NOT A DAY ATTENDED.
       0250-LOAD-ATTENDED-TABLE.
           MOVE 0 TO WS-AD-COUNT
           MOVE "N" TO WS-AT-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-AT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO ATTENDANCE ON FILE -- EVERY "
                   "ENROLLED STUDENT WILL BE HELD FOR REVIEW."
               MOVE "Y" TO WS-AT-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AT-EOF = "Y" OR WS-AD-COUNT = 3000
               READ ATTENDANCE-FILE
                   AT END
                       MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF (AT-STATUS = "P" OR AT-STATUS = "L")
                               AND AT-DATE >= WS-WINDOW-FROM
                               AND AT-DATE <= WS-CENSUS-DATE
                           PERFORM 0260-NOTE-ATTENDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

       0260-NOTE-ATTENDED.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-AD-COUNT
               IF AD-STUDENT-ID(D) = AT-STUDENT-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-AD-COUNT
           MOVE AT-STUDENT-ID TO AD-STUDENT-ID(WS-AD-COUNT).

       0300-WRITE-CENSUS-FILE.
           OPEN OUTPUT CENSUS-FILE
           MOVE SPACES TO CENSUS-RECORD
           MOVE "H" TO CN-RECORD-TYPE
           MOVE WS-SCHOOL-CODE TO CN-SCHOOL-CODE
           MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE
           MOVE WS-WINDOW-FROM TO CNH-WINDOW-FROM
           MOVE WS-WINDOW-DAYS TO CNH-WINDOW-DAYS
           MOVE WS-TODAY TO CNH-RUN-DATE
           WRITE CENSUS-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE "N" TO WS-EN-EOF
           PERFORM UNTIL WS-EN-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EN-EOF
                   NOT AT END
                       IF EN-STATUS = "E"
                           ADD 1 TO WS-SEATED-COUNT
                           PERFORM 0350-TAKE-ONE-ENROLLMENT
                               THRU 0350-EXIT
                       ELSE
                           ADD 1 TO WS-WAITLIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CT-COUNT
               MOVE SPACES TO CENSUS-RECORD
               MOVE "C" TO CN-RECORD-TYPE
               MOVE WS-SCHOOL-CODE TO CN-SCHOOL-CODE
               MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE
               MOVE CTE-CATEGORY(C) TO CNC-CATEGORY
               MOVE CTE-CODE(C) TO CNC-CODE
               MOVE CTE-COUNT(C) TO CNC-COUNT
               WRITE CENSUS-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE SPACES TO CENSUS-RECORD
           MOVE "T" TO CN-RECORD-TYPE
           MOVE WS-SCHOOL-CODE TO CN-SCHOOL-CODE
           MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE
           MOVE WS-DETAIL-COUNT TO CNT-DETAIL-COUNT
           MOVE WS-HEADCOUNT TO CNT-HEADCOUNT
           MOVE WS-WRITTEN-COUNT TO CNT-RECORD-COUNT
           WRITE CENSUS-RECORD
           CLOSE CENSUS-FILE.

      *    RECONCILE FIRST, COUNT SECOND -- A LINE THAT FAILS
      *    EITHER TEST NEVER REACHES THE DISTRICT'S FILE.
       0350-TAKE-ONE-ENROLLMENT.
           MOVE EN-STUDENT-ID TO SD-STUDENT-ID
           READ STUDENT-DIR-FILE
               INVALID KEY
                   MOVE SPACES TO SD-NAME
                   MOVE "NOT ON STUDENT DIRECTORY" TO WS-REVIEW-REASON
                   PERFORM 0380-LIST-FOR-REVIEW
                   GO TO 0350-EXIT
           END-READ
           MOVE "N" TO WS-ATTENDED
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-AD-COUNT
                   OR WS-ATTENDED = "Y"
               IF AD-STUDENT-ID(D) = EN-STUDENT-ID
                   MOVE "Y" TO WS-ATTENDED
               END-IF
           END-PERFORM
           IF WS-ATTENDED NOT = "Y"
               MOVE SPACES TO WS-REVIEW-REASON
               STRING "NOT ATTENDING IN LAST " WS-WINDOW-DAYS
                   " DAYS" DELIMITED BY SIZE INTO WS-REVIEW-REASON
               PERFORM 0380-LIST-FOR-REVIEW
               GO TO 0350-EXIT
           END-IF
           MOVE "NONE" TO WS-WORK-INSTR
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-SA-COUNT
               IF SAE-SECTION(A) = EN-SECTION
                   MOVE SAE-INSTR-ID(A) TO WS-WORK-INSTR
               END-IF
           END-PERFORM
           MOVE SPACES TO CENSUS-RECORD
           MOVE "D" TO CN-RECORD-TYPE
           MOVE WS-SCHOOL-CODE TO CN-SCHOOL-CODE
           MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE
           MOVE EN-STUDENT-ID TO CND-STUDENT-ID
           MOVE SD-NAME TO CND-NAME
           MOVE SD-YEAR TO CND-YEAR
           MOVE EN-SECTION TO CND-SECTION
           MOVE WS-WORK-INSTR TO CND-INSTR-ID
           WRITE CENSUS-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           MOVE "S" TO WS-CT-CATEGORY
           MOVE EN-SECTION TO WS-CT-CODE
           PERFORM 0390-ADD-TO-COUNT
           MOVE "I" TO WS-CT-CATEGORY
           MOVE WS-WORK-INSTR TO WS-CT-CODE
           PERFORM 0390-ADD-TO-COUNT
           MOVE "N" TO WS-COUNTED
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HD-COUNT
                   OR WS-COUNTED = "Y"
               IF HD-STUDENT-ID(H) = EN-STUDENT-ID
                   MOVE "Y" TO WS-COUNTED
               END-IF
           END-PERFORM
           IF WS-COUNTED NOT = "Y" AND WS-HD-COUNT < 3000
               ADD 1 TO WS-HD-COUNT
               MOVE EN-STUDENT-ID TO HD-STUDENT-ID(WS-HD-COUNT)
               ADD 1 TO WS-HEADCOUNT
               MOVE "Y" TO WS-CT-CATEGORY
               MOVE SD-YEAR TO WS-CT-CODE
               PERFORM 0390-ADD-TO-COUNT
           END-IF.
       0350-EXIT.
           EXIT.

       0380-LIST-FOR-REVIEW.
           MOVE "N" TO WS-LISTED
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               IF RVE-STUDENT-ID(R) = EN-STUDENT-ID
                   MOVE "Y" TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = "N" AND WS-RV-COUNT < 1000
               ADD 1 TO WS-RV-COUNT
               MOVE EN-STUDENT-ID TO RVE-STUDENT-ID(WS-RV-COUNT)
               MOVE SD-NAME TO RVE-NAME(WS-RV-COUNT)
               MOVE WS-REVIEW-REASON TO RVE-REASON(WS-RV-COUNT)
           END-IF.

       0390-ADD-TO-COUNT.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CT-COUNT
               IF CTE-CATEGORY(C) = WS-CT-CATEGORY
                       AND CTE-CODE(C) = WS-CT-CODE
                   MOVE C TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-CT-COUNT = 200
                   DISPLAY "*** COUNT TABLE FULL (200) -- "
                       WS-CT-CATEGORY " " WS-CT-CODE
                       " NOT COUNTED. ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-FOUND-INDEX
               MOVE WS-CT-CATEGORY TO CTE-CATEGORY(WS-FOUND-INDEX)
               MOVE WS-CT-CODE TO CTE-CODE(WS-FOUND-INDEX)
               MOVE 0 TO CTE-COUNT(WS-FOUND-INDEX)
           END-IF
           ADD 1 TO CTE-COUNT(WS-FOUND-INDEX).

       0500-PRINT-CENSUS-REPORT.
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "census.rpt" TO WS-PS-TEXT-1
           MOVE "CENSUS-DAY ENROLLMENT" TO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "CENSUS DATE " WS-CENSUS-DATE "  SCHOOL "
               WS-SCHOOL-CODE "  ATTENDANCE FROM " WS-WINDOW-FROM
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "COUNTED (Y = YEAR HEADCOUNT, S = SECTION, "
               "I = INSTRUCTOR ENROLLMENTS)"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CT-COUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " CTE-CATEGORY(C) "  " CTE-CODE(C) "  "
                   CTE-COUNT(C)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "  TOTAL HEADCOUNT " WS-HEADCOUNT
               "  ENROLLMENTS " WS-DETAIL-COUNT
               "  WAITLISTED " WS-WAITLIST-COUNT
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "HELD FOR REVIEW -- NOT COUNTED" TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-RV-COUNT = 0
               MOVE "  NONE." TO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RV-COUNT
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "  " RVE-STUDENT-ID(R) "  " RVE-NAME(R) "  "
                   RVE-REASON(R)
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-PERFORM
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2.

      *    READ THE FINISHED FILE BACK: THE DETAIL RECORDS AND THE
      *    RECORD COUNT MUST AGREE WITH THE TRAILER, AND THE SAME
      *    PASS GATHERS THE COUNT AND CHECKSUM FOR THE REGISTER.
       0600-PROVE-CENSUS-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-CHECKSUM
           MOVE 0 TO WS-CHECK-DETAILS
           MOVE "N" TO WS-BALANCED
           MOVE "N" TO WS-CK-EOF
           OPEN INPUT CENSUS-CHECK-FILE
           IF WS-CK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CK-EOF = "Y"
               READ CENSUS-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-CK-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 0650-FOLD-CHECKSUM
                       EVALUATE CENSUS-CHECK-RECORD(1:1)
                           WHEN "D"
                               ADD 1 TO WS-CHECK-DETAILS
                           WHEN "T"
                               MOVE CENSUS-CHECK-RECORD(1:80)
                                   TO WS-CHECK-TRAILER
                               IF CKT-DETAIL-COUNT = WS-CHECK-DETAILS
                                 AND CKT-RECORD-COUNT = WS-RECORD-COUNT
                                   MOVE "Y" TO WS-BALANCED
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CENSUS-CHECK-FILE.

       0650-FOLD-CHECKSUM.
           MOVE 1 TO WS-SLICE-START
           PERFORM UNTIL WS-SLICE-START > 191
               MOVE WS-CHECKSUM(1:8) TO WS-HASH-SALT
               MOVE CENSUS-CHECK-RECORD(WS-SLICE-START:10)
                   TO WS-HASH-SLICE
               CALL "PWHASH" USING WS-HASH-SALT WS-HASH-SLICE
                   WS-HASH-OUT
               MOVE WS-HASH-OUT TO WS-CHECKSUM
               ADD 10 TO WS-SLICE-START
           END-PERFORM.

      *    THE REGISTER IS APPENDED TO, NOT REWRITTEN -- ONE PASS
      *    FINDS THE LAST SEQUENCE AND ANY EARLIER DISPATCH OF THE
      *    SAME CONTENT.
       0700-LOG-ON-REGISTER.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-RESENT-FLAG
           MOVE "N" TO WS-RG-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-RG-FILE-STATUS = "00"
               PERFORM UNTIL WS-RG-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-RG-EOF
                       NOT AT END
                           IF XR-SEQ > WS-NEXT-SEQ
                               MOVE XR-SEQ TO WS-NEXT-SEQ
                           END-IF
                           IF XR-FILE-NAME = WS-CENSUS-NAME
                                   AND XR-CHECKSUM = WS-CHECKSUM
                               MOVE "Y" TO WS-RESENT-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-RG-FILE-STATUS NOT = "00"
      *        REGISTER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST DISPATCH IS LOGGED.
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO XR-SEQ
           MOVE WS-CENSUS-NAME TO XR-FILE-NAME
           MOVE WS-TIMESTAMP(1:8) TO XR-DISPATCH-DATE
           MOVE WS-TIMESTAMP(9:6) TO XR-DISPATCH-TIME
           MOVE WS-RECORD-COUNT TO XR-RECORD-COUNT
           MOVE 0 TO XR-TOTAL-AMOUNT
           MOVE WS-CHECKSUM TO XR-CHECKSUM
           MOVE "N" TO XR-ACK
           MOVE SPACES TO XR-ACK-DATE
           MOVE WS-RESENT-FLAG TO XR-RESENT
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.
