       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHECK.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY RUN.
      *            PAYREADY CHECKS THE PAY FILES BEFORE A CYCLE AND
      *            FILEVERIFY CHECKS EACH FILE'S SHAPE, BUT NOTHING
      *            CHECKED THAT THE FILES STILL AGREE WITH EACH
      *            OTHER -- AN empdept.dat ROW POINTING AT A DELETED
      *            DEPARTMENT, AN enrollment.dat STUDENT GONE FROM
      *            studentdir.dat, WAS FOUND BY ACCIDENT. THE CHECKS
      *            LIVE IN DATA ON xrefrules.dat, ONE LINE PER RULE:
      *              "O" = ORPHAN CHECK. EVERY NON-BLANK KEY IN THE
      *                    CHILD FILE'S KEY COLUMNS MUST BE ON THE
      *                    PARENT FILE AT THE PARENT'S KEY COLUMN.
      *              "D" = DUPLICATE CHECK. NO KEY MAY APPEAR TWICE
      *                    IN THE NAMED FILE'S KEY COLUMNS (THE
      *                    PARENT FIELDS ARE LEFT BLANK).
      *            FILE NAMES GO THROUGH ENVCONFIG LIKE THE
      *            DASHBOARD'S, SO THE RUN CHECKS THE ACTIVE
      *            ENVIRONMENT. THE INDEXED MASTERS ON THE INDEXED-
      *            FILE LIST BELOW ARE READ THROUGH THEIR OWN FDS;
      *            EVERY OTHER FILE GOES THROUGH THE GENERIC LINE
      *            SEQUENTIAL READER. EVERY ORPHAN AND DUPLICATE IS
      *            LISTED WITH ITS RECORD NUMBER ON xrefcheck.rpt
      *            (THE SHARED PRINT SERVICES), AND EACH RULE THAT
      *            FINDS ANYTHING APPENDS ONE LINE TO xrefexc.dat
      *            FOR SHIFTLOG'S GATHER TO PICK UP, SO THE MORNING
      *            OPERATOR ACKNOWLEDGES IT LIKE ANY OTHER OVERNIGHT
      *            PROBLEM. UNATTENDED -- RUN IT NIGHTLY AS A "D"
      *            JOB ON schedule.dat. RETURN CODE 4 WHEN ANYTHING
      *            WAS FOUND, 8 WHEN THERE ARE NO RULES. UPDATES
      *            NOTHING BUT THE REPORT AND THE EXCEPTION LOG.
      *    compile with (from the repo root) ->
      *        cobc -x -o xrefcheck Shared/xrefcheck.cob
      *    then run ./xrefcheck

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "xrefrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "xrefexc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XE-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT STUDENT-DIR-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-INSTR-ID
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-SRC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER RULE. KEY COLUMNS ARE 1-BASED POSITIONS
      *    IN THE RECORD; THE KEY IS THE SAME LENGTH ON BOTH SIDES.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 XR-RULE-TYPE     PIC X.
           05 XR-CHILD-FILE    PIC X(20).
           05 XR-CHILD-START   PIC 9(3).
           05 XR-KEY-LEN       PIC 9(2).
           05 XR-PARENT-FILE   PIC X(20).
           05 XR-PARENT-START  PIC 9(3).

      *    SHIFTLOG GATHERS THE LINES PAST ITS HIGH-WATER MARK.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 XE-DATE          PIC X(8).
           05 XE-TEXT          PIC X(60).

       FD  SOURCE-FILE.
       01  SOURCE-RECORD       PIC X(250).

      *    THE INDEXED MASTERS AS RAW IMAGES -- EACH FD CARRIES ITS
      *    FULL RECORD LENGTH AND ITS KEYS, OR THE OPEN IS REFUSED.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(5).
           05 FILLER           PIC X(77).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-STUDENT-ID    PIC X(5).
           05 FILLER           PIC X(26).

       FD  STUDENT-DIR-FILE.
       01  STUDENT-DIR-RECORD.
           05 SD-STUDENT-ID    PIC X(5).
           05 FILLER           PIC X(49).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-KEY           PIC X(8).
           05 FILLER           PIC X(4).

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 IN-INSTR-ID      PIC X(5).
           05 FILLER           PIC X(50).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ID            PIC X(6).
           05 FILLER           PIC X(15).
           05 CM-LAST-NAME     PIC X(15).
           05 FILLER           PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-XR-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-XE-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SRC-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-XR-EOF           PIC X VALUE "N".
       01  WS-SRC-EOF          PIC X VALUE "N".
       01  WS-SRC-MISSING      PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
       01  WS-SOURCE-LOGICAL   PIC X(20) VALUE SPACES.
       01  WS-SOURCE-PATH      PIC X(50) VALUE SPACES.
       01  WS-IMAGE            PIC X(250) VALUE SPACES.
       01  WS-IX-NO            PIC 9 VALUE 0.
       01  WS-KEY-START        PIC 9(3) VALUE 0.
       01  WS-KEY              PIC X(20) VALUE SPACES.
       01  WS-LINE-NO          PIC 9(6) VALUE 0.
       01  WS-FOUND-INDEX      PIC 9(5) VALUE 0.
       01  WS-CHECK-DUPS       PIC X VALUE "N".
       01  WS-TABLE-FULL       PIC X VALUE "N".
       01  WS-RULE-OK          PIC X VALUE "Y".
       01  WS-RULE-FINDINGS    PIC 9(5) VALUE 0.
       01  WS-TOTAL-FINDINGS   PIC 9(6) VALUE 0.
       01  WS-RULES-RUN        PIC 9(3) VALUE 0.
       01  WS-EXCEPTIONS-LOGGED PIC 9(3) VALUE 0.
       01  WS-EXC-TEXT         PIC X(60) VALUE SPACES.
       01  WS-RULE-NO-ED       PIC ZZ9.
       01  WS-START-ED         PIC ZZ9.
       01  WS-LEN-ED           PIC Z9.

       01  RULE-TABLE.
           05 WS-XR-COUNT      PIC 9(3) VALUE 0.
           05 XR-ENTRY OCCURS 100 TIMES.
               10 XRE-RULE-TYPE    PIC X.
               10 XRE-CHILD-FILE   PIC X(20).
               10 XRE-CHILD-START  PIC 9(3).
               10 XRE-KEY-LEN      PIC 9(2).
               10 XRE-PARENT-FILE  PIC X(20).
               10 XRE-PARENT-START PIC 9(3).
       01  R                   PIC 9(3) VALUE 1.

      *    EVERY DISTINCT KEY OF THE FILE JUST LOADED, WITH THE
      *    RECORD NUMBER IT WAS FIRST SEEN ON.
       01  KEY-TABLE.
           05 WS-KT-COUNT      PIC 9(5) VALUE 0.
           05 KT-ENTRY OCCURS 5000 TIMES.
               10 KTE-KEY      PIC X(20).
               10 KTE-LINE-NO  PIC 9(6).
       01  K                   PIC 9(5) VALUE 1.

      *    THE INDEXED MASTERS THIS RUN CAN READ. THE POSITION IN
      *    THE LIST PICKS THE FD; ANY OTHER NAME IS LINE
      *    SEQUENTIAL. A NEW INDEXED MASTER NEEDS AN ENTRY, A
      *    SELECT/FD AND A BRANCH IN 0700/0710/0720.
       01  IX-NAME-LIST.
           05 FILLER PIC X(20) VALUE "employee.dat".
           05 FILLER PIC X(20) VALUE "studentmaster.dat".
           05 FILLER PIC X(20) VALUE "studentdir.dat".
           05 FILLER PIC X(20) VALUE "enrollment.dat".
           05 FILLER PIC X(20) VALUE "instructors.dat".
           05 FILLER PIC X(20) VALUE "custmaster.dat".
       01  IX-NAME-TABLE REDEFINES IX-NAME-LIST.
           05 IX-NAME          PIC X(20) OCCURS 6 TIMES.
       01  X                   PIC 9 VALUE 1.

       01  PRINTSVC-FIELDS.
           05 WS-PS-FUNCTION   PIC X.
           05 WS-PS-TEXT-1     PIC X(80).
           05 WS-PS-TEXT-2     PIC X(80).

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "XREFCHECK".
       01  WS-AUDIT-ACTION     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-LOAD-RULES
           IF WS-XR-COUNT = 0
               DISPLAY "NO INTEGRITY RULES ON FILE. BUILD "
                   "xrefrules.dat FIRST (TYPE, CHILD FILE, KEY "
                   "START, KEY LENGTH, PARENT FILE, PARENT START)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "O" TO WS-PS-FUNCTION
           MOVE "xrefcheck.rpt" TO WS-PS-TEXT-1
           MOVE SPACES TO WS-PS-TEXT-2
           STRING "CROSS-FILE INTEGRITY RUN FOR " WS-TODAY
               DELIMITED BY SIZE INTO WS-PS-TEXT-2
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "H" TO WS-PS-FUNCTION
           MOVE "RULE / RECORD     KEY                   FINDING"
               TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "D" TO WS-PS-FUNCTION
           PERFORM 0200-RUN-ONE-RULE THRU 0200-EXIT
               VARYING R FROM 1 BY 1 UNTIL R > WS-XR-COUNT
           MOVE SPACES TO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE SPACES TO WS-PS-TEXT-1
           STRING WS-RULES-RUN " RULES RUN, " WS-TOTAL-FINDINGS
               " ORPHANS/DUPLICATES, " WS-EXCEPTIONS-LOGGED
               " EXCEPTIONS FOR THE SHIFT LOG."
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE "C" TO WS-PS-FUNCTION
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           DISPLAY "INTEGRITY RUN: " WS-RULES-RUN " RULES, "
               WS-TOTAL-FINDINGS " ORPHANS/DUPLICATES -- SEE "
               "xrefcheck.rpt."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "XREF RUN " WS-TOTAL-FINDINGS " FINDINGS"
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           IF WS-EXCEPTIONS-LOGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-LOAD-RULES.
           MOVE 0 TO WS-XR-COUNT
           MOVE "N" TO WS-XR-EOF
           OPEN INPUT RULE-FILE
           IF WS-XR-FILE-STATUS = "00"
               PERFORM UNTIL WS-XR-EOF = "Y" OR WS-XR-COUNT = 100
                   READ RULE-FILE
                       AT END
                           MOVE "Y" TO WS-XR-EOF
                       NOT AT END
      *                    A BLANK LINE IS A STRAY, NOT A RULE.
                           IF RULE-RECORD NOT = SPACES
                               ADD 1 TO WS-XR-COUNT
                               MOVE XR-RULE-TYPE
                                   TO XRE-RULE-TYPE(WS-XR-COUNT)
                               MOVE XR-CHILD-FILE
                                   TO XRE-CHILD-FILE(WS-XR-COUNT)
                               MOVE XR-CHILD-START
                                   TO XRE-CHILD-START(WS-XR-COUNT)
                               MOVE XR-KEY-LEN
                                   TO XRE-KEY-LEN(WS-XR-COUNT)
                               MOVE XR-PARENT-FILE
                                   TO XRE-PARENT-FILE(WS-XR-COUNT)
                               MOVE XR-PARENT-START
                                   TO XRE-PARENT-START(WS-XR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

      *    A RULE THAT CANNOT BE RUN IS ITSELF AN EXCEPTION -- A
      *    CHECK THAT SILENTLY STOPPED CHECKING IS WORSE THAN NONE.
       0200-RUN-ONE-RULE.
           ADD 1 TO WS-RULES-RUN
           MOVE 0 TO WS-RULE-FINDINGS
           MOVE R TO WS-RULE-NO-ED
           PERFORM 0250-VALIDATE-RULE
           IF WS-RULE-OK = "N"
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "RULE " WS-RULE-NO-ED " IS MALFORMED ("
                   XRE-RULE-TYPE(R) " "
                   XRE-CHILD-FILE(R) DELIMITED BY SIZE
                   ") -- NOT RUN." DELIMITED BY SIZE
                   INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               MOVE SPACES TO WS-EXC-TEXT
               STRING "XREF RULE " WS-RULE-NO-ED
                   " IS MALFORMED -- NOT RUN"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM 0900-LOG-EXCEPTION
               GO TO 0200-EXIT
           END-IF
           IF XRE-RULE-TYPE(R) = "O"
               PERFORM 0300-CHECK-ORPHANS THRU 0300-EXIT
           ELSE
               PERFORM 0400-CHECK-DUPLICATES THRU 0400-EXIT
           END-IF
           ADD WS-RULE-FINDINGS TO WS-TOTAL-FINDINGS.
       0200-EXIT.
           EXIT.

       0250-VALIDATE-RULE.
           MOVE "Y" TO WS-RULE-OK
           IF XRE-RULE-TYPE(R) NOT = "O" AND XRE-RULE-TYPE(R) NOT = "D"
               MOVE "N" TO WS-RULE-OK
           END-IF
           IF XRE-CHILD-FILE(R) = SPACES
               OR XRE-CHILD-START(R) IS NOT NUMERIC
               OR XRE-KEY-LEN(R) IS NOT NUMERIC
               MOVE "N" TO WS-RULE-OK
           END-IF
           IF WS-RULE-OK = "Y"
               IF XRE-CHILD-START(R) = 0 OR XRE-KEY-LEN(R) = 0
                   OR XRE-KEY-LEN(R) > 20
                   OR XRE-CHILD-START(R) + XRE-KEY-LEN(R) > 251
                   MOVE "N" TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK = "Y" AND XRE-RULE-TYPE(R) = "O"
               IF XRE-PARENT-FILE(R) = SPACES
                   OR XRE-PARENT-START(R) IS NOT NUMERIC
                   MOVE "N" TO WS-RULE-OK
               ELSE
                   IF XRE-PARENT-START(R) = 0
                       OR XRE-PARENT-START(R) + XRE-KEY-LEN(R) > 251
                       MOVE "N" TO WS-RULE-OK
                   END-IF
               END-IF
           END-IF.

      *    LOAD THE PARENT'S KEYS, THEN WALK THE CHILD LOOKING
      *    EACH ONE UP. A BLANK CHILD KEY IS AN OPTIONAL
      *    REFERENCE LEFT EMPTY, NOT AN ORPHAN. A MISSING PARENT
      *    FILE LEAVES THE TABLE EMPTY, SO EVERY CHILD REFERENCE
      *    SHOWS AS THE ORPHAN IT IS.
       0300-CHECK-ORPHANS.
           MOVE XRE-CHILD-START(R) TO WS-START-ED
           MOVE XRE-KEY-LEN(R) TO WS-LEN-ED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "RULE " WS-RULE-NO-ED " ORPHANS: "
               DELIMITED BY SIZE
               XRE-CHILD-FILE(R) DELIMITED BY SPACE
               " (" WS-START-ED ":" WS-LEN-ED ") MUST BE ON "
               DELIMITED BY SIZE
               XRE-PARENT-FILE(R) DELIMITED BY SPACE
               INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE XRE-PARENT-FILE(R) TO WS-SOURCE-LOGICAL
           MOVE XRE-PARENT-START(R) TO WS-KEY-START
           MOVE "N" TO WS-CHECK-DUPS
           PERFORM 0600-LOAD-KEY-TABLE THRU 0600-EXIT
           IF WS-SRC-MISSING = "Y"
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "    " DELIMITED BY SIZE
                   XRE-PARENT-FILE(R) DELIMITED BY SPACE
                   " IS NOT ON FILE." DELIMITED BY SIZE
                   INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
           END-IF
      *    A PARTIAL KEY TABLE WOULD REPORT GOOD CHILDREN AS
      *    ORPHANS -- STOP THE RULE RATHER THAN MISREPORT.
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO WS-EXC-TEXT
               STRING "XREF RULE " WS-RULE-NO-ED " NOT RUN: "
                   DELIMITED BY SIZE
                   XRE-PARENT-FILE(R) DELIMITED BY SPACE
                   " OVER 5000 KEYS" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM 0900-LOG-EXCEPTION
               GO TO 0300-EXIT
           END-IF
           MOVE XRE-CHILD-FILE(R) TO WS-SOURCE-LOGICAL
           MOVE XRE-CHILD-START(R) TO WS-KEY-START
           PERFORM 0700-OPEN-SOURCE
           IF WS-SRC-MISSING = "Y"
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "    " DELIMITED BY SIZE
                   XRE-CHILD-FILE(R) DELIMITED BY SPACE
                   " IS NOT ON FILE -- NOTHING TO CHECK."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               GO TO 0300-EXIT
           END-IF
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-SRC-EOF = "Y"
               PERFORM 0710-READ-SOURCE
               IF WS-SRC-EOF NOT = "Y"
                   ADD 1 TO WS-LINE-NO
                   PERFORM 0350-CHECK-ONE-CHILD
               END-IF
           END-PERFORM
           PERFORM 0720-CLOSE-SOURCE
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "    " WS-LINE-NO " RECORDS CHECKED, "
               WS-RULE-FINDINGS " ORPHANS."
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-RULE-FINDINGS > 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING XRE-CHILD-FILE(R) DELIMITED BY SPACE
                   ": " WS-RULE-FINDINGS " ORPHANS VS "
                   DELIMITED BY SIZE
                   XRE-PARENT-FILE(R) DELIMITED BY SPACE
                   INTO WS-EXC-TEXT
               PERFORM 0900-LOG-EXCEPTION
           END-IF.
       0300-EXIT.
           EXIT.

       0350-CHECK-ONE-CHILD.
           MOVE SPACES TO WS-KEY
           MOVE WS-IMAGE(WS-KEY-START:XRE-KEY-LEN(R)) TO WS-KEY
           IF WS-KEY NOT = SPACES
               PERFORM 0650-FIND-KEY
               IF WS-FOUND-INDEX = 0
                   ADD 1 TO WS-RULE-FINDINGS
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "    RECORD " WS-LINE-NO "  " WS-KEY
                       "  NOT ON " DELIMITED BY SIZE
                       XRE-PARENT-FILE(R) DELIMITED BY SPACE
                       INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                       WS-PS-TEXT-2
               END-IF
           END-IF.

       0400-CHECK-DUPLICATES.
           MOVE XRE-CHILD-START(R) TO WS-START-ED
           MOVE XRE-KEY-LEN(R) TO WS-LEN-ED
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "RULE " WS-RULE-NO-ED " DUPLICATES: "
               DELIMITED BY SIZE
               XRE-CHILD-FILE(R) DELIMITED BY SPACE
               " (" WS-START-ED ":" WS-LEN-ED ") MUST BE UNIQUE"
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           MOVE XRE-CHILD-FILE(R) TO WS-SOURCE-LOGICAL
           MOVE XRE-CHILD-START(R) TO WS-KEY-START
           MOVE "Y" TO WS-CHECK-DUPS
           PERFORM 0600-LOAD-KEY-TABLE THRU 0600-EXIT
           IF WS-SRC-MISSING = "Y"
               MOVE SPACES TO WS-PS-TEXT-1
               STRING "    " DELIMITED BY SIZE
                   XRE-CHILD-FILE(R) DELIMITED BY SPACE
                   " IS NOT ON FILE -- NOTHING TO CHECK."
                   DELIMITED BY SIZE INTO WS-PS-TEXT-1
               CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                   WS-PS-TEXT-2
               GO TO 0400-EXIT
           END-IF
           MOVE SPACES TO WS-PS-TEXT-1
           STRING "    " WS-LINE-NO " RECORDS CHECKED, "
               WS-RULE-FINDINGS " DUPLICATES."
               DELIMITED BY SIZE INTO WS-PS-TEXT-1
           CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
               WS-PS-TEXT-2
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO WS-EXC-TEXT
               STRING "XREF RULE " WS-RULE-NO-ED " PARTLY RUN: "
                   DELIMITED BY SIZE
                   XRE-CHILD-FILE(R) DELIMITED BY SPACE
                   " OVER 5000 KEYS" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM 0900-LOG-EXCEPTION
           END-IF
           IF WS-RULE-FINDINGS > 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING XRE-CHILD-FILE(R) DELIMITED BY SPACE
                   ": " WS-RULE-FINDINGS " DUPLICATE KEYS AT COL "
                   WS-START-ED DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM 0900-LOG-EXCEPTION
           END-IF.
       0400-EXIT.
           EXIT.

      *    ONE ENTRY PER DISTINCT KEY. WITH WS-CHECK-DUPS ON, EVERY
      *    REPEAT OF A KEY ALREADY SEEN IS REPORTED AGAINST THE
      *    RECORD THAT FIRST CARRIED IT.
       0600-LOAD-KEY-TABLE.
           MOVE 0 TO WS-KT-COUNT
           MOVE "N" TO WS-TABLE-FULL
           MOVE 0 TO WS-LINE-NO
           PERFORM 0700-OPEN-SOURCE
           IF WS-SRC-MISSING = "Y"
               GO TO 0600-EXIT
           END-IF
           PERFORM UNTIL WS-SRC-EOF = "Y"
               PERFORM 0710-READ-SOURCE
               IF WS-SRC-EOF NOT = "Y"
                   ADD 1 TO WS-LINE-NO
                   MOVE SPACES TO WS-KEY
                   MOVE WS-IMAGE(WS-KEY-START:XRE-KEY-LEN(R))
                       TO WS-KEY
                   IF WS-KEY NOT = SPACES
                       PERFORM 0620-ADD-ONE-KEY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 0720-CLOSE-SOURCE.
       0600-EXIT.
           EXIT.

       0620-ADD-ONE-KEY.
           PERFORM 0650-FIND-KEY
           IF WS-FOUND-INDEX > 0
               IF WS-CHECK-DUPS = "Y"
                   ADD 1 TO WS-RULE-FINDINGS
                   MOVE SPACES TO WS-PS-TEXT-1
                   STRING "    RECORD " WS-LINE-NO "  " WS-KEY
                       "  DUPLICATES RECORD "
                       KTE-LINE-NO(WS-FOUND-INDEX)
                       DELIMITED BY SIZE INTO WS-PS-TEXT-1
                   CALL "PRINTSVC" USING WS-PS-FUNCTION WS-PS-TEXT-1
                       WS-PS-TEXT-2
               END-IF
           ELSE
               IF WS-KT-COUNT = 5000
                   MOVE "Y" TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-KT-COUNT
                   MOVE WS-KEY TO KTE-KEY(WS-KT-COUNT)
                   MOVE WS-LINE-NO TO KTE-LINE-NO(WS-KT-COUNT)
               END-IF
           END-IF.

       0650-FIND-KEY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-KT-COUNT OR WS-FOUND-INDEX > 0
               IF KTE-KEY(K) = WS-KEY
                   MOVE K TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    ----- GENERIC READER -----
      *    WS-SOURCE-LOGICAL NAMES THE FILE. EACH RECORD COMES
      *    BACK AS AN IMAGE IN WS-IMAGE, WHATEVER THE FILE'S
      *    ORGANIZATION, SO THE RULES ONLY EVER SEE COLUMNS.
       0700-OPEN-SOURCE.
           CALL "ENVCONFIG" USING WS-SOURCE-LOGICAL WS-SOURCE-PATH
           MOVE 0 TO WS-IX-NO
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 6
               IF IX-NAME(X) = WS-SOURCE-LOGICAL
                   MOVE X TO WS-IX-NO
               END-IF
           END-PERFORM
           EVALUATE WS-IX-NO
               WHEN 1
                   OPEN INPUT EMPLOYEE-FILE
               WHEN 2
                   OPEN INPUT STUDENT-MASTER-FILE
               WHEN 3
                   OPEN INPUT STUDENT-DIR-FILE
               WHEN 4
                   OPEN INPUT ENROLLMENT-FILE
               WHEN 5
                   OPEN INPUT INSTRUCTOR-FILE
               WHEN 6
                   OPEN INPUT CUSTOMER-MASTER-FILE
               WHEN OTHER
                   OPEN INPUT SOURCE-FILE
           END-EVALUATE
           MOVE "N" TO WS-SRC-EOF
           MOVE "N" TO WS-SRC-MISSING
           IF WS-SRC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SRC-MISSING
               MOVE "Y" TO WS-SRC-EOF
           END-IF.

       0710-READ-SOURCE.
           MOVE SPACES TO WS-IMAGE
           EVALUATE WS-IX-NO
               WHEN 1
                   READ EMPLOYEE-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE EMPLOYEE-RECORD TO WS-IMAGE
                   END-READ
               WHEN 2
                   READ STUDENT-MASTER-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           MOVE STUDENT-MASTER-RECORD TO WS-IMAGE
                   END-READ
               WHEN 3
                   READ STUDENT-DIR-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           MOVE STUDENT-DIR-RECORD TO WS-IMAGE
                   END-READ
               WHEN 4
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           MOVE ENROLLMENT-RECORD TO WS-IMAGE
                   END-READ
               WHEN 5
                   READ INSTRUCTOR-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           MOVE INSTRUCTOR-RECORD TO WS-IMAGE
                   END-READ
               WHEN 6
                   READ CUSTOMER-MASTER-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE
                   END-READ
               WHEN OTHER
                   READ SOURCE-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE SOURCE-RECORD TO WS-IMAGE
                   END-READ
           END-EVALUATE.

       0720-CLOSE-SOURCE.
           EVALUATE WS-IX-NO
               WHEN 1
                   CLOSE EMPLOYEE-FILE
               WHEN 2
                   CLOSE STUDENT-MASTER-FILE
               WHEN 3
                   CLOSE STUDENT-DIR-FILE
               WHEN 4
                   CLOSE ENROLLMENT-FILE
               WHEN 5
                   CLOSE INSTRUCTOR-FILE
               WHEN 6
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN OTHER
                   CLOSE SOURCE-FILE
           END-EVALUATE.

      *    ONE LINE PER RULE THAT FOUND SOMETHING -- THE DETAIL IS
      *    ON THE REPORT, THE SHIFT LOG ONLY NEEDS TO KNOW WHERE
      *    TO LOOK.
       0900-LOG-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-XE-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF
           MOVE WS-TODAY TO XE-DATE
           MOVE WS-EXC-TEXT TO XE-TEXT
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           ADD 1 TO WS-EXCEPTIONS-LOGGED.
