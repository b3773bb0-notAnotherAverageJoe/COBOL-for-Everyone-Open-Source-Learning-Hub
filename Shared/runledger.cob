       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLEDGER.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SHARED RUN LEDGER AND CHECKPOINT SERVICE FOR THE
      *            BATCH UPDATES (SALSWEEP, TERMEND, THE ADVISORY
      *            FEEBILL). THOSE RUNS UPDATE RECORDS IN A LOOP AND
      *            NOTHING RECORDED HOW FAR ONE GOT -- A SWEEP THAT
      *            DIED HALFWAY GAVE THE FIRST HALF A SECOND
      *            INCREASE WHEN IT WAS RERUN, A TERM END PROMOTED
      *            STUDENTS TWICE, A BILLING RUN DOUBLE-BILLED
      *            CLIENTS. EACH RUN NOW BEGINS HERE UNDER ITS JOB
      *            NAME AND THE PERIOD IT COVERS (THE EFFECTIVE
      *            DATE, THE TERM, THE QUARTER) AND:
      *              - A RUN LINE GOES ON runledger.dat WITH THE RUN
      *                ID (THE STARTING TIMESTAMP), ITS STATUS, THE
      *                LAST KEY COMMITTED AND THE COUNT, CHECKPOINTED
      *                EVERY 25 RECORDS THE WAY readfiles.cob
      *                CHECKPOINTS, AND CLOSED WHEN THE RUN ENDS;
      *              - EVERY RECORD THE RUN UPDATES GETS AN "ALREADY
      *                APPLIED" MARKER ON runmarks.dat THE MOMENT IT
      *                IS COMMITTED, CARRYING WHAT THE CALLER NEEDS
      *                TO UNDO IT (THE OLD SALARY, THE OLD YEAR, THE
      *                FEE BILLED).
      *            A RUN THAT DIED IS PICKED UP WHERE IT STOPPED: THE
      *            CALLER IS TOLD THE LAST KEY COMMITTED AND ASKS
      *            HERE BEFORE TOUCHING EACH RECORD. A SECOND RUN
      *            FOR A PERIOD ALREADY COMPLETED IS REFUSED OUTRIGHT
      *            UNLESS AN OPERATOR, BY ID, AUTHORIZES A REVERSAL
      *            RUN, WHICH BACKS THE FIRST RUN OUT RECORD BY
      *            RECORD (ITSELF RESTARTABLE); ONCE IT IS REVERSED
      *            THE PERIOD CAN BE RUN AGAIN UNDER A NEW RUN ID.
      *            BOTH FILES ARE APPEND-ONLY AND RESOLVED THROUGH
      *            ENVCONFIG, SO THE HISTORY OF EVERY RUN STAYS ON
      *            FILE BESIDE THE MASTERS IT DESCRIBES.
      *    CALL "RUNLEDGER" USING LS-FUNCTION LS-JOB LS-RUN-KEY
      *        LS-ITEM-KEY LS-ITEM-DATA LS-RESULT.
      *        LS-FUNCTION  PIC X:
      *          "B" = BEGIN THE RUN FOR LS-JOB / LS-RUN-KEY. RESULT
      *                "N" = NEW RUN, "R" = RESTART OF A RUN THAT
      *                DIED, "V" = AUTHORIZED REVERSAL RUN (NEW OR
      *                RESUMED), "D" = REFUSED -- ALREADY RUN AND NO
      *                REVERSAL AUTHORIZED, "E" = LEDGER ERROR. ON
      *                "R" OR A RESUMED "V" LS-ITEM-KEY RETURNS THE
      *                LAST KEY COMMITTED, OTHERWISE SPACES.
      *          "Q" = ASK ABOUT LS-ITEM-KEY. RESULT "A" = APPLIED
      *                BY THE RUN AND NOT REVERSED, "V" = ALREADY
      *                REVERSED, "N" = NOT TOUCHED. LS-ITEM-DATA
      *                RETURNS THE DATA MARKED WITH IT.
      *          "F" = FETCH THE NEXT ITEM STILL TO REVERSE (IN THE
      *                ORDER IT WAS APPLIED) INTO LS-ITEM-KEY AND
      *                LS-ITEM-DATA. RESULT "Y", OR "N" AT THE END.
      *          "M" = MARK LS-ITEM-KEY COMMITTED WITH LS-ITEM-DATA
      *                -- APPLIED ON A FORWARD RUN, REVERSED ON A
      *                REVERSAL RUN. RESULT "Y".
      *          "C" = THE RUN FINISHED CLEANLY. RESULT "Y".
      *        LS-JOB       PIC X(15), THE CALLING PROGRAM.
      *        LS-RUN-KEY   PIC X(12), THE PERIOD THE RUN COVERS.
      *        LS-ITEM-KEY  PIC X(20), THE RECORD'S KEY.
      *        LS-ITEM-DATA PIC X(40), THE CALLER'S UNDO DATA.
      *        LS-RESULT    PIC X, AS ABOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT RUN-MARK-FILE ASSIGN TO WS-MARKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER EVENT IN A RUN'S LIFE -- BEGUN, CHECKPOINTED,
      *    FINISHED. THE LATEST LINE FOR A JOB AND PERIOD IS ITS
      *    STATE: "S" = FORWARD RUN STARTED, "C" = COMPLETED,
      *    "V" = REVERSAL STARTED, "X" = REVERSED.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD.
           05 RL-JOB           PIC X(15).
           05 RL-RUN-KEY       PIC X(12).
           05 RL-RUN-ID        PIC X(14).
           05 RL-STATUS        PIC X.
           05 RL-LAST-KEY      PIC X(20).
           05 RL-COUNT         PIC 9(7).
           05 RL-OPERATOR      PIC X(10).
           05 RL-STAMP         PIC X(15).

      *    ONE LINE PER RECORD COMMITTED: "A" = APPLIED BY THE RUN,
      *    "V" = REVERSED BY ITS REVERSAL.
       FD  RUN-MARK-FILE.
       01  RUN-MARK-RECORD.
           05 RM-JOB           PIC X(15).
           05 RM-RUN-ID        PIC X(14).
           05 RM-ITEM-KEY      PIC X(20).
           05 RM-STATE         PIC X.
           05 RM-DATA          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RM-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RL-EOF           PIC X VALUE "N".
       01  WS-RM-EOF           PIC X VALUE "N".
       01  WS-TIMESTAMP        PIC X(26).
       01  WS-ANSWER           PIC X VALUE "N".

      *    THE RUN IN HAND, KEPT BETWEEN CALLS.
       01  CURRENT-RUN.
           05 WS-JOB           PIC X(15) VALUE SPACES.
           05 WS-RUN-KEY       PIC X(12) VALUE SPACES.
           05 WS-RUN-ID        PIC X(14) VALUE SPACES.
           05 WS-RUN-STATUS    PIC X VALUE SPACE.
           05 WS-LAST-KEY      PIC X(20) VALUE SPACES.
           05 WS-RUN-COUNT     PIC 9(7) VALUE 0.
           05 WS-OPERATOR      PIC X(10) VALUE SPACES.
           05 WS-STARTED-ON    PIC X(15) VALUE SPACES.
       01  WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 25.
       01  WS-SINCE-CHECKPOINT PIC 9(3) VALUE 0.

      *    EVERY MARKER OF THE RUN IN HAND -- ONE ENTRY PER ITEM,
      *    IN THE ORDER IT WAS FIRST APPLIED.
       01  MARK-TABLE.
           05 WS-MK-COUNT      PIC 9(4) VALUE 0.
           05 MK-ENTRY OCCURS 3000 TIMES.
               10 MKE-ITEM-KEY     PIC X(20).
               10 MKE-STATE        PIC X.
               10 MKE-DATA         PIC X(40).
       01  M                   PIC 9(4) VALUE 1.
       01  WS-MK-INDEX         PIC 9(4) VALUE 0.
       01  WS-FIND-KEY         PIC X(20) VALUE SPACES.
       01  WS-FETCH-INDEX      PIC 9(4) VALUE 0.
       01  WS-MK-OVERFLOW      PIC X VALUE "N".

       01  SESSION-OPERATOR-ID PIC X(10) EXTERNAL.
       01  WS-AUDIT-PROGRAM    PIC X(15).
       01  WS-AUDIT-ACTION     PIC X(40).

       01  WS-LEDGER-LOGICAL   PIC X(20) VALUE "runledger.dat".
       01  WS-LEDGER-PATH      PIC X(50) VALUE "runledger.dat".
       01  WS-MARKS-LOGICAL    PIC X(20) VALUE "runmarks.dat".
       01  WS-MARKS-PATH       PIC X(50) VALUE "runmarks.dat".

       LINKAGE SECTION.
       01  LS-FUNCTION         PIC X.
       01  LS-JOB              PIC X(15).
       01  LS-RUN-KEY          PIC X(12).
       01  LS-ITEM-KEY         PIC X(20).
       01  LS-ITEM-DATA        PIC X(40).
       01  LS-RESULT           PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-JOB LS-RUN-KEY
           LS-ITEM-KEY LS-ITEM-DATA LS-RESULT.
       0000-MAIN.
           MOVE "N" TO LS-RESULT
           EVALUATE LS-FUNCTION
               WHEN "B"
                   PERFORM 0100-BEGIN-RUN THRU 0100-EXIT
               WHEN "Q"
                   PERFORM 0400-QUERY-ITEM
               WHEN "F"
                   PERFORM 0450-FETCH-NEXT-TO-REVERSE
               WHEN "M"
                   PERFORM 0500-MARK-ITEM THRU 0500-EXIT
               WHEN "C"
                   PERFORM 0600-COMPLETE-RUN
           END-EVALUATE
           GOBACK.

      *    THE LATEST LEDGER LINE FOR THE JOB AND PERIOD DECIDES
      *    WHAT KIND OF RUN THIS IS.
       0100-BEGIN-RUN.
           CALL "ENVCONFIG" USING WS-LEDGER-LOGICAL WS-LEDGER-PATH
           CALL "ENVCONFIG" USING WS-MARKS-LOGICAL WS-MARKS-PATH
           MOVE LS-JOB TO WS-JOB
           MOVE LS-RUN-KEY TO WS-RUN-KEY
           MOVE SPACES TO WS-RUN-ID
           MOVE SPACE TO WS-RUN-STATUS
           MOVE SPACES TO WS-LAST-KEY
           MOVE SPACES TO WS-OPERATOR
           MOVE SPACES TO WS-STARTED-ON
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-SINCE-CHECKPOINT
           MOVE 0 TO WS-MK-COUNT
           MOVE 0 TO WS-FETCH-INDEX
           MOVE SPACES TO LS-ITEM-KEY
           PERFORM 0150-FIND-LATEST-RUN
           EVALUATE WS-RUN-STATUS
               WHEN "S"
                   PERFORM 0200-LOAD-MARKERS
                   IF WS-MK-OVERFLOW = "Y"
                       MOVE "E" TO LS-RESULT
                       GO TO 0100-EXIT
                   END-IF
                   DISPLAY "RUN " WS-RUN-ID " OF " FUNCTION
                       TRIM(WS-JOB) " FOR " FUNCTION TRIM(WS-RUN-KEY)
                       " DID NOT FINISH -- RESTARTING AFTER "
                       WS-RUN-COUNT " RECORDS ALREADY APPLIED."
                   MOVE WS-LAST-KEY TO LS-ITEM-KEY
                   MOVE "R" TO LS-RESULT
               WHEN "V"
                   PERFORM 0200-LOAD-MARKERS
                   IF WS-MK-OVERFLOW = "Y"
                       MOVE "E" TO LS-RESULT
                       GO TO 0100-EXIT
                   END-IF
                   DISPLAY "THE REVERSAL OF RUN " WS-RUN-ID " OF "
                       FUNCTION TRIM(WS-JOB) " FOR "
                       FUNCTION TRIM(WS-RUN-KEY)
                       " DID NOT FINISH -- RESUMING IT."
                   MOVE WS-LAST-KEY TO LS-ITEM-KEY
                   MOVE "V" TO LS-RESULT
               WHEN "C"
                   PERFORM 0300-OFFER-REVERSAL THRU 0300-EXIT
               WHEN OTHER
                   PERFORM 0180-START-NEW-RUN
           END-EVALUATE.
       0100-EXIT.
           EXIT.

       0150-FIND-LATEST-RUN.
           MOVE "N" TO WS-RL-EOF
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RL-EOF
           END-IF
           PERFORM UNTIL WS-RL-EOF = "Y"
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-RL-EOF
                   NOT AT END
                       IF RL-JOB = WS-JOB
                               AND RL-RUN-KEY = WS-RUN-KEY
                           MOVE RL-RUN-ID TO WS-RUN-ID
                           MOVE RL-STATUS TO WS-RUN-STATUS
                           MOVE RL-OPERATOR TO WS-OPERATOR
                           IF RL-STATUS = "C"
                               MOVE RL-STAMP TO WS-STARTED-ON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RL-FILE-STATUS NOT = "35"
               CLOSE RUN-LEDGER-FILE
           END-IF.

       0180-START-NEW-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-RUN-ID
           MOVE "S" TO WS-RUN-STATUS
           MOVE SPACES TO WS-OPERATOR
           PERFORM 0700-WRITE-LEDGER-LINE
           MOVE "N" TO LS-RESULT.

      *    THE RUN'S MARKERS, FOLDED TO ONE ENTRY PER ITEM. THE LAST
      *    KEY COMMITTED IS THE LAST MARKER OF THE LEG IN HAND --
      *    "A" ON A FORWARD RUN, "V" ON A REVERSAL.
       0200-LOAD-MARKERS.
           MOVE "N" TO WS-MK-OVERFLOW
           MOVE "N" TO WS-RM-EOF
           OPEN INPUT RUN-MARK-FILE
           IF WS-RM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RM-EOF
           END-IF
           PERFORM UNTIL WS-RM-EOF = "Y"
               READ RUN-MARK-FILE
                   AT END
                       MOVE "Y" TO WS-RM-EOF
                   NOT AT END
                       IF RM-JOB = WS-JOB AND RM-RUN-ID = WS-RUN-ID
                           PERFORM 0250-FOLD-ONE-MARKER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RM-FILE-STATUS NOT = "35"
               CLOSE RUN-MARK-FILE
           END-IF
           IF WS-MK-OVERFLOW = "Y"
               DISPLAY "*** MORE THAN 3000 RECORDS ON RUN " WS-RUN-ID
                   " -- THE LEDGER CANNOT HOLD IT. NOTHING DONE. ***"
           END-IF.

       0250-FOLD-ONE-MARKER.
           MOVE RM-ITEM-KEY TO WS-FIND-KEY
           PERFORM 0420-FIND-ITEM
           IF WS-MK-INDEX = 0
               IF WS-MK-COUNT = 3000
                   MOVE "Y" TO WS-MK-OVERFLOW
               ELSE
                   ADD 1 TO WS-MK-COUNT
                   MOVE WS-MK-COUNT TO WS-MK-INDEX
                   MOVE RM-ITEM-KEY TO MKE-ITEM-KEY(WS-MK-INDEX)
                   MOVE RM-DATA TO MKE-DATA(WS-MK-INDEX)
               END-IF
           END-IF
           IF WS-MK-INDEX > 0
               MOVE RM-STATE TO MKE-STATE(WS-MK-INDEX)
           END-IF
           IF (WS-RUN-STATUS = "S" AND RM-STATE = "A")
                   OR (WS-RUN-STATUS = "V" AND RM-STATE = "V")
               MOVE RM-ITEM-KEY TO WS-LAST-KEY
               ADD 1 TO WS-RUN-COUNT
           END-IF.

      *    THE PERIOD HAS ALREADY BEEN RUN. NOTHING HAPPENS TO IT
      *    AGAIN UNLESS AN OPERATOR, BY ID, ASKS FOR IT TO BE BACKED
      *    OUT -- AND THAT IS LEDGERED AND AUDITED.
       0300-OFFER-REVERSAL.
           DISPLAY FUNCTION TRIM(WS-JOB) " HAS ALREADY RUN FOR "
               FUNCTION TRIM(WS-RUN-KEY) " (RUN " WS-RUN-ID
               ", FINISHED " WS-STARTED-ON ")."
           DISPLAY "A SECOND RUN FOR THE SAME PERIOD IS REFUSED. "
               "AUTHORIZE A REVERSAL RUN TO BACK IT OUT? (Y/N): "
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           IF WS-ANSWER NOT = "Y"
               DISPLAY "REFUSED. NOTHING DONE."
               MOVE "D" TO LS-RESULT
               GO TO 0300-EXIT
           END-IF
           IF SESSION-OPERATOR-ID = SPACES
                   OR SESSION-OPERATOR-ID = LOW-VALUES
               DISPLAY "OPERATOR ID AUTHORIZING THE REVERSAL: "
               ACCEPT WS-OPERATOR
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR
           ELSE
               MOVE SESSION-OPERATOR-ID TO WS-OPERATOR
           END-IF
           IF WS-OPERATOR = SPACES
               DISPLAY "NO OPERATOR ID -- REVERSAL NOT AUTHORIZED. "
                   "NOTHING DONE."
               MOVE "D" TO LS-RESULT
               GO TO 0300-EXIT
           END-IF
           MOVE "C" TO WS-RUN-STATUS
           PERFORM 0200-LOAD-MARKERS
           IF WS-MK-OVERFLOW = "Y"
               MOVE "E" TO LS-RESULT
               GO TO 0300-EXIT
           END-IF
           MOVE "V" TO WS-RUN-STATUS
           MOVE SPACES TO WS-LAST-KEY
           MOVE 0 TO WS-RUN-COUNT
           PERFORM 0700-WRITE-LEDGER-LINE
           MOVE WS-JOB TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REVERSAL OF " WS-RUN-KEY " BY " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-ACTION
           DISPLAY "REVERSAL RUN AUTHORIZED BY " FUNCTION
               TRIM(WS-OPERATOR) "."
           MOVE "V" TO LS-RESULT.
       0300-EXIT.
           EXIT.

       0400-QUERY-ITEM.
           MOVE SPACES TO LS-ITEM-DATA
           MOVE LS-ITEM-KEY TO WS-FIND-KEY
           PERFORM 0420-FIND-ITEM
           IF WS-MK-INDEX = 0
               MOVE "N" TO LS-RESULT
           ELSE
               MOVE MKE-STATE(WS-MK-INDEX) TO LS-RESULT
               MOVE MKE-DATA(WS-MK-INDEX) TO LS-ITEM-DATA
           END-IF.

       0420-FIND-ITEM.
           MOVE 0 TO WS-MK-INDEX
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-MK-COUNT OR WS-MK-INDEX > 0
               IF MKE-ITEM-KEY(M) = WS-FIND-KEY
                   MOVE M TO WS-MK-INDEX
               END-IF
           END-PERFORM.

       0450-FETCH-NEXT-TO-REVERSE.
           MOVE "N" TO LS-RESULT
           ADD 1 TO WS-FETCH-INDEX
           PERFORM UNTIL WS-FETCH-INDEX > WS-MK-COUNT
                   OR LS-RESULT = "Y"
               IF MKE-STATE(WS-FETCH-INDEX) = "A"
                   MOVE MKE-ITEM-KEY(WS-FETCH-INDEX) TO LS-ITEM-KEY
                   MOVE MKE-DATA(WS-FETCH-INDEX) TO LS-ITEM-DATA
                   MOVE "Y" TO LS-RESULT
               ELSE
                   ADD 1 TO WS-FETCH-INDEX
               END-IF
           END-PERFORM.

      *    THE MARKER IS WRITTEN AND THE FILE CLOSED FOR EVERY
      *    RECORD, SO A RUN THAT DIES A RECORD LATER STILL LEAVES
      *    IT ON DISK.
       0500-MARK-ITEM.
           MOVE "Y" TO LS-RESULT
           MOVE WS-JOB TO RM-JOB
           MOVE WS-RUN-ID TO RM-RUN-ID
           MOVE LS-ITEM-KEY TO RM-ITEM-KEY
           MOVE LS-ITEM-DATA TO RM-DATA
           IF WS-RUN-STATUS = "V"
               MOVE "V" TO RM-STATE
           ELSE
               MOVE "A" TO RM-STATE
           END-IF
           OPEN EXTEND RUN-MARK-FILE
           IF WS-RM-FILE-STATUS NOT = "00"
      *        MARKERS DO NOT EXIST YET - CREATE THEM, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST MARKER IS WRITTEN.
               OPEN OUTPUT RUN-MARK-FILE
               CLOSE RUN-MARK-FILE
               OPEN EXTEND RUN-MARK-FILE
           END-IF
           WRITE RUN-MARK-RECORD
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE THE RUN MARKER FOR "
                   FUNCTION TRIM(LS-ITEM-KEY) ", STATUS "
                   WS-RM-FILE-STATUS " ***"
               MOVE "N" TO LS-RESULT
           END-IF
           CLOSE RUN-MARK-FILE
           IF LS-RESULT = "N"
               GO TO 0500-EXIT
           END-IF
           MOVE LS-ITEM-KEY TO WS-FIND-KEY
           PERFORM 0420-FIND-ITEM
           IF WS-MK-INDEX = 0 AND WS-MK-COUNT < 3000
               ADD 1 TO WS-MK-COUNT
               MOVE WS-MK-COUNT TO WS-MK-INDEX
               MOVE LS-ITEM-KEY TO MKE-ITEM-KEY(WS-MK-INDEX)
               MOVE LS-ITEM-DATA TO MKE-DATA(WS-MK-INDEX)
           END-IF
           IF WS-MK-INDEX > 0
               MOVE RM-STATE TO MKE-STATE(WS-MK-INDEX)
           END-IF
           MOVE LS-ITEM-KEY TO WS-LAST-KEY
           ADD 1 TO WS-RUN-COUNT
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM 0700-WRITE-LEDGER-LINE
               MOVE 0 TO WS-SINCE-CHECKPOINT
           END-IF.
       0500-EXIT.
           EXIT.

       0600-COMPLETE-RUN.
           IF WS-RUN-STATUS = "V"
               MOVE "X" TO WS-RUN-STATUS
           ELSE
               MOVE "C" TO WS-RUN-STATUS
           END-IF
           PERFORM 0700-WRITE-LEDGER-LINE
           MOVE "Y" TO LS-RESULT.

       0700-WRITE-LEDGER-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-JOB TO RL-JOB
           MOVE WS-RUN-KEY TO RL-RUN-KEY
           MOVE WS-RUN-ID TO RL-RUN-ID
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-LAST-KEY TO RL-LAST-KEY
           MOVE WS-RUN-COUNT TO RL-COUNT
           MOVE WS-OPERATOR TO RL-OPERATOR
           MOVE SPACES TO RL-STAMP
           STRING WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO RL-STAMP
           OPEN EXTEND RUN-LEDGER-FILE
           IF WS-RL-FILE-STATUS NOT = "00"
      *        LEDGER DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST RUN IS WRITTEN.
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN EXTEND RUN-LEDGER-FILE
           END-IF
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
