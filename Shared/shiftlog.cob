      *            ACKNOWLEDGMENT. THE MORNING PICTURE WAS
      *            SCATTERED -- abendlog.dat HAS THE FAILURES,
      *            runcontrol.dat THE FAILED STEPS, DASHBOARD THE
      *            SHRUNKEN FILES, xrefexc.dat THE CROSS-FILE
      *            ORPHANS AND DUPLICATES XREFCHECK FOUND OVERNIGHT
      *            -- AND THE OVERNIGHT STORY WAS
      *            HANDED OVER VERBALLY. THE GATHER FUNCTION PULLS
      *            THE NEW EXCEPTIONS FROM THOSE SOURCES ONTO
      *            shiftlog.dat (shiftstate.dat REMEMBERS HOW FAR
           SELECT SNAPSHOT-FILE ASSIGN TO "dashsnapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.
           SELECT XREF-EXCEPTION-FILE ASSIGN TO "xrefexc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XE-FILE-STATUS.
           SELECT TEXT-FILE ASSIGN TO WS-TEXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           05 SS-ABEND-LINES   PIC 9(6).
           05 SS-RC-LINES      PIC 9(6).
           05 SS-LAST-CLOSE    PIC X(8).
           05 SS-XREF-LINES    PIC 9(6).

       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD    PIC X(150).
           05 RC-STEP-NAME     PIC X(22).
           05 RC-STATUS        PIC X.
           05 RC-RETURN-CODE   PIC 9(4).
           05 RC-COMPANY       PIC X(4).

      *    SAME LAYOUT DASHBOARD KEEPS.
       FD  SNAPSHOT-FILE.
           05 DS-DATE          PIC X(8).
           05 DS-COUNT         PIC 9(7).

      *    SAME LAYOUT XREFCHECK WRITES.
       FD  XREF-EXCEPTION-FILE.
       01  XREF-EXCEPTION-RECORD.
           05 XE-DATE          PIC X(8).
           05 XE-TEXT          PIC X(60).

       FD  TEXT-FILE.
       01  TEXT-RECORD         PIC X(200).

       01  WS-RC-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SN-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-TX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-XE-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-SL-EOF           PIC X VALUE "N".
       01  WS-AB-EOF           PIC X VALUE "N".
       01  WS-RC-EOF           PIC X VALUE "N".
       01  WS-SN-EOF           PIC X VALUE "N".
       01  WS-TX-EOF           PIC X VALUE "N".
       01  WS-XE-EOF           PIC X VALUE "N".
       01  WS-MENU-CHOICE      PIC X VALUE " ".
       01  WS-DONE-SWITCH      PIC X VALUE "N".
       01  WS-TODAY            PIC X(8).
           05 WS-ABEND-LINES   PIC 9(6) VALUE 0.
           05 WS-RC-LINES      PIC 9(6) VALUE 0.
           05 WS-LAST-CLOSE    PIC X(8) VALUE SPACES.
           05 WS-XREF-LINES    PIC 9(6) VALUE 0.

       01  SHIFT-TABLE.
           05 WS-SH-COUNT      PIC 9(3) VALUE 0.
                       MOVE SS-ABEND-LINES TO WS-ABEND-LINES
                       MOVE SS-RC-LINES TO WS-RC-LINES
                       MOVE SS-LAST-CLOSE TO WS-LAST-CLOSE
      *                A STATE LINE FROM BEFORE THE XREF GATHER HAS
      *                NO MARK FOR IT YET -- START FROM THE TOP.
                       IF SS-XREF-LINES IS NUMERIC
                           MOVE SS-XREF-LINES TO WS-XREF-LINES
                       END-IF
               END-READ
               CLOSE SHIFT-STATE-FILE
           END-IF.
           PERFORM 0310-GATHER-FROM-ABENDS THRU 0310-EXIT
           PERFORM 0320-GATHER-FROM-RUNCONTROL THRU 0320-EXIT
           PERFORM 0330-GATHER-FROM-SNAPSHOT THRU 0330-EXIT
           PERFORM 0350-GATHER-FROM-XREF THRU 0350-EXIT
           PERFORM 0800-REWRITE-SHIFT-LOG
           PERFORM 0850-SAVE-SHIFT-STATE
           DISPLAY WS-GATHERED-COUNT " NEW EXCEPTIONS GATHERED."
       0340-EXIT.
           EXIT.

      *    XREFCHECK REPORTS AN UNFIXED ORPHAN AGAIN EVERY NIGHT;
      *    WHILE THE SAME FINDING IS STILL OPEN ON THE LOG, THE
      *    REPEAT ADDS NOTHING.
       0350-GATHER-FROM-XREF.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-XE-EOF
           OPEN INPUT XREF-EXCEPTION-FILE
           IF WS-XE-FILE-STATUS NOT = "00"
               GO TO 0350-EXIT
           END-IF
           PERFORM UNTIL WS-XE-EOF = "Y"
               READ XREF-EXCEPTION-FILE
                   AT END
                       MOVE "Y" TO WS-XE-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-XREF-LINES
                           PERFORM 0360-FIND-OPEN-XREF-ITEM
                           IF WS-FOUND-INDEX = 0
                               MOVE "XREF" TO SH-SOURCE
                               MOVE XE-TEXT TO SH-TEXT
                               PERFORM 0390-ADD-GATHERED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-EXCEPTION-FILE
           MOVE WS-LINE-NO TO WS-XREF-LINES.
       0350-EXIT.
           EXIT.

       0360-FIND-OPEN-XREF-ITEM.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SH-COUNT
               IF SHE-SOURCE(S) = "XREF" AND SHE-STATUS(S) = "O"
                       AND SHE-TEXT(S) = XE-TEXT
                   MOVE S TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       0390-ADD-GATHERED-ITEM.
           IF WS-SH-COUNT = 300
               DISPLAY "*** SHIFT TABLE FULL -- ITEM DROPPED: "
           MOVE WS-ABEND-LINES TO SS-ABEND-LINES
           MOVE WS-RC-LINES TO SS-RC-LINES
           MOVE WS-LAST-CLOSE TO SS-LAST-CLOSE
           MOVE WS-XREF-LINES TO SS-XREF-LINES
           WRITE SHIFT-STATE-RECORD
           CLOSE SHIFT-STATE-FILE.
