      *            SIGN-ON AND ONLY THE ADMIN OPERATOR MAY RUN IT.
      *            PASSWORDS GO THROUGH THE SHARED PWHASH MODULE --
      *            NOTHING CLEAR-TEXT EVER LANDS ON THE FILE.
      *            EVERY OPERATOR NAMES A REVIEWING MANAGER, WHO
      *            RECERTIFIES THEIR ACCESS EACH QUARTER THROUGH
      *            recertrev.cob. A NEW OR UNLOCKED OPERATOR'S
      *            LAST SIGN-ON DATE STARTS AT TODAY, SO THE 90-DAY
      *            INACTIVITY RULE IN recertrun.cob COUNTS FROM THEN.
      *    compile with (from the repo root) ->
      *        cobc -x -o useradmin Shared/useradmin.cob
      *    then run ./useradmin
           05 AU-FAILED-COUNT      PIC 9.
           05 AU-STATUS            PIC X.
           05 AU-ROLE              PIC X.
           05 AU-LAST-SIGNON       PIC X(8).
           05 AU-MANAGER-ID        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AU-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-HASH             PIC 9(10) VALUE 0.
       01  WS-TIMESTAMP        PIC X(26).
       01  U                   PIC 9(2) VALUE 1.
       01  V                   PIC 9(2) VALUE 1.
       01  WS-MANAGER-ID       PIC X(10) VALUE SPACES.
       01  WS-MANAGER-OK       PIC X VALUE "N".
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "USERADMIN".
       01  WS-AUDIT-ACTION     PIC X(40).

               10 AUT-FAILED-COUNT PIC 9.
               10 AUT-STATUS       PIC X.
               10 AUT-ROLE         PIC X.
               10 AUT-LAST-SIGNON  PIC X(8).
               10 AUT-MANAGER-ID   PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
                       PERFORM 0700-UNLOCK-OPERATOR
                   WHEN "C"
                       PERFORM 0750-CHANGE-ROLE
                   WHEN "M"
                       PERFORM 0770-CHANGE-MANAGER
                   WHEN "X"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                               TO AUT-FAILED-COUNT(WS-AU-COUNT)
                           MOVE AU-STATUS TO AUT-STATUS(WS-AU-COUNT)
                           MOVE AU-ROLE TO AUT-ROLE(WS-AU-COUNT)
                           MOVE AU-LAST-SIGNON
                               TO AUT-LAST-SIGNON(WS-AU-COUNT)
                           MOVE AU-MANAGER-ID
                               TO AUT-MANAGER-ID(WS-AU-COUNT)
                   END-READ
               END-PERFORM
               CLOSE AUTH-USER-FILE
           DISPLAY "R - RESET AN OPERATOR'S PASSWORD"
           DISPLAY "U - UNLOCK A DISABLED OPERATOR"
           DISPLAY "C - CHANGE AN OPERATOR'S ROLE"
           DISPLAY "M - SET AN OPERATOR'S REVIEWING MANAGER"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER YOUR CHOICE: "
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.

       0300-LIST-OPERATORS.
           DISPLAY "OPERATOR    FAILS  STATUS  ROLE  LAST SIGN-ON  "
               "MANAGER"
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-AU-COUNT
               DISPLAY AUT-OPERATOR-ID(U) "  "
                   AUT-FAILED-COUNT(U) "      " AUT-STATUS(U)
                   "       " AUT-ROLE(U) "     " AUT-LAST-SIGNON(U)
                   "      " AUT-MANAGER-ID(U)
           END-PERFORM.

       0400-ADD-OPERATOR.
                       MOVE WS-SEARCH-ID TO AUT-OPERATOR-ID(U)
                       PERFORM 0650-TAKE-NEW-PASSWORD
                       PERFORM 0680-TAKE-ROLE
                       MOVE SPACES TO AUT-MANAGER-ID(U)
                       PERFORM 0690-TAKE-MANAGER
                       MOVE 0 TO AUT-FAILED-COUNT(U)
                       MOVE "A" TO AUT-STATUS(U)
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO AUT-LAST-SIGNON(U)
                       PERFORM 0900-REWRITE-AUTH-FILE
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "ADDED OPERATOR " WS-SEARCH-ID
               MOVE FUNCTION UPPER-CASE(AUT-ROLE(U)) TO AUT-ROLE(U)
           END-PERFORM.

      *    SHARED BY ADD AND CHANGE-MANAGER -- THE MANAGER MUST BE
      *    ANOTHER OPERATOR ON FILE. BLANK LEAVES THE OPERATOR TO
      *    THE ADMIN-ROLE REVIEWERS.
       0690-TAKE-MANAGER.
           MOVE "N" TO WS-MANAGER-OK
           PERFORM UNTIL WS-MANAGER-OK = "Y"
               DISPLAY "ENTER REVIEWING MANAGER'S OPERATOR ID "
                   "(BLANK FOR ADMIN REVIEW): "
               ACCEPT WS-MANAGER-ID
               MOVE "Y" TO WS-MANAGER-OK
               IF WS-MANAGER-ID NOT = SPACES
                   IF WS-MANAGER-ID = AUT-OPERATOR-ID(U)
                       DISPLAY "AN OPERATOR CANNOT REVIEW THEIR OWN "
                           "ACCESS."
                       MOVE "N" TO WS-MANAGER-OK
                   ELSE
                       MOVE "N" TO WS-MANAGER-OK
                       PERFORM VARYING V FROM 1 BY 1
                               UNTIL V > WS-AU-COUNT
                           IF AUT-OPERATOR-ID(V) = WS-MANAGER-ID
                               MOVE "Y" TO WS-MANAGER-OK
                           END-IF
                       END-PERFORM
                       IF WS-MANAGER-OK = "N"
                           DISPLAY "OPERATOR " WS-MANAGER-ID
                               " NOT ON FILE."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-MANAGER-ID TO AUT-MANAGER-ID(U).

       0750-CHANGE-ROLE.
           DISPLAY "ENTER OPERATOR ID TO CHANGE: "
           ACCEPT WS-SEARCH-ID
               DISPLAY "ROLE CHANGED."
           END-IF.

       0770-CHANGE-MANAGER.
           DISPLAY "ENTER OPERATOR ID TO CHANGE: "
           ACCEPT WS-SEARCH-ID
           PERFORM 0800-FIND-OPERATOR
           IF WS-FOUND-INDEX = 0
               DISPLAY "OPERATOR " WS-SEARCH-ID " NOT ON FILE."
           ELSE
               MOVE WS-FOUND-INDEX TO U
               PERFORM 0690-TAKE-MANAGER
               PERFORM 0900-REWRITE-AUTH-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "MANAGER " AUT-MANAGER-ID(WS-FOUND-INDEX)
                   " FOR " WS-SEARCH-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
                   WS-AUDIT-ACTION
               DISPLAY "REVIEWING MANAGER SET."
           END-IF.

       0700-UNLOCK-OPERATOR.
           DISPLAY "ENTER OPERATOR ID TO UNLOCK: "
           ACCEPT WS-SEARCH-ID
               MOVE WS-FOUND-INDEX TO U
               MOVE 0 TO AUT-FAILED-COUNT(U)
               MOVE "A" TO AUT-STATUS(U)
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUT-LAST-SIGNON(U)
               PERFORM 0900-REWRITE-AUTH-FILE
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "UNLOCKED OPERATOR " WS-SEARCH-ID
               MOVE AUT-FAILED-COUNT(U) TO AU-FAILED-COUNT
               MOVE AUT-STATUS(U) TO AU-STATUS
               MOVE AUT-ROLE(U) TO AU-ROLE
               MOVE AUT-LAST-SIGNON(U) TO AU-LAST-SIGNON
               MOVE AUT-MANAGER-ID(U) TO AU-MANAGER-ID
               WRITE AUTH-USER-RECORD
           END-PERFORM
           CLOSE AUTH-USER-FILE.
