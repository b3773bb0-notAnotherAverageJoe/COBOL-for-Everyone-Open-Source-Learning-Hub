      *            RECORD UNTIL AN ADMINISTRATOR UNLOCKS IT WITH
      *            useradmin, AND A SIGNED-ON OPERATOR MAY CHANGE
      *            THEIR OWN PASSWORD AT THE PROMPT.
      *            EACH SUCCESSFUL SIGN-ON STAMPS THE DATE ON THE
      *            OPERATOR RECORD (AU-LAST-SIGNON) -- THE QUARTERLY
      *            ACCESS RECERTIFICATION (recertrun.cob) DISABLES
      *            ANYONE WHO HAS NOT SIGNED ON IN 90 DAYS.
      *    CALL "SIGNON" USING LS-RESULT LS-OPERATOR-ID LS-ROLE.
      *        LS-RESULT IS PIC X; RETURNED "Y" IF THE OPERATOR ID
      *            AND PASSWORD MATCHED AN ACTIVE RECORD ON
      *            RECORD WITH NO ROLE KEYED COMES BACK AS I, THE
      *            LEAST-PRIVILEGED ANSWER. SPACE WHEN SIGN-ON
      *            FAILED.
      *    authusers.dat RECORD: OPERATOR ID, SALT, HASH, FAILED
      *    COUNT, STATUS (A ACTIVE / D DISABLED), ROLE, LAST SIGN-ON
      *    DATE, AND THE OPERATOR ID OF THE MANAGER WHO REVIEWS THIS
      *    OPERATOR'S ACCESS EACH QUARTER (SEE recertrev.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 AU-FAILED-COUNT      PIC 9.
           05 AU-STATUS            PIC X.
           05 AU-ROLE              PIC X.
           05 AU-LAST-SIGNON       PIC X(8).
           05 AU-MANAGER-ID        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AU-FILE-STATUS       PIC X(2) VALUE "00".
               10 AUT-FAILED-COUNT PIC 9.
               10 AUT-STATUS       PIC X.
               10 AUT-ROLE         PIC X.
               10 AUT-LAST-SIGNON  PIC X(8).
               10 AUT-MANAGER-ID   PIC X(10).

       LINKAGE SECTION.
       01  LS-RESULT                PIC X.
                               TO AUT-FAILED-COUNT(WS-AU-COUNT)
                           MOVE AU-STATUS TO AUT-STATUS(WS-AU-COUNT)
                           MOVE AU-ROLE TO AUT-ROLE(WS-AU-COUNT)
                           MOVE AU-LAST-SIGNON
                               TO AUT-LAST-SIGNON(WS-AU-COUNT)
                           MOVE AU-MANAGER-ID
                               TO AUT-MANAGER-ID(WS-AU-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
                   MOVE 0 TO AUT-FAILED-COUNT(U)
                   MOVE "Y" TO WS-TABLE-CHANGED
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               IF AUT-LAST-SIGNON(U) NOT = WS-TIMESTAMP(1:8)
                   MOVE WS-TIMESTAMP(1:8) TO AUT-LAST-SIGNON(U)
                   MOVE "Y" TO WS-TABLE-CHANGED
               END-IF
           ELSE
               ADD 1 TO AUT-FAILED-COUNT(U)
               MOVE "Y" TO WS-TABLE-CHANGED
               MOVE AUT-FAILED-COUNT(U) TO AU-FAILED-COUNT
               MOVE AUT-STATUS(U) TO AU-STATUS
               MOVE AUT-ROLE(U) TO AU-ROLE
               MOVE AUT-LAST-SIGNON(U) TO AU-LAST-SIGNON
               MOVE AUT-MANAGER-ID(U) TO AU-MANAGER-ID
               WRITE AUTH-USER-RECORD
           END-PERFORM
           CLOSE AUTH-USER-FILE.
