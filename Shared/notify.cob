       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY.
      *COMPLETION DATE OCTOBER 15, 2026.
      *REMARKS.    SHARED NOTIFICATION OUTBOX. A MEMBERSHIP ABOUT TO
      *            EXPIRE, A HOUSEHOLD OVERSPENDING, AN OUTREACH
      *            CASE, A RETURNED PAYMENT, AN OVERDUE KYC REVIEW --
      *            EACH USED TO END AS A LINE ON A REPORT THAT
      *            SOMEBODY HAD TO READ AND ACT ON. ANY PROGRAM NOW
      *            CALLS THIS MODULE TO QUEUE A MESSAGE TO THE PERSON
      *            CONCERNED ON notifyq.dat, AND THE DISPATCHER
      *            (notifysend.cob) FORMATS AND SENDS IT.
      *    CALL "NOTIFY" USING LS-PROGRAM-NAME LS-RECIPIENT-TYPE
      *        LS-RECIPIENT-ID LS-CHANNEL LS-TEMPLATE
      *        LS-MERGE-FIELDS LS-CONSENT LS-RESULT.
      *        LS-PROGRAM-NAME   PIC X(15), THE CALLING PROGRAM.
      *        LS-RECIPIENT-TYPE PIC X:
      *          "M" = MEMBER (MEMBERSHIP ID)
      *          "F" = FAMILY (HOUSEHOLD ID, OR STUDENT ID FOR A
      *                STUDENT'S FAMILY)
      *          "C" = CLIENT (INVESTMENT CLIENT ID)
      *          "S" = STAFF (EMPLOYEE ID)
      *          "U" = SHOP CUSTOMER (CUSTOMER ID)
      *        LS-RECIPIENT-ID   PIC X(10).
      *        LS-CHANNEL        PIC X: "E" EMAIL, "S" SMS, "L"
      *                          LETTER, SPACE = THE RECIPIENT'S
      *                          PREFERRED CHANNEL.
      *        LS-TEMPLATE       PIC X(8), A TEMPLATE CODE ON
      *                          notifytpl.dat.
      *        LS-MERGE-FIELDS   PIC X(120), FOUR 30-BYTE FIELDS
      *                          THE TEMPLATE PICKS UP AS &1 - &4.
      *        LS-CONSENT        PIC X, THE CALLER'S OWN CONSENT
      *                          FLAG FOR THE RECIPIENT (E.G.
      *                          CC-CONSENT) OR SPACE WHEN ITS FILE
      *                          HAS NONE. "N" QUEUES THE MESSAGE
      *                          ALREADY SUPPRESSED -- IT IS NEVER
      *                          SENT, BUT THE OUTBOX SHOWS IT WAS
      *                          RAISED.
      *        LS-RESULT         PIC X, RETURNED: "Q" QUEUED, "S"
      *                          SUPPRESSED, "A" ALREADY ON THE
      *                          OUTBOX, "E" REJECTED (BAD TYPE,
      *                          CHANNEL, RECIPIENT OR TEMPLATE).
      *    THE SAME MESSAGE -- RECIPIENT, TEMPLATE AND ALL FOUR MERGE
      *    FIELDS -- IS QUEUED ONCE: A DAILY JOB CAN RAISE IT EVERY
      *    RUN AND THE PERSON HEARS ABOUT IT ONCE. CALLERS KEEP THE
      *    MERGE FIELDS STABLE (DATES, NOT RUNNING TOTALS) FOR THAT
      *    REASON. A MESSAGE THAT FAILED IN DISPATCH CAN BE RAISED
      *    AGAIN ONCE THE CONTACT DETAILS ARE PUT RIGHT.
      *    EVERY MESSAGE CARRIES A NUMBER FROM notifyseq.dat, SO THE
      *    GATEWAY'S AND THE LETTER RUN'S OUTPUT TRACE BACK TO IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO WS-OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NQ-FILE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "notifyseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER MESSAGE. NQ-STATUS IS "Q" QUEUED, "D"
      *    DELIVERED (HANDED TO THE GATEWAY OR PRINTED), "F" FAILED
      *    AND "S" SUPPRESSED FOR WANT OF CONSENT; NQ-REASON SAYS
      *    WHY FOR THE LAST TWO. THE QUEUED DATE LEADS THE LINE SO
      *    THE RETENTION POLICY CAN AGE THE FILE.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           05 NQ-QUEUED-DATE   PIC X(8).
           05 NQ-QUEUED-TIME   PIC X(6).
           05 NQ-MSG-NO        PIC 9(7).
           05 NQ-PROGRAM       PIC X(15).
           05 NQ-RECIP-TYPE    PIC X.
           05 NQ-RECIP-ID      PIC X(10).
           05 NQ-CHANNEL       PIC X.
           05 NQ-TEMPLATE      PIC X(8).
           05 NQ-MERGE-FIELDS  PIC X(120).
           05 NQ-STATUS        PIC X.
           05 NQ-STATUS-DATE   PIC X(8).
           05 NQ-REASON        PIC X(20).

      *    THE LAST MESSAGE NUMBER GIVEN OUT.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 NS-LAST-MSG-NO   PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-NQ-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-SQ-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-NQ-EOF              PIC X VALUE "N".
       01  WS-DUPLICATE           PIC X VALUE "N".
       01  WS-LAST-MSG-NO         PIC 9(7) VALUE 0.
       01  WS-TIMESTAMP           PIC X(26).
       01  WS-OUTBOX-LOGICAL      PIC X(20) VALUE "notifyq.dat".
       01  WS-OUTBOX-PATH         PIC X(50) VALUE "notifyq.dat".

       LINKAGE SECTION.
       01  LS-PROGRAM-NAME        PIC X(15).
       01  LS-RECIPIENT-TYPE      PIC X.
       01  LS-RECIPIENT-ID        PIC X(10).
       01  LS-CHANNEL             PIC X.
       01  LS-TEMPLATE            PIC X(8).
       01  LS-MERGE-FIELDS        PIC X(120).
       01  LS-CONSENT             PIC X.
       01  LS-RESULT              PIC X.

       PROCEDURE DIVISION USING LS-PROGRAM-NAME LS-RECIPIENT-TYPE
           LS-RECIPIENT-ID LS-CHANNEL LS-TEMPLATE LS-MERGE-FIELDS
           LS-CONSENT LS-RESULT.
       0000-MAIN.
           MOVE "E" TO LS-RESULT
           IF LS-RECIPIENT-TYPE NOT = "M" AND NOT = "F"
                   AND NOT = "C" AND NOT = "S" AND NOT = "U"
               DISPLAY "NOTIFY: UNKNOWN RECIPIENT TYPE "
                   LS-RECIPIENT-TYPE " FROM " LS-PROGRAM-NAME
               GOBACK
           END-IF
           IF LS-CHANNEL NOT = "E" AND NOT = "S" AND NOT = "L"
                   AND NOT = SPACE
               DISPLAY "NOTIFY: UNKNOWN CHANNEL " LS-CHANNEL
                   " FROM " LS-PROGRAM-NAME
               GOBACK
           END-IF
           IF LS-RECIPIENT-ID = SPACES OR LS-TEMPLATE = SPACES
               DISPLAY "NOTIFY: NO RECIPIENT OR NO TEMPLATE FROM "
                   LS-PROGRAM-NAME
               GOBACK
           END-IF
           CALL "ENVCONFIG" USING WS-OUTBOX-LOGICAL WS-OUTBOX-PATH
           PERFORM 0100-CHECK-DUPLICATE
           IF WS-DUPLICATE = "Y"
               MOVE "A" TO LS-RESULT
               GOBACK
           END-IF
           PERFORM 0200-NEXT-MSG-NO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO OUTBOX-RECORD
           MOVE WS-TIMESTAMP(1:8) TO NQ-QUEUED-DATE
           MOVE WS-TIMESTAMP(9:6) TO NQ-QUEUED-TIME
           MOVE WS-LAST-MSG-NO TO NQ-MSG-NO
           MOVE LS-PROGRAM-NAME TO NQ-PROGRAM
           MOVE LS-RECIPIENT-TYPE TO NQ-RECIP-TYPE
           MOVE LS-RECIPIENT-ID TO NQ-RECIP-ID
           MOVE LS-CHANNEL TO NQ-CHANNEL
           MOVE LS-TEMPLATE TO NQ-TEMPLATE
           MOVE LS-MERGE-FIELDS TO NQ-MERGE-FIELDS
           IF LS-CONSENT = "N"
               MOVE "S" TO NQ-STATUS
               MOVE WS-TIMESTAMP(1:8) TO NQ-STATUS-DATE
               MOVE "NO CONSENT" TO NQ-REASON
           ELSE
               MOVE "Q" TO NQ-STATUS
           END-IF
           OPEN EXTEND OUTBOX-FILE
           IF WS-NQ-FILE-STATUS NOT = "00"
      *        OUTBOX DOES NOT EXIST YET - CREATE IT, THEN RE-OPEN
      *        FOR EXTEND SO THE FIRST MESSAGE IS ACTUALLY WRITTEN.
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN EXTEND OUTBOX-FILE
           END-IF
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE
           MOVE NQ-STATUS TO LS-RESULT
           GOBACK.

      *    A FAILED MESSAGE DOES NOT COUNT -- RAISING IT AGAIN IS
      *    HOW IT GETS ANOTHER TRY.
       0100-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE
           MOVE "N" TO WS-NQ-EOF
           OPEN INPUT OUTBOX-FILE
           IF WS-NQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-NQ-EOF = "Y" OR WS-DUPLICATE = "Y"
                   READ OUTBOX-FILE
                       AT END
                           MOVE "Y" TO WS-NQ-EOF
                       NOT AT END
                           IF NQ-RECIP-TYPE = LS-RECIPIENT-TYPE
                               AND NQ-RECIP-ID = LS-RECIPIENT-ID
                               AND NQ-TEMPLATE = LS-TEMPLATE
                               AND NQ-MERGE-FIELDS = LS-MERGE-FIELDS
                               AND NQ-STATUS NOT = "F"
                               MOVE "Y" TO WS-DUPLICATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF.

       0200-NEXT-MSG-NO.
           MOVE 0 TO WS-LAST-MSG-NO
           OPEN INPUT SEQUENCE-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END
                       MOVE NS-LAST-MSG-NO TO WS-LAST-MSG-NO
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-LAST-MSG-NO
           OPEN OUTPUT SEQUENCE-FILE
           MOVE WS-LAST-MSG-NO TO NS-LAST-MSG-NO
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.
