      *            ADD, REAL CALENDAR DATES ON MEMBERSHIPS) -- AND
      *            APPLIES ADDS AND UPDATES. EVERY REJECTED ROW
      *            LANDS ON csvrejects.txt WITH ITS REASON.
      *            csvexport.cob WRITES THE MEMBER DOB MASKED
      *            ("********"); A MASKED DOB COMING BACK LEAVES THE
      *            STORED ONE ALONE, A NEW MEMBER MUST CARRY A REAL
      *            ONE, AND EVERY DOB IS ENCRYPTED FOR THE FILE (SEE
      *            Shared/fieldcrypt.cob).
      *    compile with (from the repo root) ->
      *        cobc -x -o csvimport Shared/csvimport.cob
      *    then run ./csvimport IN THE SHOP'S DATA DIRECTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  P                   PIC 9(2) VALUE 1.
       01  C                   PIC 9(3) VALUE 1.
       01  WS-SLOT             PIC 9(3) VALUE 0.
       01  WS-FIRST-DATE-FIELD PIC 9(3) VALUE 3.

      *    THE ROW, SPLIT AT THE COMMAS.
       01  CSV-FIELDS.
           05 WS-PT-COUNT      PIC 9(2) VALUE 0.
           05 PT-CODE OCCURS 50 TIMES PIC X(15).

       01  MEMBER-TABLE.
           05 WS-MT-COUNT      PIC 9(3) VALUE 0.
           05 MT-ENTRY OCCURS 200 TIMES.
           05 WS-LK-RESULT     PIC X.
       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CSVIMPORT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "E".
           05 WS-FC-FILE       PIC X VALUE "M".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 8.
           05 WS-FC-VALUE      PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
           PERFORM 0700-VALIDATE-DECIMAL
           MOVE WS-DEC-VALUE TO EMP-DEDUCTIONS.

      *    CUSTOMERS APPLY STRAIGHT TO custmaster.dat BY CM-ID, THE
      *    SAME SHAPE AS THE EMPLOYEE IMPORT. A NEW CUSTOMER WITH A
      *    FIRST+LAST NAME ALREADY ON FILE IS REJECTED, THE SAME
      *    CHECK 0150-CHECK-DUPLICATE MAKES AT THE TERMINAL.
       0200-IMPORT-CUSTOMERS.
           MOVE "custmaster.csv" TO WS-CSV-NAME
           OPEN INPUT CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN custmaster.dat, "
                   "STATUS = " WS-CM-FILE-STATUS
               CLOSE CSV-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CSV-EOF = "Y"
               READ CSV-FILE
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CSV-FILE.

       0260-APPLY-CUSTOMER-ROW.
           PERFORM 0500-SPLIT-THE-ROW
               MOVE "AGE IS NOT NUMERIC" TO WS-REJECT-REASON
               MOVE "N" TO WS-ROW-OK
           END-IF
           IF WS-ROW-OK = "N"
               PERFORM 0600-WRITE-REJECT
           ELSE
               MOVE CF-FIELD(1)(1:6) TO CM-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       PERFORM 0270-CHECK-DUPLICATE-NAME
                       IF WS-ROW-OK = "N"
                           PERFORM 0600-WRITE-REJECT
                       ELSE
                           PERFORM 0275-FILL-CUSTOMER-RECORD
                           WRITE CUSTOMER-MASTER-RECORD
      *                    A ROW ONLY COUNTS ONCE THE MASTER TOOK IT.
                           IF WS-CM-FILE-STATUS = "00"
                               ADD 1 TO WS-ADD-COUNT
                           ELSE
                               MOVE SPACES TO WS-REJECT-REASON
                               STRING "WRITE FAILED, STATUS "
                                   WS-CM-FILE-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                               PERFORM 0600-WRITE-REJECT
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       PERFORM 0275-FILL-CUSTOMER-RECORD
                       REWRITE CUSTOMER-MASTER-RECORD
                       IF WS-CM-FILE-STATUS = "00"
                           ADD 1 TO WS-UPDATE-COUNT
                       ELSE
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "REWRITE FAILED, STATUS "
                               WS-CM-FILE-STATUS
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           PERFORM 0600-WRITE-REJECT
                       END-IF
               END-READ
           END-IF.

      *    ONLY THE CUSTOMERS SHARING THE ROW'S LAST NAME ARE READ,
      *    THROUGH THE CM-LAST-NAME ALTERNATE KEY.
       0270-CHECK-DUPLICATE-NAME.
           MOVE "N" TO WS-MASTER-EOF
           MOVE CF-FIELD(3)(1:15) TO CM-LAST-NAME
           START CUSTOMER-MASTER-FILE KEY IS = CM-LAST-NAME
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF CM-LAST-NAME NOT = CF-FIELD(3)(1:15)
                           MOVE "Y" TO WS-MASTER-EOF
                       ELSE
                           IF CM-FIRST-NAME = CF-FIELD(2)(1:15)
                               MOVE "DUPLICATE CUSTOMER NAME ON ADD"
                                   TO WS-REJECT-REASON
                               MOVE "N" TO WS-ROW-OK
                               MOVE "Y" TO WS-MASTER-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0275-FILL-CUSTOMER-RECORD.
           MOVE CF-FIELD(1)(1:6) TO CM-ID
           MOVE CF-FIELD(2)(1:15) TO CM-FIRST-NAME
           MOVE CF-FIELD(3)(1:15) TO CM-LAST-NAME
           MOVE CF-FIELD(4)(1:3) TO CM-AGE.

      *    MEMBERSHIPS: SIX FIELDS (PLUS AN OPTIONAL SEVENTH, THE
      *    MEMBERSHIP TYPE), A PRESENT KEY, REAL CALENDAR DATES
                   END-IF
               END-PERFORM
               IF WS-SLOT = 0
                   EVALUATE TRUE
                       WHEN WS-MT-COUNT = 200
                           MOVE "MEMBER TABLE FULL (200)"
                               TO WS-REJECT-REASON
                           PERFORM 0600-WRITE-REJECT
                       WHEN CF-FIELD(3)(1:8) = "********"
                           MOVE "NEW MEMBER NEEDS A REAL DOB"
                               TO WS-REJECT-REASON
                           PERFORM 0600-WRITE-REJECT
                       WHEN OTHER
                           ADD 1 TO WS-MT-COUNT
                           MOVE WS-MT-COUNT TO WS-SLOT
                           MOVE CF-FIELD(1)(1:6) TO MTE-ID(WS-SLOT)
                           PERFORM 0375-FILL-MEMBER-SLOT
                           ADD 1 TO WS-ADD-COUNT
                   END-EVALUATE
               ELSE
                   PERFORM 0375-FILL-MEMBER-SLOT
                   ADD 1 TO WS-UPDATE-COUNT
               END-IF
           END-IF.

      *    A MASKED DOB IS NOT CHECKED -- IT IS NOT APPLIED.
       0370-VALIDATE-MEMBER-DATES.
           MOVE "V" TO WS-DV-FUNCTION
           MOVE 3 TO WS-FIRST-DATE-FIELD
           IF CF-FIELD(3)(1:8) = "********"
               MOVE 4 TO WS-FIRST-DATE-FIELD
           END-IF
           PERFORM VARYING C FROM WS-FIRST-DATE-FIELD BY 1
                   UNTIL C > 5 OR WS-ROW-OK = "N"
               MOVE CF-FIELD(C)(1:8) TO WS-DV-DATE-1
               CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE-1

       0375-FILL-MEMBER-SLOT.
           MOVE CF-FIELD(2)(1:20) TO MTE-NAME(WS-SLOT)
           IF CF-FIELD(3)(1:8) NOT = "********"
               MOVE CF-FIELD(3)(1:8) TO WS-FC-VALUE
               CALL "FIELDCRYPT" USING WS-FC-FUNCTION WS-FC-FILE
                   WS-FC-LENGTH WS-FC-VALUE
               MOVE WS-FC-VALUE(1:8) TO MTE-DOB(WS-SLOT)
           END-IF
           MOVE CF-FIELD(4)(1:8) TO MTE-JOIN-DATE(WS-SLOT)
           MOVE CF-FIELD(5)(1:8) TO MTE-EXPIRY-DATE(WS-SLOT)
           MOVE CF-FIELD(6)(1:1) TO MTE-STATUS(WS-SLOT)
