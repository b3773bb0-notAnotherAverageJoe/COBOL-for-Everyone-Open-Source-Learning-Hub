      *            WITH HEADER ROWS AND MONEY FIELDS IN PROPER
      *            DECIMAL FORM. csvimport.cob BRINGS A RETURNED
      *            CSV BACK IN THROUGH THE MAINTENANCE CHECKS.
      *            THE MEMBER DOB IS HELD ENCRYPTED AND GOES OUT
      *            MASKED -- A SPREADSHEET IS NO PLACE FOR IT.
      *    compile with (from the repo root) ->
      *        cobc -x -o csvexport Shared/csvexport.cob
      *    then run ./csvexport IN THE SHOP'S DATA DIRECTORY
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO WS-MEMBERSHIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL

       01  WS-AUDIT-PROGRAM    PIC X(15) VALUE "CSVEXPORT".
       01  WS-AUDIT-ACTION     PIC X(40).
       01  FIELDCRYPT-FIELDS.
           05 WS-FC-FUNCTION   PIC X VALUE "M".
           05 WS-FC-FILE       PIC X VALUE "M".
           05 WS-FC-LENGTH     PIC 9(2) VALUE 8.
           05 WS-FC-VALUE      PIC X(40).

      *    DATA-SET LOCATIONS COME FROM THE ENVIRONMENT
      *    CONFIGURATION (SEE Shared/envconfig.cob) -- EVERY
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-COUNT
                           MOVE MEM-DOB TO WS-FC-VALUE
                           CALL "FIELDCRYPT" USING WS-FC-FUNCTION
                               WS-FC-FILE WS-FC-LENGTH WS-FC-VALUE
                           MOVE SPACES TO WS-CSV-LINE
                           STRING MEM-ID ","
                               FUNCTION TRIM(MEM-NAME) ","
                               WS-FC-VALUE(1:8) ","
                               MEM-JOIN-DATE ","
                               MEM-EXPIRY-DATE ","
                               MEM-STATUS ","
