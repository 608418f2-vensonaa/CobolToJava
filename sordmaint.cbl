       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMAINT.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'SORDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ID
               FILE STATUS IS WS-SORD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ITEM-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'SORDTRAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'SORDAUD'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY SORDREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(1).
              88 TRAN-ADD              VALUE 'A'.
              88 TRAN-CHANGE           VALUE 'C'.
              88 TRAN-SUSPEND          VALUE 'S'.
              88 TRAN-RESUME           VALUE 'R'.
              88 TRAN-CANCEL           VALUE 'X'.
           05 TRAN-SOR-ID              PIC X(6).
           05 TRAN-CUST-ID             PIC X(10).
           05 TRAN-DESCRIPTION         PIC X(20).
           05 TRAN-FREQUENCY           PIC X(1).
           05 TRAN-START-DATE          PIC 9(8).
           05 TRAN-END-DATE            PIC 9(8).
           05 TRAN-NEXT-RUN-DATE       PIC 9(8).
           05 TRAN-ITEM-COUNT          PIC 99.
           05 TRAN-ITEMS OCCURS 10 TIMES.
              10 TRAN-ITEM-CODE        PIC X(8).
              10 TRAN-ITEM-QTY         PIC 9(5).
           05 FILLER                   PIC X(6).

       FD  AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-SORD-STATUS           PIC XX.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-TRAN-STATUS           PIC XX.
           05 WS-AUDIT-STATUS          PIC XX.

       01  WS-COUNTERS.
           05 WS-TRANS-READ            PIC 9(6) VALUE ZERO.
           05 WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
           05 WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.
           05 WS-AUDIT-LINE-COUNT      PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-CURRENT-DATE-NUMERIC  PIC 9(8).
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-EDIT-DATE.
           05 WS-EDIT-YEAR             PIC 9(4).
           05 WS-EDIT-MONTH            PIC 99.
           05 WS-EDIT-DAY              PIC 99.

       01  WS-CURRENT-MAX-DAY           PIC 99.

       01  WS-DAYS-IN-MONTH-VALUES.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 28.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.

       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-MAX-DAY OCCURS 12 TIMES PIC 99.

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.
           05 WS-SORD-FOUND-SW         PIC X VALUE 'N'.
              88 SORD-FOUND            VALUE 'Y'.
           05 WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
              88 TRAN-VALID            VALUE 'Y'.
           05 WS-DATE-VALID-SW         PIC X VALUE 'Y'.
              88 DATE-VALID            VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-ACTION-TEXT           PIC X(15) VALUE SPACES.
           05 WS-TRAN-ITEM-SUB         PIC 99.
           05 WS-NEW-START-DATE        PIC 9(8).
           05 WS-NEW-END-DATE          PIC 9(8).

       01  WS-SAVED-SORD.
           05 WS-SAVED-CUST-ID         PIC X(10).
           05 WS-SAVED-FREQUENCY       PIC X(1).
           05 WS-SAVED-NEXT-RUN-DATE   PIC 9(8).
           05 WS-SAVED-STATUS          PIC X(1).
           05 WS-SAVED-ITEM-COUNT      PIC 99.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(35)
                 VALUE 'STANDING ORDER MAINTENANCE AUDIT'.
              10 FILLER                PIC X(57) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(3)  VALUE 'TR'.
              10 FILLER                PIC X(8)  VALUE 'SO ID'.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER'.
              10 FILLER                PIC X(22) VALUE 'DESCRIPTION'.
              10 FILLER                PIC X(17) VALUE 'ACTION'.
              10 FILLER                PIC X(6)  VALUE 'FREQ'.
              10 FILLER                PIC X(10) VALUE 'NEXT RUN'.
              10 FILLER                PIC X(4)  VALUE 'ST'.
              10 FILLER                PIC X(7)  VALUE 'ITEMS'.
              10 FILLER                PIC X(43) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-TRAN-CODE         PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-SOR-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION       PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION            PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-FREQUENCY         PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DTL-NEXT-RUN-DATE     PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(1).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-ITEM-COUNT        PIC Z9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-TRANSACTION
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 9300-OPEN-SORD-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ITEM FILE: ' WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1300-READ-FIRST-TRANSACTION.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE WS-HEADER-2 TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE ALL '-' TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 5 TO WS-AUDIT-LINE-COUNT.

       1300-READ-FIRST-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-ACTION-TEXT
           PERFORM 2100-VALIDATE-TRANSACTION
           IF TRAN-VALID
               PERFORM 2200-LOOKUP-STANDING-ORDER
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN TRAN-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN TRAN-SUSPEND
                       PERFORM 2500-APPLY-SUSPEND
                   WHEN TRAN-RESUME
                       PERFORM 2550-APPLY-RESUME
                   WHEN TRAN-CANCEL
                       PERFORM 2600-APPLY-CANCEL
               END-EVALUATE
           END-IF

           IF TRAN-VALID
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF

           PERFORM 2900-PRINT-AUDIT-LINE
           PERFORM 2800-READ-NEXT-TRANSACTION.

       2100-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-SUSPEND
                   AND NOT TRAN-RESUME AND NOT TRAN-CANCEL
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF TRAN-SOR-ID = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING STANDING ORDER ID' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-ADD
               PERFORM 2110-VALIDATE-ADD-FIELDS
           END-IF

           IF TRAN-VALID AND TRAN-CHANGE
               PERFORM 2120-VALIDATE-CHANGE-FIELDS
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM 2130-VALIDATE-DATE-RANGE
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-ITEM-COUNT IS NUMERIC
                       AND TRAN-ITEM-COUNT > ZERO
                   PERFORM VARYING WS-TRAN-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-TRAN-ITEM-SUB > TRAN-ITEM-COUNT
                           OR NOT TRAN-VALID
                       PERFORM 2160-VALIDATE-ITEM
                   END-PERFORM
               END-IF
           END-IF.

       2110-VALIDATE-ADD-FIELDS.
           IF TRAN-CUST-ID = SPACES OR LOW-VALUES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'MISSING CUSTOMER ID' TO WS-REJECT-TEXT
           ELSE
               MOVE TRAN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-TEXT
               END-READ
           END-IF

           IF TRAN-VALID
               MOVE TRAN-FREQUENCY TO SOR-FREQUENCY
               IF NOT SOR-VALID-FREQUENCY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID FREQUENCY' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF TRAN-START-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING START DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF TRAN-ITEM-COUNT IS NOT NUMERIC
                       OR TRAN-ITEM-COUNT = ZERO
                       OR TRAN-ITEM-COUNT > 10
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'ITEM COUNT MUST BE 1-10' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2120-VALIDATE-CHANGE-FIELDS.
           IF TRAN-CUST-ID NOT = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'CUSTOMER CANNOT BE CHANGED' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID AND TRAN-FREQUENCY NOT = SPACE
               MOVE TRAN-FREQUENCY TO SOR-FREQUENCY
               IF NOT SOR-VALID-FREQUENCY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID FREQUENCY' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF TRAN-ITEM-COUNT IS NUMERIC
                   IF TRAN-ITEM-COUNT > 10
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM COUNT MUST BE 1-10' TO
                           WS-REJECT-TEXT
                   END-IF
               ELSE
                   IF TRAN-ITEM-COUNT NOT = SPACES
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM COUNT MUST BE 1-10' TO
                           WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-NEXT-RUN-DATE IS NUMERIC
               MOVE TRAN-NEXT-RUN-DATE TO WS-EDIT-DATE
               PERFORM 2150-VALIDATE-DATE
               IF NOT DATE-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID NEXT RUN DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2130-VALIDATE-DATE-RANGE.
           IF TRAN-START-DATE IS NUMERIC
               MOVE TRAN-START-DATE TO WS-EDIT-DATE
               PERFORM 2150-VALIDATE-DATE
               IF NOT DATE-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID START DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-END-DATE IS NUMERIC
                   AND TRAN-END-DATE NOT = ZERO
               MOVE TRAN-END-DATE TO WS-EDIT-DATE
               PERFORM 2150-VALIDATE-DATE
               IF NOT DATE-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID END DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-ADD
               IF TRAN-END-DATE IS NUMERIC
                       AND TRAN-END-DATE NOT = ZERO
                       AND TRAN-END-DATE < TRAN-START-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'END DATE BEFORE START DATE' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.

       2150-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW
           IF WS-EDIT-YEAR < 1900
                   OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               MOVE WS-MAX-DAY(WS-EDIT-MONTH) TO WS-CURRENT-MAX-DAY
               IF WS-EDIT-MONTH = 2
                       AND FUNCTION MOD (WS-EDIT-YEAR, 4) = 0
                       AND (FUNCTION MOD (WS-EDIT-YEAR, 100) NOT = 0
                           OR FUNCTION MOD (WS-EDIT-YEAR, 400) = 0)
                   MOVE 29 TO WS-CURRENT-MAX-DAY
               END-IF
               IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-CURRENT-MAX-DAY
                   MOVE 'N' TO WS-DATE-VALID-SW
               END-IF
           END-IF.

       2160-VALIDATE-ITEM.
           IF TRAN-ITEM-CODE(WS-TRAN-ITEM-SUB) = SPACES
                   OR TRAN-ITEM-QTY(WS-TRAN-ITEM-SUB) IS NOT NUMERIC
                   OR TRAN-ITEM-QTY(WS-TRAN-ITEM-SUB) = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'INVALID ITEM CODE OR QTY' TO WS-REJECT-TEXT
           ELSE
               MOVE TRAN-ITEM-CODE(WS-TRAN-ITEM-SUB) TO ITEM-CODE
               READ ITEM-FILE
                   KEY IS ITEM-CODE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM NOT ON ITEM MASTER' TO
                           WS-REJECT-TEXT
               END-READ
           END-IF.

       2200-LOOKUP-STANDING-ORDER.
           MOVE 'N' TO WS-SORD-FOUND-SW
           MOVE TRAN-SOR-ID TO SOR-ID

           READ STANDING-ORDER-FILE
               KEY IS SOR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-SORD-FOUND-SW
           END-READ

           IF SORD-FOUND
               MOVE SOR-CUST-ID TO WS-SAVED-CUST-ID
               MOVE SOR-FREQUENCY TO WS-SAVED-FREQUENCY
               MOVE SOR-NEXT-RUN-DATE TO WS-SAVED-NEXT-RUN-DATE
               MOVE SOR-STATUS TO WS-SAVED-STATUS
               MOVE SOR-ITEM-COUNT TO WS-SAVED-ITEM-COUNT
           ELSE
               MOVE TRAN-CUST-ID TO WS-SAVED-CUST-ID
               MOVE SPACES TO WS-SAVED-FREQUENCY
               MOVE ZERO TO WS-SAVED-NEXT-RUN-DATE
               MOVE SPACES TO WS-SAVED-STATUS
               MOVE ZERO TO WS-SAVED-ITEM-COUNT
           END-IF.

       2300-APPLY-ADD.
           IF SORD-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'STANDING ORDER ALREADY EXISTS' TO WS-REJECT-TEXT
           ELSE
               MOVE SPACES TO STANDING-ORDER-RECORD
               MOVE TRAN-SOR-ID TO SOR-ID
               MOVE TRAN-CUST-ID TO SOR-CUST-ID
               MOVE TRAN-DESCRIPTION TO SOR-DESCRIPTION
               MOVE TRAN-FREQUENCY TO SOR-FREQUENCY
               MOVE TRAN-START-DATE TO SOR-START-DATE
               IF TRAN-END-DATE IS NUMERIC
                   MOVE TRAN-END-DATE TO SOR-END-DATE
               ELSE
                   MOVE ZERO TO SOR-END-DATE
               END-IF
               MOVE TRAN-START-DATE TO SOR-NEXT-RUN-DATE
               MOVE ZERO TO SOR-LAST-RUN-DATE
               MOVE 'A' TO SOR-STATUS
               MOVE ZERO TO SOR-RUN-COUNT
               PERFORM 2450-COPY-ITEMS
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-TEXT
               END-WRITE
               IF TRAN-VALID
                   MOVE 'ADDED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2400-APPLY-CHANGE.
           IF NOT SORD-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'STANDING ORDER NOT FOUND' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF SOR-CANCELLED OR SOR-ENDED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'STANDING ORDER NOT OPEN' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               MOVE SOR-START-DATE TO WS-NEW-START-DATE
               MOVE SOR-END-DATE TO WS-NEW-END-DATE
               IF TRAN-START-DATE IS NUMERIC
                   MOVE TRAN-START-DATE TO WS-NEW-START-DATE
               END-IF
               IF TRAN-END-DATE IS NUMERIC
                   MOVE TRAN-END-DATE TO WS-NEW-END-DATE
               END-IF
               IF WS-NEW-END-DATE NOT = ZERO
                       AND WS-NEW-END-DATE < WS-NEW-START-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'END DATE BEFORE START DATE' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF TRAN-DESCRIPTION NOT = SPACES
                   MOVE TRAN-DESCRIPTION TO SOR-DESCRIPTION
               END-IF
               IF TRAN-FREQUENCY NOT = SPACE
                   MOVE TRAN-FREQUENCY TO SOR-FREQUENCY
               END-IF
               IF TRAN-START-DATE IS NUMERIC
                   MOVE TRAN-START-DATE TO SOR-START-DATE
                   IF SOR-RUN-COUNT = ZERO
                       MOVE TRAN-START-DATE TO SOR-NEXT-RUN-DATE
                   END-IF
               END-IF
               MOVE WS-NEW-END-DATE TO SOR-END-DATE
               IF TRAN-NEXT-RUN-DATE IS NUMERIC
                   MOVE TRAN-NEXT-RUN-DATE TO SOR-NEXT-RUN-DATE
               END-IF
               IF TRAN-ITEM-COUNT IS NUMERIC
                       AND TRAN-ITEM-COUNT > ZERO
                   PERFORM 2450-COPY-ITEMS
               END-IF
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               END-REWRITE
               IF TRAN-VALID
                   MOVE 'CHANGED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2450-COPY-ITEMS.
           MOVE TRAN-ITEM-COUNT TO SOR-ITEM-COUNT
           PERFORM VARYING WS-TRAN-ITEM-SUB FROM 1 BY 1
               UNTIL WS-TRAN-ITEM-SUB > 10
               IF WS-TRAN-ITEM-SUB > TRAN-ITEM-COUNT
                   MOVE SPACES TO SOR-ITEM-CODE(WS-TRAN-ITEM-SUB)
                   MOVE ZERO TO SOR-ITEM-QTY(WS-TRAN-ITEM-SUB)
               ELSE
                   MOVE TRAN-ITEM-CODE(WS-TRAN-ITEM-SUB) TO
                       SOR-ITEM-CODE(WS-TRAN-ITEM-SUB)
                   MOVE TRAN-ITEM-QTY(WS-TRAN-ITEM-SUB) TO
                       SOR-ITEM-QTY(WS-TRAN-ITEM-SUB)
               END-IF
           END-PERFORM.

       2500-APPLY-SUSPEND.
           IF NOT SORD-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'STANDING ORDER NOT FOUND' TO WS-REJECT-TEXT
           ELSE
               IF NOT SOR-ACTIVE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'STANDING ORDER NOT ACTIVE' TO WS-REJECT-TEXT
               ELSE
                   MOVE 'S' TO SOR-STATUS
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                   END-REWRITE
                   IF TRAN-VALID
                       MOVE 'SUSPENDED' TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF.

       2550-APPLY-RESUME.
           IF NOT SORD-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'STANDING ORDER NOT FOUND' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF NOT SOR-SUSPENDED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'STANDING ORDER NOT SUSPENDED' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-NEXT-RUN-DATE IS NUMERIC
               MOVE TRAN-NEXT-RUN-DATE TO WS-EDIT-DATE
               PERFORM 2150-VALIDATE-DATE
               IF DATE-VALID
                   MOVE TRAN-NEXT-RUN-DATE TO SOR-NEXT-RUN-DATE
               ELSE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID NEXT RUN DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               MOVE 'A' TO SOR-STATUS
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               END-REWRITE
               IF TRAN-VALID
                   MOVE 'RESUMED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2600-APPLY-CANCEL.
           IF NOT SORD-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'STANDING ORDER NOT FOUND' TO WS-REJECT-TEXT
           ELSE
               IF SOR-CANCELLED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'ALREADY CANCELLED' TO WS-REJECT-TEXT
               ELSE
                   MOVE 'C' TO SOR-STATUS
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                   END-REWRITE
                   IF TRAN-VALID
                       MOVE 'CANCELLED' TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF.

       2800-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2900-PRINT-AUDIT-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE TRAN-CODE TO WS-DTL-TRAN-CODE
           MOVE TRAN-SOR-ID TO WS-DTL-SOR-ID

           IF TRAN-VALID
               MOVE SOR-CUST-ID TO WS-DTL-CUST-ID
               MOVE SOR-DESCRIPTION TO WS-DTL-DESCRIPTION
               MOVE SOR-FREQUENCY TO WS-DTL-FREQUENCY
               MOVE SOR-NEXT-RUN-DATE TO WS-DTL-NEXT-RUN-DATE
               MOVE SOR-STATUS TO WS-DTL-STATUS
               MOVE SOR-ITEM-COUNT TO WS-DTL-ITEM-COUNT
               MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               MOVE WS-SAVED-CUST-ID TO WS-DTL-CUST-ID
               MOVE TRAN-DESCRIPTION TO WS-DTL-DESCRIPTION
               MOVE WS-SAVED-FREQUENCY TO WS-DTL-FREQUENCY
               MOVE WS-SAVED-NEXT-RUN-DATE TO WS-DTL-NEXT-RUN-DATE
               MOVE WS-SAVED-STATUS TO WS-DTL-STATUS
               MOVE WS-SAVED-ITEM-COUNT TO WS-DTL-ITEM-COUNT
               MOVE 'REJECTED' TO WS-DTL-ACTION
               MOVE WS-REJECT-TEXT TO WS-DTL-REASON
           END-IF

           MOVE WS-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-LINE-COUNT.

       2950-CHECK-PAGE-BREAK.
           IF WS-AUDIT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2960-NEW-PAGE
           END-IF.

       2960-NEW-PAGE.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           CLOSE TRANSACTION-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ITEM-FILE
           CLOSE AUDIT-FILE.

       9300-OPEN-SORD-FILE.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SORD-STATUS NOT = '00'
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
               IF WS-SORD-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STANDING ORDER MASTER: '
                       WS-SORD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'TRANSACTIONS READ:      '
                  WS-TRANS-READ
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'TRANSACTIONS APPLIED:   '
                  WS-TRANS-APPLIED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'TRANSACTIONS REJECTED:  '
                  WS-TRANS-REJECTED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
