       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMAINT.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REP-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS WS-REP-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'REPTRAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'REPAUD'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REP-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY REPREC.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(1).
              88 TRAN-ADD              VALUE 'A'.
              88 TRAN-CHANGE           VALUE 'C'.
              88 TRAN-DEACTIVATE       VALUE 'D'.
           05 TRAN-REP-ID              PIC X(6).
           05 TRAN-REP-NAME            PIC X(30).
           05 TRAN-TERRITORY           PIC X(4).
           05 TRAN-COMMISSION-RATE     PIC V9(4).
           05 TRAN-PAYROLL-ID          PIC X(9).
           05 TRAN-REP-STATUS          PIC X(1).
           05 FILLER                   PIC X(45).

       FD  AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-REP-STATUS            PIC XX.
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

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.
           05 WS-REP-FOUND-SW          PIC X VALUE 'N'.
              88 REP-FOUND             VALUE 'Y'.
           05 WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
              88 TRAN-VALID            VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-ACTION-TEXT           PIC X(15) VALUE SPACES.

       01  WS-SAVED-REP.
           05 WS-SAVED-TERRITORY       PIC X(4).
           05 WS-SAVED-COMMISSION-RATE PIC V9(4).
           05 WS-SAVED-STATUS          PIC X(1).

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'SALES REP MAINTENANCE AUDIT'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(3) VALUE 'TR'.
              10 FILLER                PIC X(8) VALUE 'REP'.
              10 FILLER                PIC X(32) VALUE 'NAME'.
              10 FILLER                PIC X(17) VALUE 'ACTION'.
              10 FILLER                PIC X(6)  VALUE 'TERR'.
              10 FILLER                PIC X(8)  VALUE 'RATE'.
              10 FILLER                PIC X(4)  VALUE 'ST'.
              10 FILLER                PIC X(54) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-TRAN-CODE         PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REP-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REP-NAME          PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION            PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-TERRITORY         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-COMMISSION-RATE   PIC .9999.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(1).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(24) VALUE SPACES.

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
           PERFORM 9300-OPEN-REP-FILE
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
           WRITE AUDIT-RECORD
           MOVE WS-HEADER-2 TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE ALL '-' TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 4 TO WS-AUDIT-LINE-COUNT.

       1300-READ-FIRST-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2100-VALIDATE-TRANSACTION
           IF TRAN-VALID
               PERFORM 2200-LOOKUP-REP
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN TRAN-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN TRAN-DEACTIVATE
                       PERFORM 2600-APPLY-DEACTIVATE
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

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE
                   AND NOT TRAN-DEACTIVATE
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF TRAN-REP-ID = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING REP ID' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-ADD
               IF TRAN-REP-NAME = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING REP NAME' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-ADD
               IF TRAN-TERRITORY = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING TERRITORY' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-COMMISSION-RATE IS NOT NUMERIC
                       AND TRAN-COMMISSION-RATE NOT = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID COMMISSION RATE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-REP-STATUS NOT = SPACES AND
                       TRAN-REP-STATUS NOT = 'A' AND
                       TRAN-REP-STATUS NOT = 'I'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID STATUS CODE' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2200-LOOKUP-REP.
           MOVE 'N' TO WS-REP-FOUND-SW
           MOVE TRAN-REP-ID TO REP-ID

           READ REP-FILE
               KEY IS REP-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-REP-FOUND-SW
           END-READ

           IF REP-FOUND
               MOVE REP-TERRITORY TO WS-SAVED-TERRITORY
               MOVE REP-COMMISSION-RATE TO WS-SAVED-COMMISSION-RATE
               MOVE REP-STATUS TO WS-SAVED-STATUS
           ELSE
               MOVE SPACES TO WS-SAVED-TERRITORY
               MOVE ZERO TO WS-SAVED-COMMISSION-RATE
               MOVE SPACES TO WS-SAVED-STATUS
           END-IF.

       2300-APPLY-ADD.
           IF REP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'REP ALREADY EXISTS' TO WS-REJECT-TEXT
           ELSE
               MOVE SPACES TO SALES-REP-RECORD
               MOVE TRAN-REP-ID TO REP-ID
               MOVE TRAN-REP-NAME TO REP-NAME
               MOVE TRAN-TERRITORY TO REP-TERRITORY
               IF TRAN-COMMISSION-RATE IS NUMERIC
                   MOVE TRAN-COMMISSION-RATE TO REP-COMMISSION-RATE
               ELSE
                   MOVE ZERO TO REP-COMMISSION-RATE
               END-IF
               MOVE TRAN-PAYROLL-ID TO REP-PAYROLL-ID
               IF TRAN-REP-STATUS = SPACES
                   MOVE 'A' TO REP-STATUS
               ELSE
                   MOVE TRAN-REP-STATUS TO REP-STATUS
               END-IF
               WRITE SALES-REP-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-TEXT
               END-WRITE
               IF TRAN-VALID
                   MOVE 'ADDED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2400-APPLY-CHANGE.
           IF NOT REP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'REP NOT FOUND' TO WS-REJECT-TEXT
           ELSE
               IF TRAN-REP-NAME NOT = SPACES
                   MOVE TRAN-REP-NAME TO REP-NAME
               END-IF
               IF TRAN-TERRITORY NOT = SPACES
                   MOVE TRAN-TERRITORY TO REP-TERRITORY
               END-IF
               IF TRAN-COMMISSION-RATE IS NUMERIC
                   MOVE TRAN-COMMISSION-RATE TO REP-COMMISSION-RATE
               END-IF
               IF TRAN-PAYROLL-ID NOT = SPACES
                   MOVE TRAN-PAYROLL-ID TO REP-PAYROLL-ID
               END-IF
               IF TRAN-REP-STATUS NOT = SPACES
                   MOVE TRAN-REP-STATUS TO REP-STATUS
               END-IF
               REWRITE SALES-REP-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
               END-REWRITE
               IF TRAN-VALID
                   MOVE 'CHANGED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2600-APPLY-DEACTIVATE.
           IF NOT REP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'REP NOT FOUND' TO WS-REJECT-TEXT
           ELSE
               IF NOT REP-ACTIVE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'REP ALREADY INACTIVE' TO WS-REJECT-TEXT
               ELSE
                   MOVE 'I' TO REP-STATUS
                   REWRITE SALES-REP-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                   END-REWRITE
                   IF TRAN-VALID
                       MOVE 'DEACTIVATED' TO WS-ACTION-TEXT
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
           MOVE TRAN-REP-ID TO WS-DTL-REP-ID

           IF TRAN-VALID
               MOVE REP-NAME TO WS-DTL-REP-NAME
               MOVE REP-TERRITORY TO WS-DTL-TERRITORY
               MOVE REP-COMMISSION-RATE TO WS-DTL-COMMISSION-RATE
               MOVE REP-STATUS TO WS-DTL-STATUS
               MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               MOVE TRAN-REP-NAME TO WS-DTL-REP-NAME
               MOVE WS-SAVED-TERRITORY TO WS-DTL-TERRITORY
               MOVE WS-SAVED-COMMISSION-RATE TO
                   WS-DTL-COMMISSION-RATE
               MOVE WS-SAVED-STATUS TO WS-DTL-STATUS
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
           CLOSE REP-FILE
           CLOSE AUDIT-FILE.

       9300-OPEN-REP-FILE.
           OPEN I-O REP-FILE
           IF WS-REP-STATUS NOT = '00'
               OPEN OUTPUT REP-FILE
               CLOSE REP-FILE
               OPEN I-O REP-FILE
               IF WS-REP-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING SALES REP MASTER: '
                       WS-REP-STATUS
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
