       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT VENDOR-FILE ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PO-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT PURCHASE-FILE ASSIGN TO 'PURCHSG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'POAPPR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PO-CONTROL-FILE ASSIGN TO 'POCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'POREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'ITEMJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  VENDOR-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY VENDREC.

       FD  PO-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY POREC.

       FD  PURCHASE-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PURCHASE-RECORD.
           05 PUR-ITEM-CODE            PIC X(8).
           05 PUR-SUGGESTED-QTY        PIC 9(7).
           05 PUR-QTY-ON-HAND          PIC S9(7).
           05 PUR-REORDER-POINT        PIC 9(7).
           05 PUR-REORDER-QTY          PIC 9(7).
           05 PUR-RUN-DATE             PIC 9(8).
           05 PUR-QTY-ON-ORDER         PIC 9(7).
           05 FILLER                   PIC X(9).

       FD  APPROVAL-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-RECORD.
           05 APR-VENDOR-ID            PIC X(8).
           05 APR-ITEM-CODE            PIC X(8).
           05 APR-APPROVED-QTY         PIC 9(7).
           05 APR-UNIT-COST            PIC 9(5)V99.
           05 APR-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X(22).

       FD  PO-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PO-CONTROL-RECORD.
           05 PCT-NEXT-PO-NUMBER       PIC 9(6).
           05 FILLER                   PIC X(14).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-VENDOR-STATUS         PIC XX.
           05 WS-PO-STATUS             PIC XX.
           05 WS-PURCHASE-STATUS       PIC XX.
           05 WS-APPROVAL-STATUS       PIC XX.
           05 WS-POCTL-STATUS          PIC XX.
           05 WS-REPORT-STATUS         PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.

       01  WS-COUNTERS.
           05 WS-APPROVALS-READ        PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-REJECTED    PIC 9(6) VALUE ZERO.
           05 WS-PO-LINES-WRITTEN      PIC 9(6) VALUE ZERO.
           05 WS-POS-CREATED           PIC 9(6) VALUE ZERO.
           05 WS-UNITS-ORDERED         PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-PO-VALUE        PIC 9(9)V99 VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.
           05 WS-MAX-PO-LINES          PIC 999 VALUE 999.

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
           05 WS-PURCHASE-EOF-SW       PIC X VALUE 'N'.
              88 PURCHASE-EOF          VALUE 'Y'.
           05 WS-VENDOR-FOUND-SW       PIC X VALUE 'N'.
              88 VENDOR-FOUND          VALUE 'Y'.
           05 WS-ITEM-FOUND-SW         PIC X VALUE 'N'.
              88 ITEM-FOUND            VALUE 'Y'.
           05 WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
              88 TRAN-VALID            VALUE 'Y'.
           05 WS-PO-ASSIGNED-SW        PIC X VALUE 'N'.
              88 PO-ASSIGNED           VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-ORDER-QTY             PIC 9(7).
           05 WS-DUE-DATE              PIC 9(8).
           05 WS-LINE-VALUE            PIC 9(9)V99.
           05 WS-NEW-QTY-ON-ORDER      PIC 9(7).

       01  WS-GROUP-FIELDS.
           05 WS-GROUP-VENDOR-ID       PIC X(8).
           05 WS-PO-LINE-NUMBER        PIC 9(3).

       01  WS-PO-NUMBER-FIELDS.
           05 WS-PO-SEQUENCE           PIC 9(6) VALUE ZERO.
           05 WS-PO-NUMBER-BUILD.
              10 FILLER                PIC X(2) VALUE 'PO'.
              10 WS-PO-NUMBER-SEQ      PIC 9(6).
              10 FILLER                PIC X(4) VALUE SPACES.
           05 WS-CURRENT-PO-NUMBER     PIC X(12).

       01  WS-SUGGESTION-FIELDS.
           05 WS-SUGG-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-SUGG-SUB              PIC 9(4).
           05 WS-MATCHED-SUGG          PIC 9(4) VALUE ZERO.

       01  WS-SUGGESTION-TABLE.
           05 WS-SUGG-ENTRY OCCURS 500 TIMES.
              10 WS-SG-ITEM-CODE       PIC X(8).
              10 WS-SG-SUGGESTED-QTY   PIC 9(7).
              10 WS-SG-USED-SW         PIC X.
                 88 SUGGESTION-USED    VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(100).

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'PURCHASE ORDER REGISTER'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'VENDOR'.
              10 FILLER                PIC X(14) VALUE 'PO NUMBER'.
              10 FILLER                PIC X(5)  VALUE 'LN'.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(12) VALUE 'QTY ORDERED'.
              10 FILLER                PIC X(12) VALUE 'UNIT COST'.
              10 FILLER                PIC X(15) VALUE 'LINE VALUE'.
              10 FILLER                PIC X(10) VALUE 'DUE DATE'.
              10 FILLER                PIC X(12) VALUE 'ACTION'.
              10 FILLER                PIC X(32) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-VENDOR-ID         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-PO-NUMBER         PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-LINE-NUMBER       PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-ORDERED       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-UNIT-COST         PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-LINE-VALUE        PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DUE-DATE          PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-VENDOR-GROUP
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT APPROVAL-FILE
           OPEN INPUT VENDOR-FILE
           OPEN I-O ITEM-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 9100-OPEN-JOURNAL
           PERFORM 9300-OPEN-PO-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-PO-CONTROL
           PERFORM 1180-LOAD-SUGGESTIONS
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1300-READ-FIRST-APPROVAL.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-PO-CONTROL.
           MOVE ZERO TO WS-PO-SEQUENCE
           OPEN INPUT PO-CONTROL-FILE
           IF WS-POCTL-STATUS = '00'
               READ PO-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PCT-NEXT-PO-NUMBER IS NUMERIC
                               AND PCT-NEXT-PO-NUMBER > ZERO
                           COMPUTE WS-PO-SEQUENCE =
                               PCT-NEXT-PO-NUMBER - 1
                       END-IF
               END-READ
               CLOSE PO-CONTROL-FILE
           ELSE
               DISPLAY 'NO PO CONTROL FILE - NUMBERING FROM 1'
           END-IF.

       1160-WRITE-PO-CONTROL.
           OPEN OUTPUT PO-CONTROL-FILE
           MOVE SPACES TO PO-CONTROL-RECORD
           COMPUTE PCT-NEXT-PO-NUMBER = WS-PO-SEQUENCE + 1
           WRITE PO-CONTROL-RECORD
           CLOSE PO-CONTROL-FILE.

       1180-LOAD-SUGGESTIONS.
           MOVE ZERO TO WS-SUGG-COUNT
           MOVE 'N' TO WS-PURCHASE-EOF-SW
           OPEN INPUT PURCHASE-FILE
           IF WS-PURCHASE-STATUS = '00'
               PERFORM UNTIL PURCHASE-EOF
                       OR WS-SUGG-COUNT = 500
                   READ PURCHASE-FILE
                       AT END MOVE 'Y' TO WS-PURCHASE-EOF-SW
                       NOT AT END
                           PERFORM 1185-STORE-SUGGESTION
                   END-READ
               END-PERFORM
               IF NOT PURCHASE-EOF AND WS-SUGG-COUNT = 500
                   DISPLAY 'WARNING: SUGGESTION TABLE FULL - '
                       'RECORDS BEYOND 500 IGNORED'
               END-IF
               CLOSE PURCHASE-FILE
           ELSE
               DISPLAY 'NO PURCHASE SUGGESTION FILE - ALL '
                   'APPROVALS WILL BE REJECTED'
           END-IF.

       1185-STORE-SUGGESTION.
           IF PUR-ITEM-CODE NOT = SPACES
                   AND PUR-SUGGESTED-QTY IS NUMERIC
               ADD 1 TO WS-SUGG-COUNT
               MOVE PUR-ITEM-CODE TO WS-SG-ITEM-CODE(WS-SUGG-COUNT)
               MOVE PUR-SUGGESTED-QTY TO
                   WS-SG-SUGGESTED-QTY(WS-SUGG-COUNT)
               MOVE 'N' TO WS-SG-USED-SW(WS-SUGG-COUNT)
           END-IF.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADER-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 5 TO WS-REPORT-LINE-COUNT.

       1300-READ-FIRST-APPROVAL.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END ADD 1 TO WS-APPROVALS-READ
           END-READ.

       2000-PROCESS-VENDOR-GROUP.
           MOVE APR-VENDOR-ID TO WS-GROUP-VENDOR-ID
           MOVE 'N' TO WS-PO-ASSIGNED-SW
           MOVE ZERO TO WS-PO-LINE-NUMBER
           MOVE SPACES TO WS-CURRENT-PO-NUMBER

           PERFORM 2100-LOOKUP-VENDOR

           PERFORM UNTIL END-OF-FILE
                   OR APR-VENDOR-ID NOT = WS-GROUP-VENDOR-ID
               PERFORM 2200-PROCESS-APPROVAL
               PERFORM 2800-READ-NEXT-APPROVAL
           END-PERFORM.

       2100-LOOKUP-VENDOR.
           MOVE 'N' TO WS-VENDOR-FOUND-SW
           MOVE WS-GROUP-VENDOR-ID TO VEND-ID

           READ VENDOR-FILE
               KEY IS VEND-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-VENDOR-FOUND-SW
           END-READ.

       2200-PROCESS-APPROVAL.
           PERFORM 2210-VALIDATE-APPROVAL

           IF TRAN-VALID
               PERFORM 2250-LOOKUP-ITEM
           END-IF

           IF TRAN-VALID
               IF NOT PO-ASSIGNED
                   PERFORM 2300-ASSIGN-PO-NUMBER
               END-IF
               PERFORM 2400-WRITE-PO-LINE
           END-IF

           IF TRAN-VALID
               MOVE 'Y' TO WS-SG-USED-SW(WS-MATCHED-SUGG)
               PERFORM 2500-UPDATE-ON-ORDER
           END-IF

           IF NOT TRAN-VALID
               ADD 1 TO WS-APPROVALS-REJECTED
           END-IF

           PERFORM 2900-PRINT-REGISTER-LINE.

       2210-VALIDATE-APPROVAL.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE ZERO TO WS-ORDER-QTY
           MOVE ZERO TO WS-DUE-DATE
           MOVE ZERO TO WS-LINE-VALUE

           IF NOT VENDOR-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'VENDOR NOT ON VENDOR MASTER' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF NOT VEND-ACTIVE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'VENDOR NOT ACTIVE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF APR-ITEM-CODE = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING ITEM CODE' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               PERFORM 2220-FIND-SUGGESTION
               IF WS-MATCHED-SUGG = ZERO
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'ITEM NOT ON SUGGESTION FILE' TO
                       WS-REJECT-TEXT
               ELSE
                   IF SUGGESTION-USED(WS-MATCHED-SUGG)
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM ALREADY APPROVED THIS RUN' TO
                           WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID
               IF APR-APPROVED-QTY IS NUMERIC
                       AND APR-APPROVED-QTY > ZERO
                   MOVE APR-APPROVED-QTY TO WS-ORDER-QTY
               ELSE
                   MOVE WS-SG-SUGGESTED-QTY(WS-MATCHED-SUGG) TO
                       WS-ORDER-QTY
               END-IF
               IF WS-ORDER-QTY = ZERO
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID ORDER QUANTITY' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF APR-UNIT-COST IS NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID UNIT COST' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF WS-PO-LINE-NUMBER NOT < WS-MAX-PO-LINES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'PO LINE LIMIT REACHED' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF APR-DUE-DATE IS NUMERIC
                       AND APR-DUE-DATE > ZERO
                   MOVE APR-DUE-DATE TO WS-DUE-DATE
               ELSE
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-CURRENT-DATE-NUMERIC)
                        + VEND-LEAD-DAYS)
               END-IF
               COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * APR-UNIT-COST
           END-IF.

       2220-FIND-SUGGESTION.
           MOVE ZERO TO WS-MATCHED-SUGG
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
               UNTIL WS-SUGG-SUB > WS-SUGG-COUNT
                   OR WS-MATCHED-SUGG > ZERO
               IF WS-SG-ITEM-CODE(WS-SUGG-SUB) = APR-ITEM-CODE
                   MOVE WS-SUGG-SUB TO WS-MATCHED-SUGG
               END-IF
           END-PERFORM.

       2250-LOOKUP-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE APR-ITEM-CODE TO ITEM-CODE

           READ ITEM-FILE
               KEY IS ITEM-CODE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-SW
                   MOVE ITEM-RECORD TO WS-JRN-BEFORE-IMAGE
           END-READ

           IF NOT ITEM-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'ITEM NOT ON ITEM MASTER' TO WS-REJECT-TEXT
           END-IF.

       2300-ASSIGN-PO-NUMBER.
           ADD 1 TO WS-PO-SEQUENCE
           ADD 1 TO WS-POS-CREATED
           MOVE WS-PO-SEQUENCE TO WS-PO-NUMBER-SEQ
           MOVE WS-PO-NUMBER-BUILD TO WS-CURRENT-PO-NUMBER
           MOVE 'Y' TO WS-PO-ASSIGNED-SW.

       2400-WRITE-PO-LINE.
           ADD 1 TO WS-PO-LINE-NUMBER
           MOVE SPACES TO PO-RECORD
           MOVE WS-CURRENT-PO-NUMBER TO PO-NUMBER
           MOVE WS-PO-LINE-NUMBER TO PO-LINE-NUMBER
           MOVE WS-GROUP-VENDOR-ID TO PO-VENDOR-ID
           MOVE APR-ITEM-CODE TO PO-ITEM-CODE
           MOVE WS-CURRENT-DATE-NUMERIC TO PO-ORDER-DATE
           MOVE WS-DUE-DATE TO PO-DUE-DATE
           MOVE WS-ORDER-QTY TO PO-QTY-ORDERED
           MOVE ZERO TO PO-QTY-RECEIVED
           MOVE WS-ORDER-QTY TO PO-QTY-OUTSTANDING
           MOVE APR-UNIT-COST TO PO-UNIT-COST
           MOVE ZERO TO PO-LAST-RECEIPT-DATE
           MOVE 'O' TO PO-STATUS

           WRITE PO-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'PO LINE WRITE FAILED' TO WS-REJECT-TEXT
           END-WRITE

           IF TRAN-VALID
               ADD 1 TO WS-PO-LINES-WRITTEN
               ADD WS-ORDER-QTY TO WS-UNITS-ORDERED
               ADD WS-LINE-VALUE TO WS-TOTAL-PO-VALUE
           END-IF.

       2500-UPDATE-ON-ORDER.
           IF ITEM-QTY-ON-ORDER IS NUMERIC
               COMPUTE WS-NEW-QTY-ON-ORDER =
                   ITEM-QTY-ON-ORDER + WS-ORDER-QTY
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-NEW-QTY-ON-ORDER
               END-COMPUTE
           ELSE
               MOVE WS-ORDER-QTY TO WS-NEW-QTY-ON-ORDER
           END-IF
           MOVE WS-NEW-QTY-ON-ORDER TO ITEM-QTY-ON-ORDER

           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ON-ORDER QTY: ' ITEM-CODE
               NOT INVALID KEY
                   PERFORM 9200-WRITE-JOURNAL-RECORD
           END-REWRITE.

       2800-READ-NEXT-APPROVAL.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END ADD 1 TO WS-APPROVALS-READ
           END-READ.

       2900-PRINT-REGISTER-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE APR-VENDOR-ID TO WS-DTL-VENDOR-ID
           MOVE APR-ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE WS-ORDER-QTY TO WS-DTL-QTY-ORDERED
           IF APR-UNIT-COST IS NUMERIC
               MOVE APR-UNIT-COST TO WS-DTL-UNIT-COST
           ELSE
               MOVE ZERO TO WS-DTL-UNIT-COST
           END-IF
           MOVE WS-LINE-VALUE TO WS-DTL-LINE-VALUE
           MOVE WS-DUE-DATE TO WS-DTL-DUE-DATE

           IF TRAN-VALID
               MOVE WS-CURRENT-PO-NUMBER TO WS-DTL-PO-NUMBER
               MOVE WS-PO-LINE-NUMBER TO WS-DTL-LINE-NUMBER
               MOVE 'ORDERED' TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               MOVE SPACES TO WS-DTL-PO-NUMBER
               MOVE ZERO TO WS-DTL-LINE-NUMBER
               MOVE 'REJECTED' TO WS-DTL-ACTION
               MOVE WS-REJECT-TEXT TO WS-DTL-REASON
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2950-CHECK-PAGE-BREAK.
           IF WS-REPORT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2960-NEW-PAGE
           END-IF.

       2960-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 1160-WRITE-PO-CONTROL
           CLOSE APPROVAL-FILE
           CLOSE VENDOR-FILE
           CLOSE ITEM-FILE
           CLOSE PO-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE.

       9100-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ITEM JOURNAL: '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           MOVE 'POGEN' TO IJR-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO IJR-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO IJR-RUN-TIME
           MOVE 'R' TO IJR-ACTION
           MOVE WS-CURRENT-PO-NUMBER TO IJR-TRAN-KEY
           MOVE ITEM-CODE TO IJR-ITEM-CODE
           MOVE WS-JRN-BEFORE-IMAGE TO IJR-BEFORE-IMAGE
           MOVE ITEM-RECORD TO IJR-AFTER-IMAGE
           WRITE ITEM-JOURNAL-RECORD.

       9300-OPEN-PO-FILE.
           OPEN I-O PO-FILE
           IF WS-PO-STATUS NOT = '00'
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
               IF WS-PO-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PURCHASE ORDER FILE: '
                       WS-PO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'APPROVALS READ:         '
                  WS-APPROVALS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'APPROVALS REJECTED:     '
                  WS-APPROVALS-REJECTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'PURCHASE ORDERS CREATED:'
                  WS-POS-CREATED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'PO LINES WRITTEN:       '
                  WS-PO-LINES-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'UNITS ORDERED:          '
                  WS-UNITS-ORDERED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL PO VALUE:         $'
                  WS-TOTAL-PO-VALUE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
