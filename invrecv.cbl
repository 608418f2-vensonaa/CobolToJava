               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT PO-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO 'RCVTRAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'RCVEXC'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'ITEMJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLRCV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  PO-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY POREC.

       FD  RECEIPT-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(132).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EXCEPTION-RECORD.
           05 EXC-PO-NUMBER            PIC X(12).
           05 EXC-ITEM-CODE            PIC X(8).
           05 EXC-QTY-ORDERED          PIC 9(7).
           05 EXC-QTY-PREV-RECEIVED    PIC 9(7).
           05 EXC-QTY-RECEIVED         PIC 9(7).
           05 EXC-QTY-OVER             PIC 9(7).
           05 EXC-RECEIPT-DATE         PIC 9(8).
           05 EXC-REASON-TEXT          PIC X(20).
           05 FILLER                   PIC X(4).

       FD  JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY GLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-RECEIPT-STATUS        PIC XX.
           05 WS-AUDIT-STATUS          PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-PO-STATUS             PIC XX.
           05 WS-EXCEPTION-STATUS      PIC XX.
           05 WS-GL-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-RECEIPTS-READ         PIC 9(6) VALUE ZERO.
           05 WS-RECEIPTS-POSTED       PIC 9(6) VALUE ZERO.
           05 WS-RECEIPTS-REJECTED     PIC 9(6) VALUE ZERO.
           05 WS-UNITS-RECEIVED        PIC 9(9) VALUE ZERO.
           05 WS-PARTIAL-RECEIPTS      PIC 9(6) VALUE ZERO.
           05 WS-OVER-RECEIPTS         PIC 9(6) VALUE ZERO.
           05 WS-PO-LINES-CLOSED       PIC 9(6) VALUE ZERO.
           05 WS-POS-CLOSED            PIC 9(6) VALUE ZERO.
           05 WS-PO-UPDATE-ERRORS      PIC 9(6) VALUE ZERO.
           05 WS-AUDIT-LINE-COUNT      PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
              88 ITEM-FOUND            VALUE 'Y'.
           05 WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
              88 TRAN-VALID            VALUE 'Y'.
           05 WS-PO-SCAN-EOF-SW        PIC X VALUE 'N'.
              88 PO-SCAN-EOF           VALUE 'Y'.
           05 WS-PO-LINE-FOUND-SW      PIC X VALUE 'N'.
              88 PO-LINE-FOUND         VALUE 'Y'.
           05 WS-ITEM-LINE-CLOSED-SW   PIC X VALUE 'N'.
              88 ITEM-LINE-CLOSED      VALUE 'Y'.
           05 WS-OVER-RECEIPT-SW       PIC X VALUE 'N'.
              88 OVER-RECEIPT          VALUE 'Y'.
           05 WS-PO-CLOSED-SW          PIC X VALUE 'N'.
              88 PO-NOW-CLOSED         VALUE 'Y'.
           05 WS-PO-UPDATE-FAILED-SW   PIC X VALUE 'N'.
              88 PO-UPDATE-FAILED      VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-NEW-QTY-ON-HAND       PIC S9(7).
           05 WS-NOTE-TEXT             PIC X(30) VALUE SPACES.
           05 WS-EXC-REASON            PIC X(20) VALUE SPACES.

       01  WS-PO-MATCH-FIELDS.
           05 WS-PO-LINES-SEEN         PIC 9(3).
           05 WS-PO-OPEN-LINES         PIC 9(3).
           05 WS-PRIOR-OUTSTANDING     PIC 9(7).
           05 WS-PRIOR-RECEIVED        PIC 9(7).
           05 WS-QTY-OVER              PIC 9(7).
           05 WS-ON-ORDER-RELIEF       PIC 9(7).
           05 WS-SAVED-PO-RECORD       PIC X(100).

       01  WS-COST-FIELDS.
           05 WS-RECEIPT-UNIT-COST     PIC 9(5)V99.
           05 WS-RECEIPT-VALUE         PIC 9(9)V99.
           05 WS-NEW-UNIT-COST         PIC 9(5)V99.
           05 WS-COST-CHANGES          PIC 9(6) VALUE ZERO.

       01  WS-GL-FIELDS.
           05 WS-GL-INVENTORY          PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
              10 FILLER                PIC X(14) VALUE 'PO NUMBER'.
              10 FILLER                PIC X(12) VALUE 'QTY RECVD'.
              10 FILLER                PIC X(12) VALUE 'NEW ON HAND'.
              10 FILLER                PIC X(12) VALUE 'OUTSTANDING'.
              10 FILLER                PIC X(12) VALUE 'ACTION'.
              10 FILLER                PIC X(32) VALUE 'REASON'.
              10 FILLER                PIC X(28) VALUE 'UNIT COST'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-NEW-ON-HAND       PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OUTSTANDING       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-ACTION            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-UNIT-COST         PIC $$$,$$9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           OPEN INPUT RECEIPT-FILE
           OPEN I-O ITEM-FILE
           OPEN I-O PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PURCHASE ORDER FILE: '
                   WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 9100-OPEN-JOURNAL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE 'N' TO WS-OVER-RECEIPT-SW
           MOVE 'N' TO WS-PO-CLOSED-SW
           PERFORM 2100-VALIDATE-RECEIPT
           IF TRAN-VALID
               PERFORM 2150-LOOKUP-PO-LINE
           END-IF
           IF TRAN-VALID
               PERFORM 2200-LOOKUP-ITEM
               PERFORM 2300-POST-RECEIPT
           END-IF
           IF TRAN-VALID
               PERFORM 2400-UPDATE-PO-LINE
           END-IF

           IF TRAN-VALID
               ADD 1 TO WS-RECEIPTS-POSTED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID RECEIPT QUANTITY' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID
               IF RCV-PO-NUMBER = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING PO NUMBER' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2150-LOOKUP-PO-LINE.
           MOVE 'N' TO WS-PO-LINE-FOUND-SW
           MOVE 'N' TO WS-ITEM-LINE-CLOSED-SW
           MOVE 'N' TO WS-PO-SCAN-EOF-SW
           MOVE ZERO TO WS-PO-LINES-SEEN
           MOVE ZERO TO WS-PO-OPEN-LINES
           MOVE RCV-PO-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE-NUMBER

           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-SCAN-EOF-SW
           END-START

           PERFORM UNTIL PO-SCAN-EOF OR PO-LINE-FOUND
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PO-SCAN-EOF-SW
                   NOT AT END
                       IF PO-NUMBER NOT = RCV-PO-NUMBER
                           MOVE 'Y' TO WS-PO-SCAN-EOF-SW
                       ELSE
                           PERFORM 2160-EXAMINE-PO-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF NOT PO-LINE-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               EVALUATE TRUE
                   WHEN WS-PO-LINES-SEEN = ZERO
                       MOVE 'PO NOT ON FILE' TO WS-REJECT-TEXT
                   WHEN WS-PO-OPEN-LINES = ZERO
                       MOVE 'PO CLOSED' TO WS-REJECT-TEXT
                   WHEN ITEM-LINE-CLOSED
                       MOVE 'PO LINE CLOSED' TO WS-REJECT-TEXT
                   WHEN OTHER
                       MOVE 'ITEM NOT ON PURCHASE ORDER' TO
                           WS-REJECT-TEXT
               END-EVALUATE
           ELSE
               MOVE PO-RECORD TO WS-SAVED-PO-RECORD
           END-IF.

       2160-EXAMINE-PO-LINE.
           ADD 1 TO WS-PO-LINES-SEEN
           IF PO-LINE-OPEN
               ADD 1 TO WS-PO-OPEN-LINES
           END-IF
           IF PO-ITEM-CODE = RCV-ITEM-CODE
               IF PO-LINE-OPEN
                   MOVE 'Y' TO WS-PO-LINE-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-ITEM-LINE-CLOSED-SW
               END-IF
           END-IF.

       2200-LOOKUP-ITEM.

       2300-POST-RECEIPT.
           IF TRAN-VALID
               MOVE WS-SAVED-PO-RECORD TO PO-RECORD
               MOVE PO-QTY-OUTSTANDING TO WS-PRIOR-OUTSTANDING
               MOVE PO-QTY-RECEIVED TO WS-PRIOR-RECEIVED
               IF RCV-QTY-RECEIVED > WS-PRIOR-OUTSTANDING
                   MOVE 'Y' TO WS-OVER-RECEIPT-SW
                   COMPUTE WS-QTY-OVER =
                       RCV-QTY-RECEIVED - WS-PRIOR-OUTSTANDING
                   MOVE WS-PRIOR-OUTSTANDING TO WS-ON-ORDER-RELIEF
               ELSE
                   MOVE ZERO TO WS-QTY-OVER
                   MOVE RCV-QTY-RECEIVED TO WS-ON-ORDER-RELIEF
               END-IF
               COMPUTE WS-NEW-QTY-ON-HAND =
                   ITEM-QTY-ON-HAND + RCV-QTY-RECEIVED
                   ON SIZE ERROR
                       MOVE 'QUANTITY OVERFLOW' TO WS-REJECT-TEXT
               END-COMPUTE
               IF TRAN-VALID
                   PERFORM 2320-AVERAGE-UNIT-COST
                   MOVE WS-NEW-QTY-ON-HAND TO ITEM-QTY-ON-HAND
                   PERFORM 2350-RELIEVE-ON-ORDER
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALID-SW
               END-IF
               IF TRAN-VALID
                   PERFORM 9200-WRITE-JOURNAL-RECORD
                   ADD WS-RECEIPT-VALUE TO WS-GL-INVENTORY
               END-IF
           END-IF.

       2320-AVERAGE-UNIT-COST.
           IF ITEM-UNIT-COST IS NOT NUMERIC
               MOVE ZERO TO ITEM-UNIT-COST
           END-IF
           IF PO-UNIT-COST IS NUMERIC AND PO-UNIT-COST > ZERO
               MOVE PO-UNIT-COST TO WS-RECEIPT-UNIT-COST
           ELSE
               MOVE ITEM-UNIT-COST TO WS-RECEIPT-UNIT-COST
           END-IF
           COMPUTE WS-RECEIPT-VALUE ROUNDED =
               RCV-QTY-RECEIVED * WS-RECEIPT-UNIT-COST

           IF ITEM-QTY-ON-HAND > ZERO
               COMPUTE WS-NEW-UNIT-COST ROUNDED =
                   ((ITEM-QTY-ON-HAND * ITEM-UNIT-COST)
                     + WS-RECEIPT-VALUE) / WS-NEW-QTY-ON-HAND
                   ON SIZE ERROR
                       MOVE WS-RECEIPT-UNIT-COST TO WS-NEW-UNIT-COST
               END-COMPUTE
           ELSE
               MOVE WS-RECEIPT-UNIT-COST TO WS-NEW-UNIT-COST
           END-IF

           IF WS-NEW-UNIT-COST NOT = ITEM-UNIT-COST
               ADD 1 TO WS-COST-CHANGES
               MOVE WS-NEW-UNIT-COST TO ITEM-UNIT-COST
           END-IF.

       2350-RELIEVE-ON-ORDER.
           IF ITEM-QTY-ON-ORDER IS NOT NUMERIC
               MOVE ZERO TO ITEM-QTY-ON-ORDER
           END-IF
           IF ITEM-QTY-ON-ORDER > WS-ON-ORDER-RELIEF
               SUBTRACT WS-ON-ORDER-RELIEF FROM ITEM-QTY-ON-ORDER
           ELSE
               MOVE ZERO TO ITEM-QTY-ON-ORDER
           END-IF.

       2400-UPDATE-PO-LINE.
           ADD RCV-QTY-RECEIVED TO PO-QTY-RECEIVED
               ON SIZE ERROR
                   MOVE 9999999 TO PO-QTY-RECEIVED
           END-ADD
           MOVE RCV-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE
           IF PO-LAST-RECEIPT-DATE IS NOT NUMERIC
                   OR PO-LAST-RECEIPT-DATE = ZERO
               MOVE WS-CURRENT-DATE-NUMERIC TO PO-LAST-RECEIPT-DATE
           END-IF

           IF OVER-RECEIPT
               MOVE ZERO TO PO-QTY-OUTSTANDING
           ELSE
               SUBTRACT RCV-QTY-RECEIVED FROM PO-QTY-OUTSTANDING
           END-IF

           IF PO-QTY-OUTSTANDING = ZERO
               MOVE 'C' TO PO-STATUS
           END-IF

           MOVE 'N' TO WS-PO-UPDATE-FAILED-SW
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING PO LINE: ' PO-NUMBER
                       ' ' PO-LINE-NUMBER
                   MOVE 'Y' TO WS-PO-UPDATE-FAILED-SW
           END-REWRITE

           IF PO-UPDATE-FAILED
               PERFORM 2410-REPORT-PO-UPDATE-FAILURE
           ELSE
               PERFORM 2420-NOTE-PO-LINE-STATE
           END-IF.

       2410-REPORT-PO-UPDATE-FAILURE.
           ADD 1 TO WS-PO-UPDATE-ERRORS
           MOVE 8 TO RETURN-CODE
           MOVE 'PO LINE NOT UPDATED' TO WS-EXC-REASON
           PERFORM 2500-WRITE-EXCEPTION-RECORD
           MOVE WS-SAVED-PO-RECORD TO PO-RECORD
           MOVE 'PO LINE NOT UPDATED - SEE EXC' TO WS-NOTE-TEXT.

       2420-NOTE-PO-LINE-STATE.
           IF OVER-RECEIPT
               ADD 1 TO WS-OVER-RECEIPTS
               MOVE 'OVER-RECEIPT' TO WS-EXC-REASON
               PERFORM 2500-WRITE-EXCEPTION-RECORD
               MOVE 'OVER-RECEIPT - SEE EXCEPTIONS' TO WS-NOTE-TEXT
           ELSE
               IF PO-LINE-OPEN
                   ADD 1 TO WS-PARTIAL-RECEIPTS
                   MOVE 'PARTIAL RECEIPT' TO WS-NOTE-TEXT
               ELSE
                   MOVE 'PO LINE CLOSED' TO WS-NOTE-TEXT
               END-IF
           END-IF

           IF PO-LINE-CLOSED
               ADD 1 TO WS-PO-LINES-CLOSED
               PERFORM 2450-CHECK-PO-CLOSED
           END-IF.

       2450-CHECK-PO-CLOSED.
           MOVE PO-RECORD TO WS-SAVED-PO-RECORD
           MOVE 'N' TO WS-PO-SCAN-EOF-SW
           MOVE ZERO TO WS-PO-OPEN-LINES
           MOVE ZERO TO PO-LINE-NUMBER

           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-SCAN-EOF-SW
           END-START

           PERFORM UNTIL PO-SCAN-EOF OR WS-PO-OPEN-LINES > ZERO
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PO-SCAN-EOF-SW
                   NOT AT END
                       IF PO-NUMBER NOT = RCV-PO-NUMBER
                           MOVE 'Y' TO WS-PO-SCAN-EOF-SW
                       ELSE
                           IF PO-LINE-OPEN
                               ADD 1 TO WS-PO-OPEN-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PO-OPEN-LINES = ZERO
               MOVE 'Y' TO WS-PO-CLOSED-SW
               ADD 1 TO WS-POS-CLOSED
               IF NOT OVER-RECEIPT
                   MOVE 'PO CLOSED - FULLY RECEIVED' TO WS-NOTE-TEXT
               END-IF
           END-IF

           MOVE WS-SAVED-PO-RECORD TO PO-RECORD.

       2500-WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE PO-NUMBER TO EXC-PO-NUMBER
           MOVE PO-ITEM-CODE TO EXC-ITEM-CODE
           MOVE PO-QTY-ORDERED TO EXC-QTY-ORDERED
           MOVE WS-PRIOR-RECEIVED TO EXC-QTY-PREV-RECEIVED
           MOVE RCV-QTY-RECEIVED TO EXC-QTY-RECEIVED
           MOVE WS-QTY-OVER TO EXC-QTY-OVER
           MOVE PO-LAST-RECEIPT-DATE TO EXC-RECEIPT-DATE
           MOVE WS-EXC-REASON TO EXC-REASON-TEXT
           WRITE EXCEPTION-RECORD.

       2800-READ-NEXT-RECEIPT.
           READ RECEIPT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW

           IF TRAN-VALID
               MOVE ITEM-QTY-ON-HAND TO WS-DTL-NEW-ON-HAND
               MOVE PO-QTY-OUTSTANDING TO WS-DTL-OUTSTANDING
               IF OVER-RECEIPT
                   MOVE 'OVER-RECV' TO WS-DTL-ACTION
               ELSE
                   MOVE 'POSTED' TO WS-DTL-ACTION
               END-IF
               MOVE WS-NOTE-TEXT TO WS-DTL-REASON
               MOVE ITEM-UNIT-COST TO WS-DTL-UNIT-COST
           ELSE
               MOVE ZERO TO WS-DTL-NEW-ON-HAND
               MOVE ZERO TO WS-DTL-OUTSTANDING
               MOVE 'REJECTED' TO WS-DTL-ACTION
               MOVE WS-REJECT-TEXT TO WS-DTL-REASON
               MOVE ZERO TO WS-DTL-UNIT-COST
           END-IF

           MOVE WS-DETAIL-LINE TO AUDIT-RECORD

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           CLOSE RECEIPT-FILE
           CLOSE ITEM-FILE
           CLOSE PO-FILE
           CLOSE AUDIT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE JOURNAL-FILE.

       9100-OPEN-JOURNAL.
                  WS-UNITS-RECEIVED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'PARTIAL RECEIPTS:       '
                  WS-PARTIAL-RECEIPTS
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'OVER-RECEIPTS:          '
                  WS-OVER-RECEIPTS
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PO LINES CLOSED:        '
                  WS-PO-LINES-CLOSED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PURCHASE ORDERS CLOSED: '
                  WS-POS-CLOSED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'ITEM COSTS CHANGED:     '
                  WS-COST-CHANGES
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PO LINE UPDATE ERRORS:  '
                  WS-PO-UPDATE-ERRORS
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'RECEIPTS AT COST:       $'
                  WS-GL-INVENTORY
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       3400-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE

           IF WS-GL-INVENTORY > ZERO
               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-INVENTORY TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'DAILY PO RECEIPTS' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'ACCOUNTS PAYABLE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-INVENTORY TO GL-CREDIT-AMOUNT
               MOVE 'RECEIVED NOT BILLED' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

       3410-WRITE-GL-RECORD.
           MOVE WS-CURRENT-DATE-NUMERIC TO GL-RUN-DATE
           MOVE 'INVRECV' TO GL-SOURCE-PROGRAM
           ADD GL-DEBIT-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD GL-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-RECORDS-WRITTEN
           WRITE GL-RECORD.

       3420-CHECK-GL-BALANCE.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'GL RECORDS WRITTEN:     '
                  WS-GL-RECORDS-WRITTEN
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'GL DEBITS:              $'
                  WS-GL-DEBIT-TOTAL
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'GL CREDITS:             $'
                  WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE SPACES TO AUDIT-RECORD
               MOVE '*** GL INTERFACE OUT OF BALANCE ***'
                   TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               DISPLAY 'GL INTERFACE OUT OF BALANCE - DEBITS '
                   WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
