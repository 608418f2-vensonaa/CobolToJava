               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO 'INVCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       COPY GLREC.

       FD  INVOICE-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  INVOICE-CONTROL-RECORD.
           05 IVC-NEXT-INVOICE-NUMBER  PIC 9(6).
           05 FILLER                   PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-OPNITM-STATUS         PIC XX.
           05 WS-GL-STATUS             PIC XX.
           05 WS-INVCTL-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-TRANS-READ            PIC 9(6) VALUE ZERO.
           05 WS-REJECT-CODE           PIC X(4) VALUE SPACES.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-ACTION-TEXT           PIC X(15) VALUE SPACES.
           05 WS-NOTE-TEXT             PIC X(30) VALUE SPACES.
           05 WS-NEW-BALANCE           PIC S9(7)V99.

       01  WS-JOURNAL-FIELDS.
           05 WS-RELIEF-APPLIED        PIC 9(7)V99.
           05 WS-ITEMS-RELIEVED        PIC 9(6) VALUE ZERO.
           05 WS-UNAPPLIED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05 WS-CREDIT-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           05 WS-CREDIT-NOT-WRITTEN    PIC 9(7)V99 VALUE ZERO.
           05 WS-CREDITS-CREATED       PIC 9(6) VALUE ZERO.
           05 WS-DOCUMENT-NUMBER       PIC 9(6) VALUE ZERO.
           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1400-READ-INVOICE-CONTROL
           PERFORM 1300-READ-FIRST-PAYMENT.

       1100-FORMAT-DATE.
               NOT AT END CONTINUE
           END-READ.

       1400-READ-INVOICE-CONTROL.
           MOVE ZERO TO WS-DOCUMENT-NUMBER
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVCTL-STATUS = '00'
               READ INVOICE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IVC-NEXT-INVOICE-NUMBER IS NUMERIC
                               AND IVC-NEXT-INVOICE-NUMBER > ZERO
                           COMPUTE WS-DOCUMENT-NUMBER =
                               IVC-NEXT-INVOICE-NUMBER - 1
                       END-IF
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           ELSE
               DISPLAY 'NO INVOICE CONTROL FILE - NUMBERING FROM 1'
           END-IF.

       1450-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           COMPUTE IVC-NEXT-INVOICE-NUMBER = WS-DOCUMENT-NUMBER + 1
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVOICE-CONTROL-FILE.

       2000-PROCESS-PAYMENT.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2100-VALIDATE-PAYMENT

           IF TRAN-VALID
               ADD 1 TO WS-TRANS-APPLIED
               COMPUTE WS-AMOUNT-APPLIED = WS-AMOUNT-APPLIED
                   + PAY-AMOUNT - WS-CREDIT-NOT-WRITTEN
               IF PAY-CREDIT-MEMO
                   COMPUTE WS-GL-MEMOS-APPLIED = WS-GL-MEMOS-APPLIED
                       + PAY-AMOUNT - WS-CREDIT-NOT-WRITTEN
               ELSE
                   COMPUTE WS-GL-CASH-APPLIED = WS-GL-CASH-APPLIED
                       + PAY-AMOUNT - WS-CREDIT-NOT-WRITTEN
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE ZERO TO WS-CREDIT-NOT-WRITTEN

           IF NOT PAY-PAYMENT AND NOT PAY-CREDIT-MEMO
               MOVE 'N' TO WS-TRAN-VALID-SW

       2300-APPLY-PAYMENT.
           IF TRAN-VALID
               IF PAY-CREDIT-MEMO
                       AND PAY-AMOUNT > CUST-CURRENT-BALANCE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'P005' TO WS-REJECT-CODE
                   MOVE 'MEMO EXCEEDS BALANCE' TO WS-REJECT-TEXT
               ELSE
                   COMPUTE WS-NEW-BALANCE =
                       CUST-CURRENT-BALANCE - PAY-AMOUNT
                   IF TRAN-VALID
                       PERFORM 9200-WRITE-JOURNAL-RECORD
                       PERFORM 2400-RELIEVE-OPEN-ITEMS
                       EVALUATE TRUE
                           WHEN WS-CREDIT-NOT-WRITTEN > ZERO
                               MOVE 'PART APPLIED' TO WS-ACTION-TEXT
                           WHEN WS-CREDIT-AMOUNT > ZERO
                               MOVE 'ON ACCOUNT' TO WS-ACTION-TEXT
                           WHEN PAY-CREDIT-MEMO
                               MOVE 'MEMO APPLIED' TO WS-ACTION-TEXT
                           WHEN OTHER
                               MOVE 'PAYMENT APPLIED' TO WS-ACTION-TEXT
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

           IF WS-RELIEF-REMAINING > ZERO
               ADD WS-RELIEF-REMAINING TO WS-UNAPPLIED-AMOUNT
               MOVE WS-RELIEF-REMAINING TO WS-CREDIT-AMOUNT
               PERFORM 2500-WRITE-CREDIT-ITEM
           END-IF.

       2450-RELIEVE-ONE-ITEM.
           END-REWRITE
           ADD 1 TO WS-ITEMS-RELIEVED.

       2500-WRITE-CREDIT-ITEM.
           ADD 1 TO WS-DOCUMENT-NUMBER
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE PAY-CUST-ID TO OPN-CUST-ID
           MOVE WS-DOCUMENT-NUMBER TO OPN-INVOICE-NUMBER
           MOVE PAY-REFERENCE TO OPN-ORDER-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO OPN-INVOICE-DATE
           MOVE WS-CREDIT-AMOUNT TO OPN-ORIGINAL-AMOUNT
           COMPUTE OPN-OPEN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
           MOVE 'O' TO OPN-STATUS
           MOVE 'C' TO OPN-DOC-TYPE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CREDIT ITEM FOR CUSTOMER: '
                       PAY-CUST-ID
                   PERFORM 2510-BACK-OUT-CREDIT
               NOT INVALID KEY
                   ADD 1 TO WS-CREDITS-CREATED
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING 'CREDIT DOC ' WS-DOCUMENT-NUMBER
                          DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
           END-WRITE.

      * The unapplied cash could not be carried on AROPEN, so it is
      * put back on the customer balance and left out of the cash
      * posted to GL; the register line shows it for manual handling.
       2510-BACK-OUT-CREDIT.
           MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-NOT-WRITTEN
           SUBTRACT WS-CREDIT-AMOUNT FROM WS-UNAPPLIED-AMOUNT
           MOVE 'CREDIT NOT WRITTEN - UNPOSTED' TO WS-NOTE-TEXT
           MOVE 8 TO RETURN-CODE
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           ADD WS-CREDIT-AMOUNT TO CUST-CURRENT-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING BALANCE FOR CUSTOMER: '
                       PAY-CUST-ID
               NOT INVALID KEY
                   PERFORM 9200-WRITE-JOURNAL-RECORD
           END-REWRITE.

       2700-WRITE-EXCEPTION-RECORD.
           MOVE PAY-CUST-ID TO EXC-CUST-ID
           MOVE PAY-REFERENCE TO EXC-REFERENCE
           IF TRAN-VALID
               MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
               MOVE CUST-CURRENT-BALANCE TO WS-DTL-NEW-BALANCE
               MOVE WS-NOTE-TEXT TO WS-DTL-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DTL-ACTION
               MOVE ZERO TO WS-DTL-NEW-BALANCE
       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           IF WS-CREDITS-CREATED > ZERO
               PERFORM 1450-WRITE-INVOICE-CONTROL
           END-IF
           CLOSE PAYMENT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE EXCEPTION-FILE
                  WS-UNAPPLIED-AMOUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'ON-ACCOUNT CREDITS:     '
                  WS-CREDITS-CREATED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
