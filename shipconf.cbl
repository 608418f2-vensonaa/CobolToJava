       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-FILE ASSIGN TO 'SHIPCONF'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

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

           SELECT OPEN-ITEM-FILE ASSIGN TO 'AROPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNITM-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO 'INVCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO 'SHPBKO'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'SHPEXC'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ITEM-JOURNAL-FILE ASSIGN TO 'ITEMJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITEMJRNL-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLSHP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONFIRMATION-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY PICKREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY AROPNREC.

       FD  INVOICE-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  INVOICE-CONTROL-RECORD.
           05 IVC-NEXT-INVOICE-NUMBER  PIC 9(6).
           05 FILLER                   PIC X(14).

       FD  BACKORDER-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  BACKORDER-RECORD.
           05 BKO-CUSTOMER-ID          PIC X(10).
           05 BKO-ORDER-NUMBER         PIC X(12).
           05 BKO-ITEM-CODE            PIC X(8).
           05 BKO-ITEM-QTY             PIC 9(5).
           05 BKO-ITEM-PRICE           PIC 9(5)V99.
           05 BKO-REASON               PIC X(15).
           05 BKO-AGE-DAYS             PIC 9(3).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 450 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY JRNREC.

       FD  ITEM-JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY GLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CONFIRM-STATUS        PIC XX.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-OPNITM-STATUS         PIC XX.
           05 WS-INVCTL-STATUS         PIC XX.
           05 WS-BACKORDER-STATUS      PIC XX.
           05 WS-REPORT-STATUS         PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-ITEMJRNL-STATUS       PIC XX.
           05 WS-GL-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(6) VALUE ZERO.
           05 WS-LINES-COMPLETE        PIC 9(6) VALUE ZERO.
           05 WS-LINES-SHORT           PIC 9(6) VALUE ZERO.
           05 WS-LINES-OVER            PIC 9(6) VALUE ZERO.
           05 WS-LINES-UNCONFIRMED     PIC 9(6) VALUE ZERO.
           05 WS-LINES-REJECTED        PIC 9(6) VALUE ZERO.
           05 WS-UNITS-RESTOCKED       PIC 9(7) VALUE ZERO.
           05 WS-BACKORDERS-WRITTEN    PIC 9(6) VALUE ZERO.
           05 WS-CREDITS-CREATED       PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-CREDITED        PIC 9(9)V99 VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

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
           05 WS-LINE-VALID-SW         PIC X VALUE 'Y'.
              88 LINE-VALID            VALUE 'Y'.

       01  WS-LINE-FIELDS.
           05 WS-ALLOCATED-QTY         PIC 9(5).
           05 WS-SHIPPED-QTY           PIC 9(5).
           05 WS-SHORT-QTY             PIC 9(5).
           05 WS-UNIT-PRICE            PIC 9(5)V99.
           05 WS-DISCOUNT-RATE         PIC V999.
           05 WS-TAX-RATE              PIC V9(4).
           05 WS-LINE-GROSS            PIC 9(9)V99.
           05 WS-LINE-DISCOUNT         PIC 9(9)V99.
           05 WS-LINE-NET              PIC 9(9)V99.
           05 WS-LINE-TAX              PIC 9(9)V99.
           05 WS-LINE-CREDIT           PIC 9(9)V99.
           05 WS-ACTION-TEXT           PIC X(10).
           05 WS-REASON-TEXT           PIC X(30).

       01  WS-OPEN-ITEM-FIELDS.
           05 WS-CREDIT-REMAINING      PIC 9(9)V99.
           05 WS-CREDIT-APPLIED        PIC 9(9)V99.
           05 WS-DOCUMENT-NUMBER       PIC 9(6) VALUE ZERO.
           05 WS-CREDIT-WRITTEN-SW     PIC X VALUE 'N'.
              88 CREDIT-ITEM-WRITTEN   VALUE 'Y'.
           05 WS-SAVED-OPEN-ITEM       PIC X(100).

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(200).
           05 WS-IJR-BEFORE-IMAGE      PIC X(100).

       01  WS-TAX-REVERSAL-FIELDS.
           05 WS-TAX-REV-COUNT         PIC 99 VALUE ZERO.
           05 WS-TAX-REV-SUB           PIC 99.
           05 WS-TAX-REV-FOUND-SUB     PIC 99.
           05 WS-TAX-REV-ENTRY OCCURS 21 TIMES.
              10 WS-TXR-CODE           PIC X(3).
              10 WS-TXR-AMOUNT         PIC 9(9)V99.

       01  WS-GL-FIELDS.
           05 WS-GL-REVENUE            PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-DISCOUNTS          PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-COST-RETURNED      PIC 9(9)V99 VALUE ZERO.
           05 WS-LINE-COST             PIC 9(9)V99.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(35)
                 VALUE 'SHIPPED VS ORDERED EXCEPTION REPORT'.
              10 FILLER                PIC X(57) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(14) VALUE 'ORDER NO.'.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER'.
              10 FILLER                PIC X(8)  VALUE 'INVOICE'.
              10 FILLER                PIC X(10) VALUE 'ITEM'.
              10 FILLER                PIC X(8)  VALUE 'ORDERED'.
              10 FILLER                PIC X(8)  VALUE 'SHIPPED'.
              10 FILLER                PIC X(8)  VALUE 'SHORT'.
              10 FILLER                PIC X(15) VALUE 'CREDIT'.
              10 FILLER                PIC X(12) VALUE 'ACTION'.
              10 FILLER                PIC X(37) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ORDER-NO          PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-INVOICE-NO        PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ALLOCATED-QTY     PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-SHIPPED-QTY       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-SHORT-QTY         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CREDIT            PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-CONFIRMATION
               PERFORM 2800-READ-NEXT-CONFIRMATION
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONFIRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SHIPMENT CONFIRMATION FILE: '
                   WS-CONFIRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           OPEN I-O ITEM-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 9100-OPEN-JOURNAL
           PERFORM 9150-OPEN-ITEM-JOURNAL
           PERFORM 9300-OPEN-OPEN-ITEM-FILE
           PERFORM 9400-OPEN-BACKORDER-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-INVOICE-CONTROL
           PERFORM 1200-PRINT-HEADERS
           PERFORM 2800-READ-NEXT-CONFIRMATION.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-INVOICE-CONTROL.
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

       1160-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           COMPUTE IVC-NEXT-INVOICE-NUMBER = WS-DOCUMENT-NUMBER + 1
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVOICE-CONTROL-FILE.

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

       2000-PROCESS-CONFIRMATION.
           MOVE 'Y' TO WS-LINE-VALID-SW
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE SPACES TO WS-REASON-TEXT
           MOVE ZERO TO WS-SHORT-QTY
           MOVE ZERO TO WS-LINE-CREDIT

           IF PCK-ALLOCATED-QTY IS NUMERIC
               MOVE PCK-ALLOCATED-QTY TO WS-ALLOCATED-QTY
           ELSE
               MOVE ZERO TO WS-ALLOCATED-QTY
           END-IF

           IF PCK-SHIPPED-QTY IS NOT NUMERIC
                   OR PCK-ALLOCATED-QTY IS NOT NUMERIC
               MOVE ZERO TO WS-SHIPPED-QTY
               MOVE 'NO CONFIRM' TO WS-ACTION-TEXT
               MOVE 'NO SHIPPED QUANTITY REPORTED' TO WS-REASON-TEXT
               ADD 1 TO WS-LINES-UNCONFIRMED
               PERFORM 2900-PRINT-EXCEPTION-LINE
           ELSE
               MOVE PCK-SHIPPED-QTY TO WS-SHIPPED-QTY
               EVALUATE TRUE
                   WHEN WS-SHIPPED-QTY = WS-ALLOCATED-QTY
                       ADD 1 TO WS-LINES-COMPLETE
                   WHEN WS-SHIPPED-QTY > WS-ALLOCATED-QTY
                       MOVE 'REVIEW' TO WS-ACTION-TEXT
                       MOVE 'OVER SHIPPED - NOT BILLED'
                           TO WS-REASON-TEXT
                       ADD 1 TO WS-LINES-OVER
                       PERFORM 2900-PRINT-EXCEPTION-LINE
                   WHEN OTHER
                       PERFORM 2100-PROCESS-SHORT-SHIPMENT
                       PERFORM 2900-PRINT-EXCEPTION-LINE
               END-EVALUATE
           END-IF.

       2100-PROCESS-SHORT-SHIPMENT.
           COMPUTE WS-SHORT-QTY = WS-ALLOCATED-QTY - WS-SHIPPED-QTY

           PERFORM 2200-LOOKUP-CUSTOMER
           IF LINE-VALID
               PERFORM 2250-LOOKUP-ITEM
           END-IF
           IF LINE-VALID
               PERFORM 2300-COMPUTE-LINE-CREDIT
               PERFORM 2350-RESTOCK-ITEM
           END-IF

           IF LINE-VALID
               PERFORM 2400-ADJUST-INVOICE-ITEM
           END-IF

           IF LINE-VALID
               PERFORM 2450-UPDATE-CUSTOMER-BALANCE
               PERFORM 2500-WRITE-BACKORDER
               PERFORM 2550-ACCUMULATE-TAX-REVERSAL
               ADD WS-LINE-GROSS TO WS-GL-REVENUE
               ADD WS-LINE-DISCOUNT TO WS-GL-DISCOUNTS
               ADD WS-LINE-CREDIT TO WS-TOTAL-CREDITED
               ADD WS-SHORT-QTY TO WS-UNITS-RESTOCKED
               ADD 1 TO WS-LINES-SHORT
               MOVE 'SHORT' TO WS-ACTION-TEXT
               IF WS-REASON-TEXT = SPACES
                   MOVE 'RESTOCKED / CREDITED / BKO'
                       TO WS-REASON-TEXT
               END-IF
           ELSE
               MOVE ZERO TO WS-LINE-CREDIT
               MOVE 'REJECTED' TO WS-ACTION-TEXT
               ADD 1 TO WS-LINES-REJECTED
           END-IF.

       2200-LOOKUP-CUSTOMER.
           MOVE PCK-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REASON-TEXT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           END-READ.

       2250-LOOKUP-ITEM.
           MOVE PCK-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               KEY IS ITEM-CODE
               INVALID KEY
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'ITEM NOT ON ITEM MASTER' TO WS-REASON-TEXT
               NOT INVALID KEY
                   MOVE ITEM-RECORD TO WS-IJR-BEFORE-IMAGE
           END-READ.

       2300-COMPUTE-LINE-CREDIT.
           IF PCK-UNIT-PRICE IS NUMERIC
               MOVE PCK-UNIT-PRICE TO WS-UNIT-PRICE
           ELSE
               MOVE ITEM-UNIT-PRICE TO WS-UNIT-PRICE
           END-IF
           IF PCK-DISCOUNT-RATE IS NUMERIC
               MOVE PCK-DISCOUNT-RATE TO WS-DISCOUNT-RATE
           ELSE
               MOVE ZERO TO WS-DISCOUNT-RATE
           END-IF
           IF PCK-TAX-RATE IS NUMERIC
               MOVE PCK-TAX-RATE TO WS-TAX-RATE
           ELSE
               MOVE ZERO TO WS-TAX-RATE
           END-IF

           COMPUTE WS-LINE-GROSS = WS-SHORT-QTY * WS-UNIT-PRICE
           COMPUTE WS-LINE-DISCOUNT =
               WS-LINE-GROSS * WS-DISCOUNT-RATE
           COMPUTE WS-LINE-NET = WS-LINE-GROSS - WS-LINE-DISCOUNT
           COMPUTE WS-LINE-TAX = WS-LINE-NET * WS-TAX-RATE
           COMPUTE WS-LINE-CREDIT = WS-LINE-NET + WS-LINE-TAX.

       2350-RESTOCK-ITEM.
           ADD WS-SHORT-QTY TO ITEM-QTY-ON-HAND
           REWRITE ITEM-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'ITEM REWRITE FAILED' TO WS-REASON-TEXT
           END-REWRITE
           IF LINE-VALID
               PERFORM 9250-WRITE-ITEM-JOURNAL-RECORD
               IF ITEM-UNIT-COST IS NUMERIC
                   COMPUTE WS-LINE-COST =
                       WS-SHORT-QTY * ITEM-UNIT-COST
                   ADD WS-LINE-COST TO WS-GL-COST-RETURNED
               END-IF
           END-IF.

      * Any credit the invoice cannot absorb is written as an
      * on-account credit item before the invoice is rewritten, so a
      * failure on either side leaves AROPEN as it was.
       2400-ADJUST-INVOICE-ITEM.
           MOVE WS-LINE-CREDIT TO WS-CREDIT-REMAINING
           MOVE 'N' TO WS-CREDIT-WRITTEN-SW
           MOVE PCK-CUST-ID TO OPN-CUST-ID
           MOVE PCK-INVOICE-NUMBER TO OPN-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
               KEY IS OPN-KEY
               INVALID KEY
                   MOVE 'NO OPEN ITEM - CREDIT ISSUED'
                       TO WS-REASON-TEXT
                   IF WS-CREDIT-REMAINING > ZERO
                       PERFORM 2420-WRITE-CREDIT-ITEM
                   END-IF
               NOT INVALID KEY
                   PERFORM 2410-REDUCE-INVOICE-ITEM
           END-READ.

       2410-REDUCE-INVOICE-ITEM.
           IF OPN-ORIGINAL-AMOUNT > WS-LINE-CREDIT
               SUBTRACT WS-LINE-CREDIT FROM OPN-ORIGINAL-AMOUNT
           ELSE
               MOVE ZERO TO OPN-ORIGINAL-AMOUNT
           END-IF

           MOVE ZERO TO WS-CREDIT-APPLIED
           IF OPN-ITEM-OPEN AND OPN-OPEN-AMOUNT > ZERO
               IF OPN-OPEN-AMOUNT < WS-CREDIT-REMAINING
                   MOVE OPN-OPEN-AMOUNT TO WS-CREDIT-APPLIED
               ELSE
                   MOVE WS-CREDIT-REMAINING TO WS-CREDIT-APPLIED
               END-IF
               SUBTRACT WS-CREDIT-APPLIED FROM OPN-OPEN-AMOUNT
               IF OPN-OPEN-AMOUNT = ZERO
                   MOVE 'P' TO OPN-STATUS
               END-IF
           END-IF
           SUBTRACT WS-CREDIT-APPLIED FROM WS-CREDIT-REMAINING

           IF WS-CREDIT-REMAINING > ZERO
               MOVE OPEN-ITEM-RECORD TO WS-SAVED-OPEN-ITEM
               PERFORM 2420-WRITE-CREDIT-ITEM
               MOVE WS-SAVED-OPEN-ITEM TO OPEN-ITEM-RECORD
           END-IF

           IF LINE-VALID
               REWRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING OPEN ITEM FOR INVOICE: '
                           PCK-INVOICE-NUMBER
                       MOVE 'N' TO WS-LINE-VALID-SW
                       MOVE 'RESTOCKED, INVOICE NOT UPDATED'
                           TO WS-REASON-TEXT
                       MOVE 8 TO RETURN-CODE
                       IF CREDIT-ITEM-WRITTEN
                           PERFORM 2430-REMOVE-CREDIT-ITEM
                       END-IF
               END-REWRITE
           END-IF.

       2420-WRITE-CREDIT-ITEM.
           ADD 1 TO WS-DOCUMENT-NUMBER
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE PCK-CUST-ID TO OPN-CUST-ID
           MOVE WS-DOCUMENT-NUMBER TO OPN-INVOICE-NUMBER
           MOVE PCK-ORDER-NUMBER TO OPN-ORDER-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO OPN-INVOICE-DATE
           MOVE WS-CREDIT-REMAINING TO OPN-ORIGINAL-AMOUNT
           COMPUTE OPN-OPEN-AMOUNT = ZERO - WS-CREDIT-REMAINING
           MOVE 'O' TO OPN-STATUS
           MOVE 'C' TO OPN-DOC-TYPE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CREDIT ITEM: '
                       WS-DOCUMENT-NUMBER
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'RESTOCKED, CREDIT NOT WRITTEN'
                       TO WS-REASON-TEXT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-WRITTEN-SW
                   ADD 1 TO WS-CREDITS-CREATED
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'ON-ACCOUNT CREDIT DOC '
                          WS-DOCUMENT-NUMBER
                          DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
           END-WRITE.

       2430-REMOVE-CREDIT-ITEM.
           MOVE PCK-CUST-ID TO OPN-CUST-ID
           MOVE WS-DOCUMENT-NUMBER TO OPN-INVOICE-NUMBER
           DELETE OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY 'ERROR REMOVING CREDIT ITEM: '
                       WS-DOCUMENT-NUMBER
               NOT INVALID KEY
                   SUBTRACT 1 FROM WS-CREDITS-CREATED
           END-DELETE.

       2450-UPDATE-CUSTOMER-BALANCE.
           SUBTRACT WS-LINE-CREDIT FROM CUST-CURRENT-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CUST-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 9200-WRITE-JOURNAL-RECORD
           END-REWRITE.

       2500-WRITE-BACKORDER.
           MOVE PCK-CUST-ID TO BKO-CUSTOMER-ID
           MOVE PCK-ORDER-NUMBER TO BKO-ORDER-NUMBER
           MOVE PCK-ITEM-CODE TO BKO-ITEM-CODE
           MOVE WS-SHORT-QTY TO BKO-ITEM-QTY
           MOVE WS-UNIT-PRICE TO BKO-ITEM-PRICE
           MOVE 'SHORT SHIPPED' TO BKO-REASON
           MOVE ZERO TO BKO-AGE-DAYS
           WRITE BACKORDER-RECORD
           IF WS-BACKORDER-STATUS = '00'
               ADD 1 TO WS-BACKORDERS-WRITTEN
           ELSE
               DISPLAY 'ERROR WRITING SHORT SHIP BACKORDER: '
                   PCK-ORDER-NUMBER ' ' PCK-ITEM-CODE ' STATUS '
                   WS-BACKORDER-STATUS
               MOVE 'CREDITED, NO BACKORDER WRITTEN'
                   TO WS-REASON-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2550-ACCUMULATE-TAX-REVERSAL.
           IF WS-LINE-TAX > ZERO
               MOVE ZERO TO WS-TAX-REV-FOUND-SUB
               PERFORM VARYING WS-TAX-REV-SUB FROM 1 BY 1
                   UNTIL WS-TAX-REV-SUB > WS-TAX-REV-COUNT
                       OR WS-TAX-REV-FOUND-SUB > ZERO
                   IF WS-TXR-CODE(WS-TAX-REV-SUB) = PCK-TAX-JUR-CODE
                       MOVE WS-TAX-REV-SUB TO WS-TAX-REV-FOUND-SUB
                   END-IF
               END-PERFORM

               IF WS-TAX-REV-FOUND-SUB = ZERO
                   IF WS-TAX-REV-COUNT < 21
                       ADD 1 TO WS-TAX-REV-COUNT
                       MOVE WS-TAX-REV-COUNT TO WS-TAX-REV-FOUND-SUB
                       MOVE PCK-TAX-JUR-CODE TO
                           WS-TXR-CODE(WS-TAX-REV-FOUND-SUB)
                       MOVE ZERO TO
                           WS-TXR-AMOUNT(WS-TAX-REV-FOUND-SUB)
                   ELSE
                       DISPLAY 'WARNING: TAX REVERSAL TABLE FULL - '
                           PCK-TAX-JUR-CODE ' POSTED TO DFL'
                       MOVE 21 TO WS-TAX-REV-FOUND-SUB
                       MOVE 'DFL' TO WS-TXR-CODE(21)
                   END-IF
               END-IF

               ADD WS-LINE-TAX TO WS-TXR-AMOUNT(WS-TAX-REV-FOUND-SUB)
           END-IF.

       2800-READ-NEXT-CONFIRMATION.
           READ CONFIRMATION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END ADD 1 TO WS-LINES-READ
           END-READ.

       2900-PRINT-EXCEPTION-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE PCK-ORDER-NUMBER TO WS-DTL-ORDER-NO
           MOVE PCK-CUST-ID TO WS-DTL-CUST-ID
           MOVE PCK-INVOICE-NUMBER TO WS-DTL-INVOICE-NO
           MOVE PCK-ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE WS-ALLOCATED-QTY TO WS-DTL-ALLOCATED-QTY
           MOVE WS-SHIPPED-QTY TO WS-DTL-SHIPPED-QTY
           MOVE WS-SHORT-QTY TO WS-DTL-SHORT-QTY
           MOVE WS-LINE-CREDIT TO WS-DTL-CREDIT
           MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
           MOVE WS-REASON-TEXT TO WS-DTL-REASON
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

       9100-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTOMER JOURNAL: '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9150-OPEN-ITEM-JOURNAL.
           OPEN EXTEND ITEM-JOURNAL-FILE
           IF WS-ITEMJRNL-STATUS NOT = '00'
               OPEN OUTPUT ITEM-JOURNAL-FILE
               IF WS-ITEMJRNL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ITEM JOURNAL: '
                       WS-ITEMJRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9300-OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPNITM-STATUS NOT = '00'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPNITM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                       WS-OPNITM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9400-OPEN-BACKORDER-FILE.
           OPEN EXTEND BACKORDER-FILE
           IF WS-BACKORDER-STATUS NOT = '00'
               OPEN OUTPUT BACKORDER-FILE
               IF WS-BACKORDER-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING SHORT SHIP BACKORDER FILE: '
                       WS-BACKORDER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'SHIPCONF' TO JRN-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO JRN-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO JRN-RUN-TIME
           MOVE 'R' TO JRN-ACTION
           MOVE PCK-ORDER-NUMBER TO JRN-TRAN-KEY
           MOVE CUST-ID TO JRN-CUST-ID
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       9250-WRITE-ITEM-JOURNAL-RECORD.
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           MOVE 'SHIPCONF' TO IJR-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO IJR-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO IJR-RUN-TIME
           MOVE 'R' TO IJR-ACTION
           MOVE PCK-ORDER-NUMBER TO IJR-TRAN-KEY
           MOVE PCK-ITEM-CODE TO IJR-ITEM-CODE
           MOVE WS-IJR-BEFORE-IMAGE TO IJR-BEFORE-IMAGE
           MOVE ITEM-RECORD TO IJR-AFTER-IMAGE
           WRITE ITEM-JOURNAL-RECORD.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           IF WS-CREDITS-CREATED > ZERO
               PERFORM 1160-WRITE-INVOICE-CONTROL
           END-IF
           CLOSE CONFIRMATION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ITEM-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE BACKORDER-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           CLOSE ITEM-JOURNAL-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'CONFIRMATION LINES READ:'
                  WS-LINES-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SHIPPED COMPLETE:       '
                  WS-LINES-COMPLETE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SHORT SHIPPED:          '
                  WS-LINES-SHORT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'OVER SHIPPED:           '
                  WS-LINES-OVER
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT CONFIRMED:          '
                  WS-LINES-UNCONFIRMED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'LINES REJECTED:         '
                  WS-LINES-REJECTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'UNITS RETURNED TO STOCK:'
                  WS-UNITS-RESTOCKED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'BACKORDER LINES WRITTEN:'
                  WS-BACKORDERS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ON-ACCOUNT CREDITS:     '
                  WS-CREDITS-CREATED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL CREDITED:         $'
                  WS-TOTAL-CREDITED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3400-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE

           IF WS-GL-REVENUE > ZERO
               MOVE 'SALES REVENUE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-REVENUE TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'SHORT SHIP REVERSAL' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           IF WS-GL-DISCOUNTS > ZERO
               MOVE 'SALES DISCOUNTS' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-DISCOUNTS TO GL-CREDIT-AMOUNT
               MOVE 'SHORT SHIP DISCOUNT' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           PERFORM VARYING WS-TAX-REV-SUB FROM 1 BY 1
               UNTIL WS-TAX-REV-SUB > WS-TAX-REV-COUNT
               IF WS-TXR-AMOUNT(WS-TAX-REV-SUB) > ZERO
                   MOVE 'SALES TAX PAYABLE' TO GL-ACCOUNT
                   MOVE WS-TXR-CODE(WS-TAX-REV-SUB) TO GL-JUR-CODE
                   MOVE WS-TXR-AMOUNT(WS-TAX-REV-SUB) TO
                       GL-DEBIT-AMOUNT
                   MOVE ZERO TO GL-CREDIT-AMOUNT
                   MOVE 'SHORT SHIP TAX' TO GL-DESCRIPTION
                   PERFORM 3410-WRITE-GL-RECORD
               END-IF
           END-PERFORM

           IF WS-TOTAL-CREDITED > ZERO
               MOVE 'ACCOUNTS RECEIVABLE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-TOTAL-CREDITED TO GL-CREDIT-AMOUNT
               MOVE 'SHORT SHIP CREDITS' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           IF WS-GL-COST-RETURNED > ZERO
               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-COST-RETURNED TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'SHORT SHIP RESTOCK' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'COST OF SALES' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-COST-RETURNED TO GL-CREDIT-AMOUNT
               MOVE 'SHORT SHIP COST' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

       3410-WRITE-GL-RECORD.
           MOVE WS-CURRENT-DATE-NUMERIC TO GL-RUN-DATE
           MOVE 'SHIPCONF' TO GL-SOURCE-PROGRAM
           ADD GL-DEBIT-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD GL-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-RECORDS-WRITTEN
           WRITE GL-RECORD.

       3420-CHECK-GL-BALANCE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'GL RECORDS WRITTEN:     '
                  WS-GL-RECORDS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GL DEBITS:              $'
                  WS-GL-DEBIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GL CREDITS:             $'
                  WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** GL INTERFACE OUT OF BALANCE ***'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'GL INTERFACE OUT OF BALANCE - DEBITS '
                   WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
