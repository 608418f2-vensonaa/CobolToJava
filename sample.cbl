               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

           SELECT PICK-WORK-FILE ASSIGN TO 'PICKWRK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PICKWRK-STATUS.

           SELECT PICK-TICKET-FILE ASSIGN TO 'PICKTKT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PICKTKT-STATUS.

           SELECT PICK-SORT-FILE ASSIGN TO 'PICKSRT'.

       DATA DIVISION.
       FILE SECTION.
       
              10 ORD-ITEM-CODE         PIC X(8).
              10 ORD-ITEM-QTY          PIC 9(5).
              10 ORD-ITEM-PRICE        PIC 9(5)V99.
           05 ORD-ORDER-SOURCE         PIC X(1).
              88 ORD-SHORT-SHIP-RELEASE VALUE 'S'.
           05 FILLER                   PIC X(12).

       FD  RELEASE-ORDER-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSREC.

       FD  PICK-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY PICKREC.

       FD  PICK-TICKET-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PICK-TICKET-RECORD          PIC X(100).

       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05 SRT-ORDER-NUMBER         PIC X(12).
           05 SRT-ITEM-CODE            PIC X(8).
           05 SRT-LINE-NUMBER          PIC 9(3).
           05 FILLER                   PIC X(77).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-GL-STATUS             PIC XX.
           05 WS-SALESHST-STATUS       PIC XX.
           05 WS-PRICE-STATUS          PIC XX.
           05 WS-PICKWRK-STATUS        PIC XX.
           05 WS-PICKTKT-STATUS        PIC XX.

       01  WS-CONTROL-TOTALS.
           05 WS-CONTROL-FOUND-SW      PIC X VALUE 'N'.
           05 WS-CURR-ORDER-CUST-ID    PIC X(10).
           05 WS-CURR-ORDER-NUMBER     PIC X(12).
           05 WS-CURR-ORDER-DATE       PIC 9(8).
           05 WS-CURR-ORDER-SOURCE     PIC X(1).
              88 CURR-SHORT-SHIP-RELEASE VALUE 'S'.

       01  WS-ORDER-ITEMS-AREA.
           05 WS-ALL-ITEM-COUNT        PIC 999 VALUE ZERO.
              10 WS-ALL-ITEM-QTY       PIC 9(5).
              10 WS-ALL-ITEM-PRICE     PIC 9(5)V99.
              10 WS-ALL-ITEM-SOURCE    PIC X(1).
              10 WS-ALL-ITEM-COST      PIC 9(5)V99.

       01  WS-RUN-PARAMETER-FIELDS.
           05 WS-PARM-FILE-FOUND-SW    PIC X VALUE 'N'.

       01  WS-SALES-HISTORY-FIELDS.
           05 WS-SALES-LINES-WRITTEN   PIC 9(6) VALUE ZERO.
           05 WS-SALES-LINES-RESHIPPED PIC 9(6) VALUE ZERO.
           05 WS-SLS-EXTENDED-AMOUNT   PIC 9(9)V99.
           05 WS-SLS-EXTENDED-COST     PIC 9(9)V99.

       01  WS-PICK-TICKET-FIELDS.
           05 WS-PICK-TICKETS-WRITTEN  PIC 9(6) VALUE ZERO.
           05 WS-PICK-LINES-WRITTEN    PIC 9(6) VALUE ZERO.
           05 WS-PICK-TAX-JUR-CODE     PIC X(3).
           05 WS-PICK-SAVED-RC         PIC S9(4).

       01  WS-GL-FIELDS.
           05 WS-GL-RECEIVABLES        PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-GROSS-SALES        PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-DISCOUNTS          PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-COST-OF-SALES      PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.
           05 WS-INVOICES-PRINTED      PIC 9(6) VALUE ZERO.
           05 WS-INV-EXTENDED-AMOUNT   PIC 9(9)V99.

       01  WS-CREDIT-APPLY-FIELDS.
           05 WS-CREDIT-REMAINING      PIC S9(7)V99.
           05 WS-CREDIT-TAKEN          PIC S9(7)V99.
           05 WS-INVOICE-CREDIT-TOTAL  PIC S9(7)V99.
           05 WS-CREDITS-CONSUMED      PIC 9(6) VALUE ZERO.
           05 WS-CREDIT-AMOUNT-APPLIED PIC 9(9)V99 VALUE ZERO.
           05 WS-CREDIT-SCAN-EOF-SW    PIC X VALUE 'N'.
              88 CREDIT-SCAN-EOF       VALUE 'Y'.

       01  WS-INVOICE-LINES.
           05 WS-INV-NUMBER-LINE.
              10 FILLER                PIC X(13)
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT TAX-REGISTER-FILE
           OPEN OUTPUT PICK-WORK-FILE
           OPEN OUTPUT SEEN-ORDER-FILE
           CLOSE SEEN-ORDER-FILE
           OPEN I-O SEEN-ORDER-FILE
                       PERFORM 2360-ACCUMULATE-TAX-REGISTER
                       PERFORM 2520-ACCUMULATE-APPROVED-AMOUNT
                       PERFORM 2670-WRITE-SALES-HISTORY
                       PERFORM 2690-WRITE-PICK-TICKET
                   ELSE
                       PERFORM 2700-PRINT-DETAIL-REJECTED
                       ADD 1 TO WS-ORDERS-REJECTED
           MOVE ORD-CUSTOMER-ID TO WS-CURR-ORDER-CUST-ID
           MOVE ORD-ORDER-NUMBER TO WS-CURR-ORDER-NUMBER
           MOVE ORD-ORDER-DATE TO WS-CURR-ORDER-DATE
           MOVE ORD-ORDER-SOURCE TO WS-CURR-ORDER-SOURCE
           MOVE ZERO TO WS-ALL-ITEM-COUNT
           MOVE ZERO TO WS-BACKORDER-ITEM-COUNT
           MOVE ZERO TO WS-PENDING-BACKORDER-COUNT
               MOVE ORD-ITEM-PRICE(WS-ITEM-SUB) TO
                   WS-ALL-ITEM-PRICE(WS-ALL-ITEM-COUNT)
               MOVE 'L' TO WS-ALL-ITEM-SOURCE(WS-ALL-ITEM-COUNT)
               MOVE ZERO TO WS-ALL-ITEM-COST(WS-ALL-ITEM-COUNT)
           ELSE
               MOVE 'Y' TO WS-ITEMS-DROPPED-SW
           END-IF.
                   NOT INVALID KEY
                       SUBTRACT WS-ALL-ITEM-QTY(WS-ITEM-SUB)
                           FROM ITEM-QTY-ON-HAND
                       IF ITEM-UNIT-COST IS NUMERIC
                           MOVE ITEM-UNIT-COST TO
                               WS-ALL-ITEM-COST(WS-ITEM-SUB)
                       ELSE
                           MOVE ZERO TO WS-ALL-ITEM-COST(WS-ITEM-SUB)
                       END-IF
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING ITEM: '
           MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           PERFORM 2660-WRITE-OPEN-ITEM
           PERFORM 2662-APPLY-ON-ACCOUNT-CREDIT

           IF WS-INVOICE-CREDIT-TOTAL > ZERO
               MOVE 'ON-ACCOUNT CREDIT APPLIED:' TO WS-INV-TOTAL-LABEL
               MOVE WS-INVOICE-CREDIT-TOTAL TO WS-INV-TOTAL-AMOUNT
               MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD

               MOVE 'BALANCE DUE:' TO WS-INV-TOTAL-LABEL
               COMPUTE WS-INV-TOTAL-AMOUNT =
                   WS-FINAL-AMOUNT - WS-INVOICE-CREDIT-TOTAL
               MOVE WS-INV-TOTAL-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-IF

           IF PARTIAL-ORDER
               MOVE SPACES TO INVOICE-RECORD
               WRITE INVOICE-RECORD
                   UNTIL WS-PEND-SUB > WS-PENDING-BACKORDER-COUNT
                   PERFORM 2640-PRINT-BACKORDER-ITEM
               END-PERFORM
           END-IF.

       2630-PRINT-INVOICE-ITEM.
           MOVE WS-ALL-ITEM-CODE(WS-ITEM-SUB) TO WS-INV-ITEM-CODE
           MOVE WS-FINAL-AMOUNT TO OPN-ORIGINAL-AMOUNT
           MOVE WS-FINAL-AMOUNT TO OPN-OPEN-AMOUNT
           MOVE 'O' TO OPN-STATUS
           MOVE 'I' TO OPN-DOC-TYPE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING OPEN ITEM FOR INVOICE: '
                       WS-INVOICE-NUMBER
           END-WRITE.

       2662-APPLY-ON-ACCOUNT-CREDIT.
           MOVE ZERO TO WS-INVOICE-CREDIT-TOTAL
           MOVE WS-FINAL-AMOUNT TO WS-CREDIT-REMAINING
           MOVE 'N' TO WS-CREDIT-SCAN-EOF-SW
           MOVE ORD-CUSTOMER-ID TO OPN-CUST-ID
           MOVE ZERO TO OPN-INVOICE-NUMBER

           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY MOVE 'Y' TO WS-CREDIT-SCAN-EOF-SW
           END-START

           PERFORM UNTIL CREDIT-SCAN-EOF
                   OR WS-CREDIT-REMAINING NOT > ZERO
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CREDIT-SCAN-EOF-SW
                   NOT AT END
                       IF OPN-CUST-ID NOT = ORD-CUSTOMER-ID
                           MOVE 'Y' TO WS-CREDIT-SCAN-EOF-SW
                       ELSE
                           IF OPN-DOC-CREDIT AND OPN-ITEM-OPEN
                                   AND OPN-OPEN-AMOUNT < ZERO
                               PERFORM 2664-CONSUME-ONE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INVOICE-CREDIT-TOTAL > ZERO
               PERFORM 2666-REDUCE-INVOICE-ITEM
           END-IF.

       2664-CONSUME-ONE-CREDIT.
           COMPUTE WS-CREDIT-TAKEN = ZERO - OPN-OPEN-AMOUNT
           IF WS-CREDIT-TAKEN > WS-CREDIT-REMAINING
               MOVE WS-CREDIT-REMAINING TO WS-CREDIT-TAKEN
           END-IF
           ADD WS-CREDIT-TAKEN TO OPN-OPEN-AMOUNT
           IF OPN-OPEN-AMOUNT = ZERO
               MOVE 'P' TO OPN-STATUS
           END-IF
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR APPLYING CREDIT ITEM: '
                       OPN-INVOICE-NUMBER
               NOT INVALID KEY
                   SUBTRACT WS-CREDIT-TAKEN FROM WS-CREDIT-REMAINING
                   ADD WS-CREDIT-TAKEN TO WS-INVOICE-CREDIT-TOTAL
                   ADD WS-CREDIT-TAKEN TO WS-CREDIT-AMOUNT-APPLIED
                   ADD 1 TO WS-CREDITS-CONSUMED
           END-REWRITE.

       2666-REDUCE-INVOICE-ITEM.
           MOVE ORD-CUSTOMER-ID TO OPN-CUST-ID
           MOVE WS-INVOICE-NUMBER TO OPN-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
               KEY IS OPN-KEY
               INVALID KEY
                   DISPLAY 'ERROR READING OPEN ITEM FOR INVOICE: '
                       WS-INVOICE-NUMBER
               NOT INVALID KEY
                   SUBTRACT WS-INVOICE-CREDIT-TOTAL FROM OPN-OPEN-AMOUNT
                   IF OPN-OPEN-AMOUNT = ZERO
                       MOVE 'P' TO OPN-STATUS
                   END-IF
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING OPEN ITEM FOR '
                               'INVOICE: ' WS-INVOICE-NUMBER
                   END-REWRITE
           END-READ.

       2670-WRITE-SALES-HISTORY.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ALL-ITEM-COUNT
           MOVE ORD-ORDER-NUMBER TO SLS-ORDER-NUMBER
           MOVE ORD-CUSTOMER-ID TO SLS-CUST-ID
           MOVE CUST-TAX-JUR-CODE TO SLS-TAX-JUR-CODE
           MOVE CUST-REP-ID TO SLS-REP-ID
           MOVE WS-ALL-ITEM-CODE(WS-ITEM-SUB) TO SLS-ITEM-CODE
           MOVE WS-ALL-ITEM-QTY(WS-ITEM-SUB) TO SLS-ITEM-QTY
           MOVE WS-ALL-ITEM-PRICE(WS-ITEM-SUB) TO SLS-UNIT-PRICE
               WS-ALL-ITEM-PRICE(WS-ITEM-SUB)
           MOVE WS-SLS-EXTENDED-AMOUNT TO SLS-EXTENDED-AMOUNT
           MOVE WS-ALL-ITEM-SOURCE(WS-ITEM-SUB) TO SLS-PRICE-SOURCE
           MOVE WS-ALL-ITEM-COST(WS-ITEM-SUB) TO SLS-UNIT-COST
           COMPUTE WS-SLS-EXTENDED-COST =
               WS-ALL-ITEM-QTY(WS-ITEM-SUB) *
               WS-ALL-ITEM-COST(WS-ITEM-SUB)
           ADD WS-SLS-EXTENDED-COST TO WS-GL-COST-OF-SALES
           IF CURR-SHORT-SHIP-RELEASE
               ADD 1 TO WS-SALES-LINES-RESHIPPED
           ELSE
               WRITE SALES-HISTORY-RECORD
               ADD 1 TO WS-SALES-LINES-WRITTEN
           END-IF.

       2690-WRITE-PICK-TICKET.
           IF WS-MATCHED-TAX-JUR > ZERO
               MOVE WS-TJ-CODE(WS-MATCHED-TAX-JUR) TO
                   WS-PICK-TAX-JUR-CODE
           ELSE
               MOVE 'DFL' TO WS-PICK-TAX-JUR-CODE
           END-IF

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ALL-ITEM-COUNT
               PERFORM 2695-WRITE-PICK-TICKET-LINE
           END-PERFORM

           IF WS-ALL-ITEM-COUNT > ZERO
               ADD 1 TO WS-PICK-TICKETS-WRITTEN
           END-IF.

       2695-WRITE-PICK-TICKET-LINE.
           MOVE SPACES TO PICK-TICKET-LINE
           MOVE ORD-ORDER-NUMBER TO PCK-ORDER-NUMBER
           MOVE WS-ALL-ITEM-CODE(WS-ITEM-SUB) TO PCK-ITEM-CODE
           MOVE WS-ITEM-SUB TO PCK-LINE-NUMBER
           MOVE ORD-CUSTOMER-ID TO PCK-CUST-ID
           MOVE WS-INVOICE-NUMBER TO PCK-INVOICE-NUMBER
           MOVE ORD-ORDER-DATE TO PCK-ORDER-DATE
           MOVE WS-ALL-ITEM-QTY(WS-ITEM-SUB) TO PCK-ALLOCATED-QTY
           MOVE WS-ALL-ITEM-PRICE(WS-ITEM-SUB) TO PCK-UNIT-PRICE
           MOVE WS-COMBINED-DISCOUNT-RATE TO PCK-DISCOUNT-RATE
           MOVE WS-PICK-TAX-JUR-CODE TO PCK-TAX-JUR-CODE
           MOVE WS-EFFECTIVE-TAX-RATE TO PCK-TAX-RATE
           WRITE PICK-TICKET-LINE
           ADD 1 TO WS-PICK-LINES-WRITTEN.

       2700-PRINT-DETAIL-REJECTED.
           PERFORM 2900-CHECK-PAGE-BREAK
           CLOSE SEEN-ORDER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE SALES-HISTORY-FILE
           CLOSE PICK-WORK-FILE
           PERFORM 3500-SORT-PICK-TICKETS
           PERFORM 9510-CYCLE-END-STAMP.

       3500-SORT-PICK-TICKETS.
           MOVE RETURN-CODE TO WS-PICK-SAVED-RC
           SORT PICK-SORT-FILE
               ON ASCENDING KEY SRT-ORDER-NUMBER
                                SRT-ITEM-CODE
                                SRT-LINE-NUMBER
               USING PICK-WORK-FILE
               GIVING PICK-TICKET-FILE
           MOVE WS-PICK-SAVED-RC TO RETURN-CODE
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING PICK TICKETS - SORT RETURN: '
                   SORT-RETURN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9500-CYCLE-START-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE 'S' TO CYP-FUNCTION
           MOVE 'ORDERPRC' TO CYP-PROGRAM-ID
           MOVE 'SORDGEN' TO CYP-PREREQ-PROGRAM
           MOVE 'D' TO CYP-PREREQ-MODE
           MOVE WS-CURRENT-DATE-NUMERIC TO CYP-BUSINESS-DATE
           MOVE SPACE TO CYP-COMPLETION-STATUS
           CALL 'CYCLECTL' USING CYCLE-CONTROL-AREA
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           IF WS-GL-COST-OF-SALES > ZERO
               MOVE 'COST OF SALES' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-COST-OF-SALES TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'DAILY COST OF SALES' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-COST-OF-SALES TO GL-CREDIT-AMOUNT
               MOVE 'DAILY STOCK RELIEVED' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RESHIP LINES NOT LOGGED:'
                  WS-SALES-LINES-RESHIPPED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PICK TICKETS WRITTEN:   '
                  WS-PICK-TICKETS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PICK TICKET LINES:      '
                  WS-PICK-LINES-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CREDIT ITEMS CONSUMED:  '
                  WS-CREDITS-CONSUMED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CREDIT AMOUNT APPLIED:  $'
                  WS-CREDIT-AMOUNT-APPLIED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF RELEASE-FILE-PRESENT
               MOVE SPACES TO REPORT-RECORD
               STRING 'BKO RELEASES PROCESSED: '
