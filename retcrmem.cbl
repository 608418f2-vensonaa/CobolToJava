               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT MEMO-HISTORY-FILE ASSIGN TO 'CRMHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOHST-STATUS.

           SELECT MEMO-CONTROL-FILE ASSIGN TO 'CRMCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  MEMO-RECORD                 PIC X(132).

       FD  MEMO-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CRMHREC.

       FD  MEMO-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           05 WS-EXCEPTION-STATUS      PIC XX.
           05 WS-MEMO-STATUS           PIC XX.
           05 WS-MEMOCTL-STATUS        PIC XX.
           05 WS-MEMOHST-STATUS        PIC XX.
           05 WS-AUDIT-STATUS          PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-ITEMJRNL-STATUS       PIC XX.

       01  WS-GL-FIELDS.
           05 WS-GL-RETURNS            PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-COST-RETURNED      PIC 9(9)V99 VALUE ZERO.
           05 WS-LINE-COST             PIC 9(9)V99.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.
           PERFORM 9100-OPEN-JOURNAL
           PERFORM 9150-OPEN-ITEM-JOURNAL
           PERFORM 9300-OPEN-OPEN-ITEM-FILE
           PERFORM 9350-OPEN-MEMO-HISTORY

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
               PERFORM 2500-UPDATE-CUSTOMER-BALANCE
               PERFORM 2550-RELIEVE-OPEN-ITEMS
               PERFORM 2600-PRINT-CREDIT-MEMO
               PERFORM 2680-WRITE-MEMO-HISTORY
               ADD WS-TOTAL-CREDIT TO WS-TOTAL-CREDITED
               ADD WS-MERCHANDISE-CREDIT TO WS-GL-RETURNS
           END-IF.
           END-REWRITE
           IF LINE-VALID
               PERFORM 9250-WRITE-ITEM-JOURNAL-RECORD
               IF ITEM-UNIT-COST IS NUMERIC
                   COMPUTE WS-LINE-COST =
                       RET-ITEM-QTY * ITEM-UNIT-COST
                   ADD WS-LINE-COST TO WS-GL-COST-RETURNED
               END-IF
           END-IF.

       2350-BUFFER-MEMO-LINE.
           MOVE WS-MEM-ITEM-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD.

       2680-WRITE-MEMO-HISTORY.
           MOVE SPACES TO CREDIT-MEMO-HISTORY-RECORD
           MOVE WS-MEMO-NUMBER TO CRH-MEMO-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO CRH-MEMO-DATE
           MOVE WS-GROUP-CUSTOMER-ID TO CRH-CUST-ID
           MOVE WS-GROUP-ORDER-NUMBER TO CRH-ORDER-NUMBER
           MOVE WS-GROUP-RETURN-DATE TO CRH-RETURN-DATE
           MOVE WS-MERCHANDISE-CREDIT TO CRH-MERCHANDISE-CREDIT
           MOVE WS-TAX-CREDIT TO CRH-TAX-CREDIT
           MOVE CUST-REP-ID TO CRH-REP-ID
           WRITE CREDIT-MEMO-HISTORY-RECORD.

       2700-WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE RET-CUSTOMER-ID TO EXC-CUSTOMER-ID
               END-IF
           END-IF.

       9350-OPEN-MEMO-HISTORY.
           OPEN EXTEND MEMO-HISTORY-FILE
           IF WS-MEMOHST-STATUS NOT = '00'
               OPEN OUTPUT MEMO-HISTORY-FILE
               IF WS-MEMOHST-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CREDIT MEMO HISTORY: '
                       WS-MEMOHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'RETCRMEM' TO JRN-PROGRAM-ID
           CLOSE OPEN-ITEM-FILE
           CLOSE EXCEPTION-FILE
           CLOSE MEMO-FILE
           CLOSE MEMO-HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
           CLOSE ITEM-JOURNAL-FILE.
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           IF WS-GL-COST-RETURNED > ZERO
               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-COST-RETURNED TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'DAILY STOCK RETURNED' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'COST OF SALES' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-COST-RETURNED TO GL-CREDIT-AMOUNT
               MOVE 'DAILY COST REVERSED' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

                  WS-TOTAL-CREDITED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           STRING 'COST RETURNED TO STOCK: $'
                  WS-GL-COST-RETURNED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
