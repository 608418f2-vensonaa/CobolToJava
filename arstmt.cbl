           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.
           05 WS-ACCOUNT-OPEN-TOTAL    PIC S9(9)V99.
           05 WS-ACCOUNT-CREDIT-TOTAL  PIC S9(9)V99.
           05 WS-CREDIT-ITEMS-LISTED   PIC 9(6) VALUE ZERO.
           05 WS-OPEN-ITEMS-AGED       PIC 9(6) VALUE ZERO.

       01  WS-STMT-ITEM-FIELDS.
              10 WS-STM-ITM-DATE       PIC 9(8).
              10 WS-STM-ITM-AMOUNT     PIC S9(7)V99.
              10 WS-STM-ITM-AGE        PIC 9(3).
              10 WS-STM-ITM-TYPE       PIC X(7).

       COPY CYCPARM.

              10 FILLER                PIC X(14) VALUE 'ORDER NO.'.
              10 FILLER                PIC X(10) VALUE 'DATE'.
              10 FILLER                PIC X(16) VALUE 'OPEN AMOUNT'.
              10 FILLER                PIC X(5)  VALUE 'AGE'.
              10 FILLER                PIC X(8)  VALUE 'TYPE'.
              10 FILLER                PIC X(70) VALUE SPACES.
           05 WS-STM-ITEM-LINE.
              10 WS-STM-ITM-L-INVOICE  PIC 9(6).
              10 FILLER                PIC X(3) VALUE SPACES.
              10 WS-STM-ITM-L-AMOUNT   PIC $$,$$$,$$9.99-.
              10 FILLER                PIC X(2) VALUE SPACES.
              10 WS-STM-ITM-L-AGE      PIC ZZ9.
              10 FILLER                PIC X(2) VALUE SPACES.
              10 WS-STM-ITM-L-TYPE     PIC X(7).
              10 FILLER                PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE ZERO TO WS-STMT-ITEM-COUNT
           MOVE ZERO TO WS-STMT-ITEMS-DROPPED
           MOVE ZERO TO WS-ACCOUNT-OPEN-TOTAL
           MOVE ZERO TO WS-ACCOUNT-CREDIT-TOTAL

           IF OPEN-ITEMS-AVAILABLE
               PERFORM 2110-AGE-OPEN-ITEMS
               MOVE 999 TO WS-AGE-DAYS
           END-IF

           IF OPN-DOC-CREDIT
               MOVE 1 TO WS-BUCKET-SUB
               SUBTRACT OPN-OPEN-AMOUNT FROM WS-ACCOUNT-CREDIT-TOTAL
               ADD 1 TO WS-CREDIT-ITEMS-LISTED
           ELSE
               PERFORM 2130-SELECT-AGING-BUCKET
           END-IF

           ADD OPN-OPEN-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           ADD OPN-OPEN-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET-SUB)
                   WS-STM-ITM-DATE(WS-STMT-ITEM-COUNT)
               MOVE OPN-OPEN-AMOUNT TO
                   WS-STM-ITM-AMOUNT(WS-STMT-ITEM-COUNT)
               EVALUATE TRUE
                   WHEN OPN-DOC-CREDIT
                       MOVE 'CREDIT' TO
                           WS-STM-ITM-TYPE(WS-STMT-ITEM-COUNT)
                   WHEN OPN-DOC-FIN-CHARGE
                       MOVE 'FIN CHG' TO
                           WS-STM-ITM-TYPE(WS-STMT-ITEM-COUNT)
                   WHEN OTHER
                       MOVE 'INVOICE' TO
                           WS-STM-ITM-TYPE(WS-STMT-ITEM-COUNT)
               END-EVALUATE
               IF WS-AGE-DAYS > 999
                   MOVE 999 TO WS-STM-ITM-AGE(WS-STMT-ITEM-COUNT)
               ELSE
           MOVE WS-STM-AMOUNT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF WS-ACCOUNT-CREDIT-TOTAL > ZERO
               MOVE 'ON-ACCOUNT CREDIT:    ' TO WS-STM-AMOUNT-LABEL
               MOVE WS-ACCOUNT-CREDIT-TOTAL TO WS-STM-AMOUNT
               MOVE WS-STM-AMOUNT-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           IF WS-STMT-ITEM-COUNT > ZERO
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE 'OPEN ITEMS:' TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-STM-ITEM-HEADER TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               WS-STM-ITM-L-AMOUNT
           MOVE WS-STM-ITM-AGE(WS-STMT-ITEM-SUB) TO
               WS-STM-ITM-L-AGE
           MOVE WS-STM-ITM-TYPE(WS-STMT-ITEM-SUB) TO
               WS-STM-ITM-L-TYPE
           MOVE WS-STM-ITEM-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

                  WS-OPEN-ITEMS-AGED
                  DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE SPACES TO AGING-REPORT-RECORD
           STRING 'CREDIT ITEMS LISTED:  '
                  WS-CREDIT-ITEMS-LISTED
                  DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.
