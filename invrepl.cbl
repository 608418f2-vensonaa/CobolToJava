           05 PUR-REORDER-POINT        PIC 9(7).
           05 PUR-REORDER-QTY          PIC 9(7).
           05 PUR-RUN-DATE             PIC 9(8).
           05 PUR-QTY-ON-ORDER         PIC 9(7).
           05 FILLER                   PIC X(9).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           05 WS-ITEMS-READ            PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-BELOW-POINT     PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NO-REORDER-QTY  PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-COVERED-BY-PO   PIC 9(6) VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-REPLENISH-FIELDS.
           05 WS-QTY-ON-ORDER          PIC 9(7).
           05 WS-QTY-AVAILABLE         PIC S9(8).
           05 WS-SHORTFALL             PIC S9(8).
           05 WS-SUGGESTED-QTY         PIC 9(7).

              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
              10 FILLER                PIC X(12) VALUE 'ON HAND'.
              10 FILLER                PIC X(12) VALUE 'ON ORDER'.
              10 FILLER                PIC X(12) VALUE 'REORD PT'.
              10 FILLER                PIC X(12) VALUE 'REORD QTY'.
              10 FILLER                PIC X(12) VALUE 'SUGGESTED'.
              10 FILLER                PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-ON-HAND       PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-ON-ORDER      PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-REORDER-POINT     PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-REORDER-QTY       PIC Z,ZZZ,ZZ9.
           05 WS-DTL-SUGGESTED-QTY     PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-FLAG              PIC X(12).
           05 FILLER                   PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 2050-COMPUTE-AVAILABLE
                       IF ITEM-STATUS = 'A'
                               AND ITEM-REORDER-POINT IS NUMERIC
                               AND ITEM-REORDER-POINT > ZERO
                               AND ITEM-QTY-ON-HAND NOT >
                                   ITEM-REORDER-POINT
                           IF WS-QTY-AVAILABLE > ITEM-REORDER-POINT
                               ADD 1 TO WS-ITEMS-COVERED-BY-PO
                           ELSE
                               PERFORM 2100-SUGGEST-REPLENISHMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2050-COMPUTE-AVAILABLE.
           IF ITEM-QTY-ON-ORDER IS NUMERIC
               MOVE ITEM-QTY-ON-ORDER TO WS-QTY-ON-ORDER
           ELSE
               MOVE ZERO TO WS-QTY-ON-ORDER
           END-IF
           COMPUTE WS-QTY-AVAILABLE =
               ITEM-QTY-ON-HAND + WS-QTY-ON-ORDER.

       2100-SUGGEST-REPLENISHMENT.
           ADD 1 TO WS-ITEMS-BELOW-POINT

           COMPUTE WS-SHORTFALL =
               ITEM-REORDER-POINT - WS-QTY-AVAILABLE

           IF ITEM-REORDER-QTY IS NUMERIC
                   AND ITEM-REORDER-QTY > ZERO
               MOVE ZERO TO PUR-REORDER-QTY
           END-IF
           MOVE WS-CURRENT-DATE-NUMERIC TO PUR-RUN-DATE
           MOVE WS-QTY-ON-ORDER TO PUR-QTY-ON-ORDER
           WRITE PURCHASE-RECORD.

       2300-PRINT-DETAIL-LINE.
           MOVE ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE ITEM-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE ITEM-QTY-ON-HAND TO WS-DTL-QTY-ON-HAND
           MOVE WS-QTY-ON-ORDER TO WS-DTL-QTY-ON-ORDER
           MOVE ITEM-REORDER-POINT TO WS-DTL-REORDER-POINT
           IF ITEM-REORDER-QTY IS NUMERIC
               MOVE ITEM-REORDER-QTY TO WS-DTL-REORDER-QTY
                  WS-ITEMS-NO-REORDER-QTY
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS COVERED BY OPEN PO: '
                  WS-ITEMS-COVERED-BY-PO
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
