              10 WS-CST-YTD-AMOUNT     PIC S9(11)V99.
              10 WS-CST-PRINTED-SW     PIC X(1).

       01  WS-REP-TABLE-FIELDS.
           05 WS-REP-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-REP-SUB               PIC 9(4).
           05 WS-REP-FOUND-SUB         PIC 9(4).
           05 WS-REP-OVERFLOW-SW       PIC X VALUE 'N'.
              88 REP-TABLE-OVERFLOW    VALUE 'Y'.
           05 WS-SALES-REP-ID          PIC X(6).
           05 WS-REP-ENTRY OCCURS 100 TIMES.
              10 WS-RPT-ID             PIC X(6).
              10 WS-RPT-MTD-QTY        PIC S9(9).
              10 WS-RPT-MTD-AMOUNT     PIC S9(11)V99.
              10 WS-RPT-YTD-QTY        PIC S9(9).
              10 WS-RPT-YTD-AMOUNT     PIC S9(11)V99.
              10 WS-RPT-PRINTED-SW     PIC X(1).

       01  WS-RANKING-FIELDS.
           05 WS-RANK-SUB              PIC 9(4).
           05 WS-BEST-SUB              PIC 9(4).
              10 FILLER                PIC X(14) VALUE 'YTD QTY'.
              10 FILLER                PIC X(18) VALUE 'YTD AMOUNT'.
              10 FILLER                PIC X(50) VALUE SPACES.
           05 WS-REP-HEADER.
              10 FILLER                PIC X(6)  VALUE 'RANK'.
              10 FILLER                PIC X(12) VALUE 'SALES REP'.
              10 FILLER                PIC X(14) VALUE 'MTD QTY'.
              10 FILLER                PIC X(18) VALUE 'MTD AMOUNT'.
              10 FILLER                PIC X(14) VALUE 'YTD QTY'.
              10 FILLER                PIC X(18) VALUE 'YTD AMOUNT'.
              10 FILLER                PIC X(50) VALUE SPACES.

       01  WS-ITEM-DETAIL-LINE.
           05 WS-IDT-RANK              PIC Z9.
           05 WS-CDT-YTD-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(54) VALUE SPACES.

       01  WS-REP-DETAIL-LINE.
           05 WS-RDT-RANK              PIC Z9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-RDT-REP-ID            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RDT-MTD-QTY           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RDT-MTD-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RDT-YTD-QTY           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RDT-YTD-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
               ADD 1 TO WS-RECORDS-SELECTED
               PERFORM 2100-ACCUMULATE-ITEM
               PERFORM 2200-ACCUMULATE-CUSTOMER
               PERFORM 2300-ACCUMULATE-REP
               ADD SLS-EXTENDED-AMOUNT TO WS-YTD-TOTAL-AMOUNT
               IF WS-REC-MONTH = WS-REPORT-MONTH
                   ADD SLS-EXTENDED-AMOUNT TO WS-MTD-TOTAL-AMOUNT
               END-IF
           END-IF.

       2300-ACCUMULATE-REP.
           IF SLS-REP-ID = SPACES OR LOW-VALUES
               MOVE 'HOUSE' TO WS-SALES-REP-ID
           ELSE
               MOVE SLS-REP-ID TO WS-SALES-REP-ID
           END-IF

           MOVE ZERO TO WS-REP-FOUND-SUB
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
                   OR WS-REP-FOUND-SUB > ZERO
               IF WS-RPT-ID(WS-REP-SUB) = WS-SALES-REP-ID
                   MOVE WS-REP-SUB TO WS-REP-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-REP-FOUND-SUB = ZERO
               IF WS-REP-COUNT < 100
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-COUNT TO WS-REP-FOUND-SUB
                   MOVE WS-SALES-REP-ID TO WS-RPT-ID(WS-REP-COUNT)
                   MOVE ZERO TO WS-RPT-MTD-QTY(WS-REP-COUNT)
                   MOVE ZERO TO WS-RPT-MTD-AMOUNT(WS-REP-COUNT)
                   MOVE ZERO TO WS-RPT-YTD-QTY(WS-REP-COUNT)
                   MOVE ZERO TO WS-RPT-YTD-AMOUNT(WS-REP-COUNT)
                   MOVE 'N' TO WS-RPT-PRINTED-SW(WS-REP-COUNT)
               ELSE
                   IF NOT REP-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-REP-OVERFLOW-SW
                       DISPLAY 'WARNING: SALES REP TABLE FULL - '
                           'REPS BEYOND 100 NOT RANKED'
                   END-IF
               END-IF
           END-IF

           IF WS-REP-FOUND-SUB > ZERO
               ADD SLS-ITEM-QTY TO
                   WS-RPT-YTD-QTY(WS-REP-FOUND-SUB)
               ADD SLS-EXTENDED-AMOUNT TO
                   WS-RPT-YTD-AMOUNT(WS-REP-FOUND-SUB)
               IF WS-REC-MONTH = WS-REPORT-MONTH
                   ADD SLS-ITEM-QTY TO
                       WS-RPT-MTD-QTY(WS-REP-FOUND-SUB)
                   ADD SLS-EXTENDED-AMOUNT TO
                       WS-RPT-MTD-AMOUNT(WS-REP-FOUND-SUB)
               END-IF
           END-IF.

       2800-READ-NEXT-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
       3000-FINALIZE.
           PERFORM 3100-PRINT-ITEM-RANKING
           PERFORM 3300-PRINT-CUSTOMER-RANKING
           PERFORM 3450-PRINT-REP-RANKING
           PERFORM 3500-PRINT-SUMMARY
           CLOSE SALES-HISTORY-FILE
           CLOSE REPORT-FILE.
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

       3450-PRINT-REP-RANKING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '*** TOP SALES REPS BY MTD SALES ***' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REP-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 4 TO WS-REPORT-LINE-COUNT

           PERFORM VARYING WS-RANK-NUMBER FROM 1 BY 1
               UNTIL WS-RANK-NUMBER > WS-RANKING-DEPTH
                   OR WS-RANK-NUMBER > WS-REP-COUNT
               PERFORM 3460-PRINT-NEXT-BEST-REP
           END-PERFORM.

       3460-PRINT-NEXT-BEST-REP.
           MOVE ZERO TO WS-BEST-SUB
           MOVE ZERO TO WS-BEST-AMOUNT
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-REP-COUNT
               IF WS-RPT-PRINTED-SW(WS-RANK-SUB) = 'N'
                   IF WS-BEST-SUB = ZERO
                           OR WS-RPT-MTD-AMOUNT(WS-RANK-SUB) >
                               WS-BEST-AMOUNT
                       MOVE WS-RANK-SUB TO WS-BEST-SUB
                       MOVE WS-RPT-MTD-AMOUNT(WS-RANK-SUB) TO
                           WS-BEST-AMOUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-SUB > ZERO
               MOVE 'Y' TO WS-RPT-PRINTED-SW(WS-BEST-SUB)
               MOVE WS-RANK-NUMBER TO WS-RDT-RANK
               MOVE WS-RPT-ID(WS-BEST-SUB) TO WS-RDT-REP-ID
               MOVE WS-RPT-MTD-QTY(WS-BEST-SUB) TO WS-RDT-MTD-QTY
               MOVE WS-RPT-MTD-AMOUNT(WS-BEST-SUB) TO
                   WS-RDT-MTD-AMOUNT
               MOVE WS-RPT-YTD-QTY(WS-BEST-SUB) TO WS-RDT-YTD-QTY
               MOVE WS-RPT-YTD-AMOUNT(WS-BEST-SUB) TO
                   WS-RDT-YTD-AMOUNT
               MOVE WS-REP-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

       3500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SALES REPS RANKED:        '
                  WS-REP-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'MTD TOTAL SALES:          $'
                  WS-MTD-TOTAL-AMOUNT
