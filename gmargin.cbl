       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMARGIN.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALESHST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'GMPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'GMRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSREC.

       FD  PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARAMETER-RECORD.
           05 GMP-FROM-DATE            PIC 9(8).
           05 GMP-TO-DATE              PIC 9(8).
           05 FILLER                   PIC X(4).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-SALESHST-STATUS       PIC XX.
           05 WS-PARM-STATUS           PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05 WS-RECORDS-SELECTED      PIC 9(8) VALUE ZERO.
           05 WS-RECORDS-NO-COST       PIC 9(8) VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-REPORT-PERIOD.
           05 WS-FROM-DATE             PIC 9(8).
           05 WS-TO-DATE               PIC 9(8).

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.

       01  WS-LINE-FIELDS.
           05 WS-LINE-SALES            PIC S9(11)V99.
           05 WS-LINE-COST             PIC S9(11)V99.
           05 WS-MARGIN-PCT            PIC S9(5)V9.
           05 WS-PCT-SALES             PIC S9(13)V99.
           05 WS-PCT-MARGIN            PIC S9(13)V99.

       01  WS-TOTALS.
           05 WS-TOTAL-QTY             PIC S9(9) VALUE ZERO.
           05 WS-TOTAL-SALES           PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-COST            PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-MARGIN          PIC S9(13)V99 VALUE ZERO.
           05 WS-EXCLUDED-SALES        PIC S9(13)V99 VALUE ZERO.

       01  WS-ITEM-TABLE-FIELDS.
           05 WS-ITEM-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-ITEM-SUB              PIC 9(4).
           05 WS-ITEM-FOUND-SUB        PIC 9(4).
           05 WS-ITEM-OVERFLOW-SW      PIC X VALUE 'N'.
              88 ITEM-TABLE-OVERFLOW   VALUE 'Y'.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
              10 WS-ITM-CODE           PIC X(8).
              10 WS-ITM-QTY            PIC S9(9).
              10 WS-ITM-SALES          PIC S9(11)V99.
              10 WS-ITM-COST           PIC S9(11)V99.
              10 WS-ITM-PRINTED-SW     PIC X(1).

       01  WS-CUST-TABLE-FIELDS.
           05 WS-CUST-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-CUST-SUB              PIC 9(4).
           05 WS-CUST-FOUND-SUB        PIC 9(4).
           05 WS-CUST-OVERFLOW-SW      PIC X VALUE 'N'.
              88 CUST-TABLE-OVERFLOW   VALUE 'Y'.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES.
              10 WS-CST-ID             PIC X(10).
              10 WS-CST-QTY            PIC S9(9).
              10 WS-CST-SALES          PIC S9(11)V99.
              10 WS-CST-COST           PIC S9(11)V99.
              10 WS-CST-PRINTED-SW     PIC X(1).

       01  WS-LISTING-FIELDS.
           05 WS-LIST-SUB              PIC 9(4).
           05 WS-NEXT-SUB              PIC 9(4).
           05 WS-LIST-NUMBER           PIC 9(4).
           05 WS-SECTION-HEADER        PIC X(132).

       01  WS-SUM-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'GROSS MARGIN ANALYSIS'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-ITEM-HEADER.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(14) VALUE 'QTY SOLD'.
              10 FILLER                PIC X(20) VALUE 'SALES'.
              10 FILLER                PIC X(20) VALUE 'COST'.
              10 FILLER                PIC X(20) VALUE 'GROSS MARGIN'.
              10 FILLER                PIC X(48) VALUE 'MARGIN %'.
           05 WS-CUST-HEADER.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER ID'.
              10 FILLER                PIC X(14) VALUE 'QTY SOLD'.
              10 FILLER                PIC X(20) VALUE 'SALES'.
              10 FILLER                PIC X(20) VALUE 'COST'.
              10 FILLER                PIC X(20) VALUE 'GROSS MARGIN'.
              10 FILLER                PIC X(46) VALUE 'MARGIN %'.

       01  WS-ITEM-DETAIL-LINE.
           05 WS-IDT-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-QTY               PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-SALES             PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-COST              PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-MARGIN            PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-MARGIN-PCT        PIC ZZ,ZZ9.9-.
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-CUST-DETAIL-LINE.
           05 WS-CDT-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-QTY               PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-SALES             PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-COST              PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-MARGIN            PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-MARGIN-PCT        PIC ZZ,ZZ9.9-.
           05 FILLER                   PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-HISTORY-RECORD
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALES HISTORY FILE: '
                   WS-SALESHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-REPORT-PERIOD
           MOVE SPACES TO WS-SECTION-HEADER
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1300-READ-FIRST-RECORD.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-REPORT-PERIOD.
           MOVE WS-CURRENT-DATE TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE(7:2)
           MOVE WS-CURRENT-DATE TO WS-TO-DATE
           MOVE '31' TO WS-TO-DATE(7:2)
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '00'
               READ PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GMP-FROM-DATE IS NUMERIC
                               AND GMP-FROM-DATE > ZERO
                               AND GMP-TO-DATE IS NUMERIC
                               AND GMP-TO-DATE NOT < GMP-FROM-DATE
                           MOVE GMP-FROM-DATE TO WS-FROM-DATE
                           MOVE GMP-TO-DATE TO WS-TO-DATE
                       ELSE
                           DISPLAY 'INVALID REPORT PERIOD IN GMPARM '
                               '- USING CURRENT MONTH'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'NO GMPARM FILE - REPORTING CURRENT MONTH'
           END-IF.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   ORDER DATES: ' WS-FROM-DATE
                  ' TO ' WS-TO-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3 TO WS-REPORT-LINE-COUNT
           IF WS-SECTION-HEADER NOT = SPACES
               MOVE WS-SECTION-HEADER TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL '-' TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 2 TO WS-REPORT-LINE-COUNT
           END-IF.

       1300-READ-FIRST-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2000-PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-READ

           IF SLS-ORDER-DATE IS NUMERIC
                   AND SLS-ORDER-DATE NOT < WS-FROM-DATE
                   AND SLS-ORDER-DATE NOT > WS-TO-DATE
                   AND SLS-EXTENDED-AMOUNT IS NUMERIC
                   AND SLS-ITEM-QTY IS NUMERIC
               IF SLS-UNIT-COST IS NUMERIC
                   ADD 1 TO WS-RECORDS-SELECTED
                   MOVE SLS-EXTENDED-AMOUNT TO WS-LINE-SALES
                   COMPUTE WS-LINE-COST =
                       SLS-ITEM-QTY * SLS-UNIT-COST
                   PERFORM 2100-ACCUMULATE-ITEM
                   PERFORM 2200-ACCUMULATE-CUSTOMER
                   ADD SLS-ITEM-QTY TO WS-TOTAL-QTY
                   ADD WS-LINE-SALES TO WS-TOTAL-SALES
                   ADD WS-LINE-COST TO WS-TOTAL-COST
               ELSE
                   ADD 1 TO WS-RECORDS-NO-COST
                   ADD SLS-EXTENDED-AMOUNT TO WS-EXCLUDED-SALES
               END-IF
           END-IF

           PERFORM 2800-READ-NEXT-RECORD.

       2100-ACCUMULATE-ITEM.
           MOVE ZERO TO WS-ITEM-FOUND-SUB
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-SUB > ZERO
               IF WS-ITM-CODE(WS-ITEM-SUB) = SLS-ITEM-CODE
                   MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-ITEM-FOUND-SUB = ZERO
               IF WS-ITEM-COUNT < 500
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-SUB
                   MOVE SLS-ITEM-CODE TO WS-ITM-CODE(WS-ITEM-COUNT)
                   MOVE ZERO TO WS-ITM-QTY(WS-ITEM-COUNT)
                   MOVE ZERO TO WS-ITM-SALES(WS-ITEM-COUNT)
                   MOVE ZERO TO WS-ITM-COST(WS-ITEM-COUNT)
                   MOVE 'N' TO WS-ITM-PRINTED-SW(WS-ITEM-COUNT)
               ELSE
                   IF NOT ITEM-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-ITEM-OVERFLOW-SW
                       DISPLAY 'WARNING: ITEM TABLE FULL - ITEMS '
                           'BEYOND 500 NOT LISTED'
                   END-IF
               END-IF
           END-IF

           IF WS-ITEM-FOUND-SUB > ZERO
               ADD SLS-ITEM-QTY TO WS-ITM-QTY(WS-ITEM-FOUND-SUB)
               ADD WS-LINE-SALES TO WS-ITM-SALES(WS-ITEM-FOUND-SUB)
               ADD WS-LINE-COST TO WS-ITM-COST(WS-ITEM-FOUND-SUB)
           END-IF.

       2200-ACCUMULATE-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND-SUB
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   OR WS-CUST-FOUND-SUB > ZERO
               IF WS-CST-ID(WS-CUST-SUB) = SLS-CUST-ID
                   MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-CUST-FOUND-SUB = ZERO
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-FOUND-SUB
                   MOVE SLS-CUST-ID TO WS-CST-ID(WS-CUST-COUNT)
                   MOVE ZERO TO WS-CST-QTY(WS-CUST-COUNT)
                   MOVE ZERO TO WS-CST-SALES(WS-CUST-COUNT)
                   MOVE ZERO TO WS-CST-COST(WS-CUST-COUNT)
                   MOVE 'N' TO WS-CST-PRINTED-SW(WS-CUST-COUNT)
               ELSE
                   IF NOT CUST-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-CUST-OVERFLOW-SW
                       DISPLAY 'WARNING: CUSTOMER TABLE FULL - '
                           'CUSTOMERS BEYOND 1000 NOT LISTED'
                   END-IF
               END-IF
           END-IF

           IF WS-CUST-FOUND-SUB > ZERO
               ADD SLS-ITEM-QTY TO WS-CST-QTY(WS-CUST-FOUND-SUB)
               ADD WS-LINE-SALES TO WS-CST-SALES(WS-CUST-FOUND-SUB)
               ADD WS-LINE-COST TO WS-CST-COST(WS-CUST-FOUND-SUB)
           END-IF.

       2800-READ-NEXT-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2950-CHECK-PAGE-BREAK.
           IF WS-REPORT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2960-NEW-PAGE
           END-IF.

       2960-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM 3100-PRINT-ITEM-MARGINS
           PERFORM 3300-PRINT-CUSTOMER-MARGINS
           PERFORM 3500-PRINT-SUMMARY
           CLOSE SALES-HISTORY-FILE
           CLOSE REPORT-FILE.

       3100-PRINT-ITEM-MARGINS.
           MOVE SPACES TO REPORT-RECORD
           MOVE '*** GROSS MARGIN BY ITEM ***' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ITEM-HEADER TO WS-SECTION-HEADER
           MOVE WS-ITEM-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 3 TO WS-REPORT-LINE-COUNT

           PERFORM VARYING WS-LIST-NUMBER FROM 1 BY 1
               UNTIL WS-LIST-NUMBER > WS-ITEM-COUNT
               PERFORM 3200-PRINT-NEXT-ITEM
           END-PERFORM

           MOVE 'TOTAL' TO WS-IDT-ITEM-CODE
           MOVE WS-TOTAL-QTY TO WS-IDT-QTY
           MOVE WS-TOTAL-SALES TO WS-PCT-SALES
           COMPUTE WS-PCT-MARGIN = WS-TOTAL-SALES - WS-TOTAL-COST
           MOVE WS-PCT-MARGIN TO WS-TOTAL-MARGIN
           PERFORM 3450-COMPUTE-MARGIN-PCT
           MOVE WS-TOTAL-SALES TO WS-IDT-SALES
           MOVE WS-TOTAL-COST TO WS-IDT-COST
           MOVE WS-TOTAL-MARGIN TO WS-IDT-MARGIN
           MOVE WS-MARGIN-PCT TO WS-IDT-MARGIN-PCT
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ITEM-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-REPORT-LINE-COUNT.

       3200-PRINT-NEXT-ITEM.
           MOVE ZERO TO WS-NEXT-SUB
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-ITEM-COUNT
               IF WS-ITM-PRINTED-SW(WS-LIST-SUB) = 'N'
                   IF WS-NEXT-SUB = ZERO
                       MOVE WS-LIST-SUB TO WS-NEXT-SUB
                   ELSE
                       IF WS-ITM-CODE(WS-LIST-SUB) <
                               WS-ITM-CODE(WS-NEXT-SUB)
                           MOVE WS-LIST-SUB TO WS-NEXT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NEXT-SUB > ZERO
               PERFORM 2950-CHECK-PAGE-BREAK
               MOVE 'Y' TO WS-ITM-PRINTED-SW(WS-NEXT-SUB)
               MOVE WS-ITM-SALES(WS-NEXT-SUB) TO WS-PCT-SALES
               COMPUTE WS-PCT-MARGIN =
                   WS-ITM-SALES(WS-NEXT-SUB) - WS-ITM-COST(WS-NEXT-SUB)
               PERFORM 3450-COMPUTE-MARGIN-PCT
               MOVE WS-ITM-CODE(WS-NEXT-SUB) TO WS-IDT-ITEM-CODE
               MOVE WS-ITM-QTY(WS-NEXT-SUB) TO WS-IDT-QTY
               MOVE WS-ITM-SALES(WS-NEXT-SUB) TO WS-IDT-SALES
               MOVE WS-ITM-COST(WS-NEXT-SUB) TO WS-IDT-COST
               MOVE WS-PCT-MARGIN TO WS-IDT-MARGIN
               MOVE WS-MARGIN-PCT TO WS-IDT-MARGIN-PCT
               MOVE WS-ITEM-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

       3300-PRINT-CUSTOMER-MARGINS.
           MOVE SPACES TO WS-SECTION-HEADER
           PERFORM 2960-NEW-PAGE
           MOVE SPACES TO REPORT-RECORD
           MOVE '*** GROSS MARGIN BY CUSTOMER ***' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CUST-HEADER TO WS-SECTION-HEADER
           MOVE WS-CUST-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 3 TO WS-REPORT-LINE-COUNT

           PERFORM VARYING WS-LIST-NUMBER FROM 1 BY 1
               UNTIL WS-LIST-NUMBER > WS-CUST-COUNT
               PERFORM 3400-PRINT-NEXT-CUSTOMER
           END-PERFORM

           MOVE 'TOTAL' TO WS-CDT-CUST-ID
           MOVE WS-TOTAL-QTY TO WS-CDT-QTY
           MOVE WS-TOTAL-SALES TO WS-PCT-SALES
           MOVE WS-TOTAL-MARGIN TO WS-PCT-MARGIN
           PERFORM 3450-COMPUTE-MARGIN-PCT
           MOVE WS-TOTAL-SALES TO WS-CDT-SALES
           MOVE WS-TOTAL-COST TO WS-CDT-COST
           MOVE WS-TOTAL-MARGIN TO WS-CDT-MARGIN
           MOVE WS-MARGIN-PCT TO WS-CDT-MARGIN-PCT
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CUST-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-REPORT-LINE-COUNT
           MOVE SPACES TO WS-SECTION-HEADER.

       3400-PRINT-NEXT-CUSTOMER.
           MOVE ZERO TO WS-NEXT-SUB
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-CUST-COUNT
               IF WS-CST-PRINTED-SW(WS-LIST-SUB) = 'N'
                   IF WS-NEXT-SUB = ZERO
                       MOVE WS-LIST-SUB TO WS-NEXT-SUB
                   ELSE
                       IF WS-CST-ID(WS-LIST-SUB) <
                               WS-CST-ID(WS-NEXT-SUB)
                           MOVE WS-LIST-SUB TO WS-NEXT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NEXT-SUB > ZERO
               PERFORM 2950-CHECK-PAGE-BREAK
               MOVE 'Y' TO WS-CST-PRINTED-SW(WS-NEXT-SUB)
               MOVE WS-CST-SALES(WS-NEXT-SUB) TO WS-PCT-SALES
               COMPUTE WS-PCT-MARGIN =
                   WS-CST-SALES(WS-NEXT-SUB) - WS-CST-COST(WS-NEXT-SUB)
               PERFORM 3450-COMPUTE-MARGIN-PCT
               MOVE WS-CST-ID(WS-NEXT-SUB) TO WS-CDT-CUST-ID
               MOVE WS-CST-QTY(WS-NEXT-SUB) TO WS-CDT-QTY
               MOVE WS-CST-SALES(WS-NEXT-SUB) TO WS-CDT-SALES
               MOVE WS-CST-COST(WS-NEXT-SUB) TO WS-CDT-COST
               MOVE WS-PCT-MARGIN TO WS-CDT-MARGIN
               MOVE WS-MARGIN-PCT TO WS-CDT-MARGIN-PCT
               MOVE WS-CUST-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

       3450-COMPUTE-MARGIN-PCT.
           IF WS-PCT-SALES = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-PCT-MARGIN * 100) / WS-PCT-SALES
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.

       3500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'HISTORY RECORDS READ:     '
                  WS-RECORDS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS IN REPORT PERIOD: '
                  WS-RECORDS-SELECTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS WITHOUT COST:     '
                  WS-RECORDS-NO-COST
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EXCLUDED-SALES TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SALES EXCLUDED (NO COST): '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS LISTED:             '
                  WS-ITEM-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTOMERS LISTED:         '
                  WS-CUST-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
