       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
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

           SELECT REPORT-FILE ASSIGN TO 'VALRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-ITEMS-READ            PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-VALUED          PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NO-STOCK        PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NO-COST         PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NEGATIVE        PIC 9(6) VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-VALUATION-FIELDS.
           05 WS-UNIT-COST             PIC 9(5)V99.
           05 WS-EXTENDED-VALUE        PIC S9(11)V99.
           05 WS-TOTAL-UNITS           PIC S9(11) VALUE ZERO.
           05 WS-TOTAL-VALUE           PIC S9(13)V99 VALUE ZERO.

       01  WS-FLAGS.
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'INVENTORY VALUATION REPORT'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
              10 FILLER                PIC X(4)  VALUE 'ST'.
              10 FILLER                PIC X(12) VALUE 'ON HAND'.
              10 FILLER                PIC X(13) VALUE 'UNIT COST'.
              10 FILLER                PIC X(20) VALUE 'EXTENDED VALUE'.
              10 FILLER                PIC X(41) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION       PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(1).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-QTY-ON-HAND       PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-UNIT-COST         PIC $$$,$$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-EXTENDED-VALUE    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-NOTE              PIC X(15).
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(32)
              VALUE 'INVENTORY GRAND TOTAL'.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-TOT-UNITS             PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 WS-TOT-VALUE             PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ITEM-MASTER
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ITEM MASTER: ' WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1200-PRINT-HEADERS.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

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

       2000-SCAN-ITEM-MASTER.
           MOVE LOW-VALUES TO ITEM-CODE
           MOVE 'N' TO WS-SCAN-EOF-SW

           START ITEM-FILE KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 2100-VALUE-ITEM
               END-READ
           END-PERFORM.

       2100-VALUE-ITEM.
           IF ITEM-QTY-ON-HAND IS NOT NUMERIC
                   OR ITEM-QTY-ON-HAND = ZERO
               ADD 1 TO WS-ITEMS-NO-STOCK
           ELSE
               MOVE SPACES TO WS-DTL-NOTE
               IF ITEM-UNIT-COST IS NUMERIC
                   MOVE ITEM-UNIT-COST TO WS-UNIT-COST
               ELSE
                   MOVE ZERO TO WS-UNIT-COST
               END-IF
               IF WS-UNIT-COST = ZERO
                   ADD 1 TO WS-ITEMS-NO-COST
                   MOVE 'NO COST ON FILE' TO WS-DTL-NOTE
               END-IF
               IF ITEM-QTY-ON-HAND < ZERO
                   ADD 1 TO WS-ITEMS-NEGATIVE
                   MOVE 'NEGATIVE STOCK' TO WS-DTL-NOTE
               END-IF
               COMPUTE WS-EXTENDED-VALUE =
                   ITEM-QTY-ON-HAND * WS-UNIT-COST
               ADD ITEM-QTY-ON-HAND TO WS-TOTAL-UNITS
               ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE
               ADD 1 TO WS-ITEMS-VALUED
               PERFORM 2900-PRINT-DETAIL-LINE
           END-IF.

       2900-PRINT-DETAIL-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE ITEM-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE ITEM-STATUS TO WS-DTL-STATUS
           MOVE ITEM-QTY-ON-HAND TO WS-DTL-QTY-ON-HAND
           MOVE WS-UNIT-COST TO WS-DTL-UNIT-COST
           MOVE WS-EXTENDED-VALUE TO WS-DTL-EXTENDED-VALUE
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
           CLOSE ITEM-FILE
           CLOSE REPORT-FILE.

       3100-PRINT-SUMMARY.
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-UNITS TO WS-TOT-UNITS
           MOVE WS-TOTAL-VALUE TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'ITEMS READ:             '
                  WS-ITEMS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'ITEMS VALUED:           '
                  WS-ITEMS-VALUED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'ITEMS WITH NO STOCK:    '
                  WS-ITEMS-NO-STOCK
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'ITEMS WITHOUT COST:     '
                  WS-ITEMS-NO-COST
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'ITEMS WITH NEGATIVE QTY:'
                  WS-ITEMS-NEGATIVE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
