       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPEN.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-FILE ASSIGN TO 'VENDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'POOPNRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY POREC.

       FD  VENDOR-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY VENDREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-PO-STATUS             PIC XX.
           05 WS-VENDOR-STATUS         PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(6) VALUE ZERO.
           05 WS-OPEN-LINES            PIC 9(6) VALUE ZERO.
           05 WS-OPEN-POS              PIC 9(6) VALUE ZERO.
           05 WS-LATE-LINES            PIC 9(6) VALUE ZERO.
           05 WS-UNITS-OUTSTANDING     PIC 9(9) VALUE ZERO.
           05 WS-VALUE-OUTSTANDING     PIC 9(9)V99 VALUE ZERO.
           05 WS-VALUE-LATE            PIC 9(9)V99 VALUE ZERO.
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
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.

       01  WS-LINE-FIELDS.
           05 WS-LAST-PO-NUMBER        PIC X(12) VALUE SPACES.
           05 WS-DAYS-LATE             PIC S9(5).
           05 WS-LINE-VALUE            PIC 9(9)V99.
           05 WS-VENDOR-NAME           PIC X(20).

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'OPEN PURCHASE ORDER REPORT'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(14) VALUE 'PO NUMBER'.
              10 FILLER                PIC X(5)  VALUE 'LN'.
              10 FILLER                PIC X(10) VALUE 'VENDOR'.
              10 FILLER                PIC X(22) VALUE 'VENDOR NAME'.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(11) VALUE 'ORDERED'.
              10 FILLER                PIC X(11) VALUE 'RECEIVED'.
              10 FILLER                PIC X(12) VALUE 'OUTSTANDING'.
              10 FILLER                PIC X(10) VALUE 'DUE DATE'.
              10 FILLER                PIC X(10) VALUE 'DAYS LATE'.
              10 FILLER                PIC X(17) VALUE 'FLAG'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-PO-NUMBER         PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-LINE-NUMBER       PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-VENDOR-ID         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-VENDOR-NAME       PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-ORDERED       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-RECEIVED      PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-QTY-OUTSTANDING   PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-DUE-DATE          PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DAYS-LATE         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DTL-FLAG              PIC X(10).
           05 FILLER                   PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-PO-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PO-FILE
           OPEN INPUT VENDOR-FILE
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
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

       2000-SCAN-PO-FILE.
           MOVE LOW-VALUES TO PO-KEY
           MOVE 'N' TO WS-SCAN-EOF-SW

           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF PO-LINE-OPEN
                           PERFORM 2100-REPORT-OPEN-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2100-REPORT-OPEN-LINE.
           ADD 1 TO WS-OPEN-LINES
           IF PO-NUMBER NOT = WS-LAST-PO-NUMBER
               ADD 1 TO WS-OPEN-POS
               MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
           END-IF

           PERFORM 2200-LOOKUP-VENDOR

           COMPUTE WS-LINE-VALUE =
               PO-QTY-OUTSTANDING * PO-UNIT-COST
           ADD PO-QTY-OUTSTANDING TO WS-UNITS-OUTSTANDING
           ADD WS-LINE-VALUE TO WS-VALUE-OUTSTANDING

           MOVE ZERO TO WS-DAYS-LATE
           IF PO-DUE-DATE IS NUMERIC
                   AND PO-DUE-DATE > ZERO
                   AND PO-DUE-DATE < WS-CURRENT-DATE-NUMERIC
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUMERIC)
                   - FUNCTION INTEGER-OF-DATE (PO-DUE-DATE)
           END-IF

           IF WS-DAYS-LATE > ZERO
               ADD 1 TO WS-LATE-LINES
               ADD WS-LINE-VALUE TO WS-VALUE-LATE
           END-IF

           PERFORM 2300-PRINT-DETAIL-LINE.

       2200-LOOKUP-VENDOR.
           MOVE PO-VENDOR-ID TO VEND-ID
           READ VENDOR-FILE
               KEY IS VEND-ID
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-VENDOR-NAME
               NOT INVALID KEY
                   MOVE VEND-NAME TO WS-VENDOR-NAME
           END-READ.

       2300-PRINT-DETAIL-LINE.
           PERFORM 2900-CHECK-PAGE-BREAK
           MOVE PO-NUMBER TO WS-DTL-PO-NUMBER
           MOVE PO-LINE-NUMBER TO WS-DTL-LINE-NUMBER
           MOVE PO-VENDOR-ID TO WS-DTL-VENDOR-ID
           MOVE WS-VENDOR-NAME TO WS-DTL-VENDOR-NAME
           MOVE PO-ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE PO-QTY-ORDERED TO WS-DTL-QTY-ORDERED
           MOVE PO-QTY-RECEIVED TO WS-DTL-QTY-RECEIVED
           MOVE PO-QTY-OUTSTANDING TO WS-DTL-QTY-OUTSTANDING
           MOVE PO-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE WS-DAYS-LATE TO WS-DTL-DAYS-LATE

           EVALUATE TRUE
               WHEN WS-DAYS-LATE > ZERO
                   MOVE '** LATE' TO WS-DTL-FLAG
               WHEN PO-QTY-RECEIVED > ZERO
                   MOVE 'PARTIAL' TO WS-DTL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-FLAG
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2900-CHECK-PAGE-BREAK.
           IF WS-REPORT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2950-NEW-PAGE
           END-IF.

       2950-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           CLOSE PO-FILE
           CLOSE VENDOR-FILE
           CLOSE REPORT-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'PO LINES READ:            '
                  WS-LINES-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'OPEN PURCHASE ORDERS:     '
                  WS-OPEN-POS
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'OPEN PO LINES:            '
                  WS-OPEN-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'LATE PO LINES:            '
                  WS-LATE-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'UNITS OUTSTANDING:        '
                  WS-UNITS-OUTSTANDING
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'VALUE OUTSTANDING:        $'
                  WS-VALUE-OUTSTANDING
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'VALUE LATE:               $'
                  WS-VALUE-LATE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
