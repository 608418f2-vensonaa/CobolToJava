       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTVAR.
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

           SELECT COUNT-FILE ASSIGN TO 'CNTTRAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO 'CNTTOL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO 'CNTWORK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CNTRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'ITEMJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  COUNT-RECORD.
           05 CNT-ITEM-CODE            PIC X(8).
           05 CNT-COUNTED-QTY          PIC 9(7).
           05 CNT-COUNTED-BY           PIC X(8).
           05 FILLER                   PIC X(17).

       FD  TOLERANCE-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TOLERANCE-RECORD.
           05 CTL-TOLERANCE-PCT        PIC 9(3)V9.
           05 CTL-TOLERANCE-VALUE      PIC 9(7)V99.
           05 FILLER                   PIC X(7).

       FD  VARIANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CNTVREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-COUNT-STATUS          PIC XX.
           05 WS-TOLERANCE-STATUS      PIC XX.
           05 WS-VARIANCE-STATUS       PIC XX.
           05 WS-REPORT-STATUS         PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.

       01  WS-COUNTERS.
           05 WS-COUNTS-READ           PIC 9(6) VALUE ZERO.
           05 WS-COUNTS-ACCEPTED       PIC 9(6) VALUE ZERO.
           05 WS-COUNTS-REJECTED       PIC 9(6) VALUE ZERO.
           05 WS-COUNTS-NO-VARIANCE    PIC 9(6) VALUE ZERO.
           05 WS-COUNTS-OVER-TOLERANCE PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NOT-COUNTED     PIC 9(6) VALUE ZERO.
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
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.
           05 WS-COUNT-VALID-SW        PIC X VALUE 'Y'.
              88 COUNT-VALID           VALUE 'Y'.

       01  WS-TOLERANCE-FIELDS.
           05 WS-TOLERANCE-PCT         PIC 9(3)V9 VALUE 5.0.
           05 WS-TOLERANCE-VALUE       PIC 9(7)V99 VALUE 100.00.

       01  WS-VARIANCE-FIELDS.
           05 WS-FROZEN-QTY            PIC S9(7).
           05 WS-VARIANCE-QTY          PIC S9(7).
           05 WS-ABS-VARIANCE-QTY      PIC 9(7).
           05 WS-UNIT-COST             PIC 9(5)V99.
           05 WS-VARIANCE-VALUE        PIC S9(9)V99.
           05 WS-ABS-VARIANCE-VALUE    PIC 9(9)V99.
           05 WS-VARIANCE-PCT          PIC S9(5)V9.
           05 WS-OVER-TOLERANCE-SW     PIC X(1).
              88 OVER-TOLERANCE        VALUE 'Y'.
           05 WS-NET-VARIANCE-VALUE    PIC S9(11)V99 VALUE ZERO.
           05 WS-REJECT-TEXT           PIC X(30).

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(100).
           05 WS-COUNT-REFERENCE       PIC X(12).

       01  WS-SUM-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'INVENTORY COUNT VARIANCE'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(22) VALUE 'DESCRIPTION'.
              10 FILLER                PIC X(12) VALUE 'SYSTEM QTY'.
              10 FILLER                PIC X(12) VALUE 'COUNTED'.
              10 FILLER                PIC X(12) VALUE 'VARIANCE'.
              10 FILLER                PIC X(10) VALUE 'VAR %'.
              10 FILLER                PIC X(13) VALUE 'UNIT COST'.
              10 FILLER                PIC X(17) VALUE 'VARIANCE VALUE'.
              10 FILLER                PIC X(24) VALUE 'FLAG / REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION       PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-FROZEN-QTY        PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-COUNTED-QTY       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-VARIANCE-QTY      PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-VARIANCE-PCT      PIC ZZZZ9.9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-UNIT-COST         PIC $$$,$$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-VARIANCE-VALUE    PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(24).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-COUNT
           END-PERFORM
           PERFORM 2500-LIST-NOT-COUNTED
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COUNT FILE: ' WS-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ITEM-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 9100-OPEN-JOURNAL
           PERFORM 9300-OPEN-VARIANCE-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-TOLERANCES
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1300-READ-FIRST-COUNT.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS = '00'
               READ TOLERANCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-TOLERANCE-PCT IS NUMERIC
                           MOVE CTL-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
                       IF CTL-TOLERANCE-VALUE IS NUMERIC
                           MOVE CTL-TOLERANCE-VALUE TO
                               WS-TOLERANCE-VALUE
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           ELSE
               DISPLAY 'NO CNTTOL FILE - USING DEFAULT TOLERANCES'
           END-IF.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   TOLERANCE PCT: ' WS-TOLERANCE-PCT
                  '   TOLERANCE VALUE: ' WS-TOLERANCE-VALUE
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

       1300-READ-FIRST-COUNT.
           READ COUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2000-PROCESS-COUNT.
           ADD 1 TO WS-COUNTS-READ
           PERFORM 2100-VALIDATE-COUNT
           IF COUNT-VALID
               PERFORM 2200-COMPUTE-VARIANCE
               PERFORM 2300-RECORD-COUNT
           END-IF

           IF COUNT-VALID
               ADD 1 TO WS-COUNTS-ACCEPTED
           ELSE
               ADD 1 TO WS-COUNTS-REJECTED
           END-IF

           PERFORM 2900-PRINT-VARIANCE-LINE
           PERFORM 2800-READ-NEXT-COUNT.

       2100-VALIDATE-COUNT.
           MOVE 'Y' TO WS-COUNT-VALID-SW
           MOVE SPACES TO WS-REJECT-TEXT

           IF CNT-COUNTED-QTY IS NOT NUMERIC
               MOVE 'N' TO WS-COUNT-VALID-SW
               MOVE 'INVALID COUNTED QTY' TO WS-REJECT-TEXT
           END-IF

           IF COUNT-VALID
               MOVE CNT-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   KEY IS ITEM-CODE
                   INVALID KEY
                       MOVE 'N' TO WS-COUNT-VALID-SW
                       MOVE 'ITEM NOT ON FILE' TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       MOVE ITEM-RECORD TO WS-JRN-BEFORE-IMAGE
               END-READ
           END-IF

           IF COUNT-VALID
               EVALUATE TRUE
                   WHEN ITEM-COUNT-SELECTED
                       CONTINUE
                   WHEN ITEM-COUNT-ENTERED
                       MOVE 'N' TO WS-COUNT-VALID-SW
                       MOVE 'ALREADY COUNTED' TO WS-REJECT-TEXT
                   WHEN OTHER
                       MOVE 'N' TO WS-COUNT-VALID-SW
                       MOVE 'NOT SELECTED FOR COUNT' TO
                           WS-REJECT-TEXT
               END-EVALUATE
           END-IF.

       2200-COMPUTE-VARIANCE.
           IF ITEM-COUNT-FROZEN-QTY IS NUMERIC
               MOVE ITEM-COUNT-FROZEN-QTY TO WS-FROZEN-QTY
           ELSE
               MOVE ZERO TO WS-FROZEN-QTY
           END-IF
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF

           COMPUTE WS-VARIANCE-QTY = CNT-COUNTED-QTY - WS-FROZEN-QTY
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * WS-UNIT-COST
           IF WS-VARIANCE-QTY < ZERO
               COMPUTE WS-ABS-VARIANCE-QTY = ZERO - WS-VARIANCE-QTY
               COMPUTE WS-ABS-VARIANCE-VALUE =
                   ZERO - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-ABS-VARIANCE-QTY
               MOVE WS-VARIANCE-VALUE TO WS-ABS-VARIANCE-VALUE
           END-IF

           MOVE 'N' TO WS-OVER-TOLERANCE-SW
           IF WS-FROZEN-QTY > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-VARIANCE-QTY * 100) / WS-FROZEN-QTY
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF (WS-ABS-VARIANCE-QTY * 100) >
                       (WS-FROZEN-QTY * WS-TOLERANCE-PCT)
                   MOVE 'Y' TO WS-OVER-TOLERANCE-SW
               END-IF
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
               IF WS-VARIANCE-QTY NOT = ZERO
                   MOVE 'Y' TO WS-OVER-TOLERANCE-SW
               END-IF
           END-IF
           IF WS-ABS-VARIANCE-VALUE > WS-TOLERANCE-VALUE
               MOVE 'Y' TO WS-OVER-TOLERANCE-SW
           END-IF.

       2300-RECORD-COUNT.
           MOVE 'C' TO ITEM-COUNT-STATUS
           REWRITE ITEM-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-COUNT-VALID-SW
                   MOVE 'ITEM REWRITE FAILED' TO WS-REJECT-TEXT
                   MOVE 8 TO RETURN-CODE
           END-REWRITE

           IF COUNT-VALID
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               MOVE ITEM-CODE TO CVR-ITEM-CODE
               MOVE ITEM-COUNT-DATE TO CVR-COUNT-DATE
               MOVE WS-FROZEN-QTY TO CVR-FROZEN-QTY
               MOVE CNT-COUNTED-QTY TO CVR-COUNTED-QTY
               MOVE WS-VARIANCE-QTY TO CVR-VARIANCE-QTY
               MOVE WS-UNIT-COST TO CVR-UNIT-COST
               MOVE WS-VARIANCE-VALUE TO CVR-VARIANCE-VALUE
               MOVE WS-OVER-TOLERANCE-SW TO CVR-TOLERANCE-FLAG
               MOVE CNT-COUNTED-BY TO CVR-COUNTED-BY
               MOVE SPACE TO CVR-POST-STATUS
               MOVE ZERO TO CVR-POST-DATE
               WRITE COUNT-VARIANCE-RECORD
               IF WS-VARIANCE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING COUNT VARIANCE FOR ITEM: '
                       ITEM-CODE ' STATUS ' WS-VARIANCE-STATUS
                   MOVE 'N' TO WS-COUNT-VALID-SW
                   MOVE 'VARIANCE WRITE FAILED' TO WS-REJECT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM 2310-RESTORE-SELECTED-STATUS
               END-IF
           END-IF

           IF COUNT-VALID
               PERFORM 9200-WRITE-JOURNAL-RECORD
               ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE-VALUE
               IF WS-VARIANCE-QTY = ZERO
                   ADD 1 TO WS-COUNTS-NO-VARIANCE
               END-IF
               IF OVER-TOLERANCE
                   ADD 1 TO WS-COUNTS-OVER-TOLERANCE
               END-IF
           END-IF.

      * No CNTWORK record went out, so the item goes back to selected
      * and the count can be entered again.
       2310-RESTORE-SELECTED-STATUS.
           MOVE 'S' TO ITEM-COUNT-STATUS
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING COUNT STATUS FOR ITEM: '
                       ITEM-CODE
           END-REWRITE.

       2500-LIST-NOT-COUNTED.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '*** SELECTED FOR COUNT - NO COUNT ENTERED ***'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-REPORT-LINE-COUNT

           MOVE LOW-VALUES TO ITEM-CODE
           MOVE 'N' TO WS-SCAN-EOF-SW
           START ITEM-FILE KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF ITEM-COUNT-SELECTED
                           PERFORM 2550-PRINT-NOT-COUNTED
                       END-IF
               END-READ
           END-PERFORM.

       2550-PRINT-NOT-COUNTED.
           ADD 1 TO WS-ITEMS-NOT-COUNTED
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE ITEM-DESCRIPTION TO WS-DTL-DESCRIPTION
           IF ITEM-COUNT-FROZEN-QTY IS NUMERIC
               MOVE ITEM-COUNT-FROZEN-QTY TO WS-DTL-FROZEN-QTY
           ELSE
               MOVE ZERO TO WS-DTL-FROZEN-QTY
           END-IF
           MOVE ZERO TO WS-DTL-COUNTED-QTY
           MOVE ZERO TO WS-DTL-VARIANCE-QTY
           MOVE ZERO TO WS-DTL-VARIANCE-PCT
           MOVE ZERO TO WS-DTL-UNIT-COST
           MOVE ZERO TO WS-DTL-VARIANCE-VALUE
           MOVE SPACES TO WS-DTL-REASON
           STRING 'NOT COUNTED - ' ITEM-COUNT-DATE
                  DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2800-READ-NEXT-COUNT.
           READ COUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2900-PRINT-VARIANCE-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE CNT-ITEM-CODE TO WS-DTL-ITEM-CODE
           IF COUNT-VALID
               MOVE ITEM-DESCRIPTION TO WS-DTL-DESCRIPTION
               MOVE WS-FROZEN-QTY TO WS-DTL-FROZEN-QTY
               MOVE CNT-COUNTED-QTY TO WS-DTL-COUNTED-QTY
               MOVE WS-VARIANCE-QTY TO WS-DTL-VARIANCE-QTY
               MOVE WS-VARIANCE-PCT TO WS-DTL-VARIANCE-PCT
               MOVE WS-UNIT-COST TO WS-DTL-UNIT-COST
               MOVE WS-VARIANCE-VALUE TO WS-DTL-VARIANCE-VALUE
               IF OVER-TOLERANCE
                   MOVE '*** OVER TOLERANCE ***' TO WS-DTL-REASON
               ELSE
                   MOVE SPACES TO WS-DTL-REASON
               END-IF
           ELSE
               MOVE SPACES TO WS-DTL-DESCRIPTION
               MOVE ZERO TO WS-DTL-FROZEN-QTY
               IF CNT-COUNTED-QTY IS NUMERIC
                   MOVE CNT-COUNTED-QTY TO WS-DTL-COUNTED-QTY
               ELSE
                   MOVE ZERO TO WS-DTL-COUNTED-QTY
               END-IF
               MOVE ZERO TO WS-DTL-VARIANCE-QTY
               MOVE ZERO TO WS-DTL-VARIANCE-PCT
               MOVE ZERO TO WS-DTL-UNIT-COST
               MOVE ZERO TO WS-DTL-VARIANCE-VALUE
               MOVE WS-REJECT-TEXT TO WS-DTL-REASON
           END-IF
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
           CLOSE COUNT-FILE
           CLOSE ITEM-FILE
           CLOSE VARIANCE-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'COUNTS READ:            '
                  WS-COUNTS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'COUNTS ACCEPTED:        '
                  WS-COUNTS-ACCEPTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'COUNTS REJECTED:        '
                  WS-COUNTS-REJECTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'COUNTS WITH NO VARIANCE:'
                  WS-COUNTS-NO-VARIANCE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'OVER TOLERANCE:         '
                  WS-COUNTS-OVER-TOLERANCE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'SELECTED NOT COUNTED:   '
                  WS-ITEMS-NOT-COUNTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NET-VARIANCE-VALUE TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NET VARIANCE VALUE:     '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       9100-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ITEM JOURNAL: '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9300-OPEN-VARIANCE-FILE.
           OPEN EXTEND VARIANCE-FILE
           IF WS-VARIANCE-STATUS NOT = '00'
               OPEN OUTPUT VARIANCE-FILE
               IF WS-VARIANCE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING COUNT WORK FILE: '
                       WS-VARIANCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO WS-COUNT-REFERENCE
           STRING 'CNT' ITEM-COUNT-DATE
                  DELIMITED BY SIZE
                  INTO WS-COUNT-REFERENCE
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           MOVE 'CNTVAR' TO IJR-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO IJR-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO IJR-RUN-TIME
           MOVE 'R' TO IJR-ACTION
           MOVE WS-COUNT-REFERENCE TO IJR-TRAN-KEY
           MOVE ITEM-CODE TO IJR-ITEM-CODE
           MOVE WS-JRN-BEFORE-IMAGE TO IJR-BEFORE-IMAGE
           MOVE ITEM-RECORD TO IJR-AFTER-IMAGE
           WRITE ITEM-JOURNAL-RECORD.
