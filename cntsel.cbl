       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSEL.
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

           SELECT PARAMETER-FILE ASSIGN TO 'CNTPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SHEET-FILE ASSIGN TO 'CNTSHT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

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

       FD  PARAMETER-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARAMETER-RECORD.
           05 CNP-ITEM-STATUS          PIC X(1).
           05 CNP-COUNT-CLASS          PIC X(1).
           05 CNP-FROM-ITEM            PIC X(8).
           05 CNP-TO-ITEM              PIC X(8).
           05 FILLER                   PIC X(22).

       FD  SHEET-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SHEET-RECORD                PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-PARM-STATUS           PIC XX.
           05 WS-SHEET-STATUS          PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.

       01  WS-COUNTERS.
           05 WS-ITEMS-READ            PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-SELECTED        PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-ALREADY-OPEN    PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-NOT-SELECTED    PIC 9(6) VALUE ZERO.
           05 WS-SHEET-LINE-COUNT      PIC 99 VALUE ZERO.
           05 WS-SHEET-PAGE-NUMBER     PIC 9(4) VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 40.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-CURRENT-DATE-NUMERIC  PIC 9(8).
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-SELECTION-FIELDS.
           05 WS-SEL-ITEM-STATUS       PIC X(1) VALUE SPACE.
           05 WS-SEL-COUNT-CLASS       PIC X(1) VALUE SPACE.
           05 WS-SEL-FROM-ITEM         PIC X(8) VALUE LOW-VALUES.
           05 WS-SEL-TO-ITEM           PIC X(8) VALUE HIGH-VALUES.
           05 WS-COUNT-REFERENCE       PIC X(12).

       01  WS-FLAGS.
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.
           05 WS-SELECT-SW             PIC X VALUE 'N'.
              88 ITEM-SELECTED         VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(100).

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'INVENTORY COUNT SHEET'.
              10 FILLER                PIC X(10) VALUE 'PAGE'.
              10 WS-HDR-PAGE-NUMBER    PIC ZZZ9.
              10 FILLER                PIC X(48) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
              10 FILLER                PIC X(7)  VALUE 'CLASS'.
              10 FILLER                PIC X(20) VALUE 'COUNTED QTY'.
              10 FILLER                PIC X(20) VALUE 'COUNTED BY'.
              10 FILLER                PIC X(43) VALUE 'CHECKED BY'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION       PIC X(30).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DTL-COUNT-CLASS       PIC X(1).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(20)
              VALUE '_______________'.
           05 FILLER                   PIC X(20)
              VALUE '_______________'.
           05 FILLER                   PIC X(43)
              VALUE '_______________'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ITEM-MASTER
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ITEM MASTER: ' WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SHEET-FILE
           PERFORM 9100-OPEN-JOURNAL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE SPACES TO WS-COUNT-REFERENCE
           STRING 'CNT' WS-CURRENT-DATE-NUMERIC
                  DELIMITED BY SIZE
                  INTO WS-COUNT-REFERENCE
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-SELECTION-PARAMETERS
           PERFORM 1200-PRINT-HEADERS.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-SELECTION-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       DISPLAY 'EMPTY CNTPARM FILE - SELECTING ALL '
                           'ITEMS'
                   NOT AT END
                       MOVE CNP-ITEM-STATUS TO WS-SEL-ITEM-STATUS
                       MOVE CNP-COUNT-CLASS TO WS-SEL-COUNT-CLASS
                       IF CNP-FROM-ITEM NOT = SPACES
                           MOVE CNP-FROM-ITEM TO WS-SEL-FROM-ITEM
                       END-IF
                       IF CNP-TO-ITEM NOT = SPACES
                           MOVE CNP-TO-ITEM TO WS-SEL-TO-ITEM
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'NO CNTPARM FILE - SELECTING ALL ITEMS'
           END-IF
           IF WS-SEL-FROM-ITEM > WS-SEL-TO-ITEM
               DISPLAY 'CNTPARM FROM ITEM AFTER TO ITEM - '
                   'NOTHING SELECTED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1200-PRINT-HEADERS.
           ADD 1 TO WS-SHEET-PAGE-NUMBER
           MOVE WS-SHEET-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-HEADER-1 TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           STRING 'COUNT DATE: ' WS-FORMATTED-DATE
                  '   COUNT REF: ' WS-COUNT-REFERENCE
                  '   STATUS: ' WS-SEL-ITEM-STATUS
                  '   CLASS: ' WS-SEL-COUNT-CLASS
                  DELIMITED BY SIZE
                  INTO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE WS-HEADER-2 TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE ALL '-' TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE 5 TO WS-SHEET-LINE-COUNT.

       2000-SCAN-ITEM-MASTER.
           MOVE WS-SEL-FROM-ITEM TO ITEM-CODE
           MOVE 'N' TO WS-SCAN-EOF-SW

           START ITEM-FILE KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF ITEM-CODE > WS-SEL-TO-ITEM
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       ELSE
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM 2100-CHECK-SELECTION
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-SELECTION.
           MOVE 'Y' TO WS-SELECT-SW
           IF WS-SEL-ITEM-STATUS NOT = SPACE
                   AND ITEM-STATUS NOT = WS-SEL-ITEM-STATUS
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF WS-SEL-COUNT-CLASS NOT = SPACE
                   AND ITEM-COUNT-CLASS NOT = WS-SEL-COUNT-CLASS
               MOVE 'N' TO WS-SELECT-SW
           END-IF

           IF ITEM-SELECTED
               IF ITEM-COUNT-SELECTED OR ITEM-COUNT-ENTERED
                   ADD 1 TO WS-ITEMS-ALREADY-OPEN
               ELSE
                   PERFORM 2200-FREEZE-ITEM
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-NOT-SELECTED
           END-IF.

       2200-FREEZE-ITEM.
           MOVE ITEM-RECORD TO WS-JRN-BEFORE-IMAGE
           IF ITEM-QTY-ON-HAND IS NOT NUMERIC
               MOVE ZERO TO ITEM-QTY-ON-HAND
           END-IF
           MOVE 'S' TO ITEM-COUNT-STATUS
           MOVE WS-CURRENT-DATE-NUMERIC TO ITEM-COUNT-DATE
           MOVE ITEM-QTY-ON-HAND TO ITEM-COUNT-FROZEN-QTY
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR MARKING ITEM FOR COUNT: '
                       ITEM-CODE
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-SELECTED
                   PERFORM 9200-WRITE-JOURNAL-RECORD
                   PERFORM 2900-PRINT-SHEET-LINE
           END-REWRITE.

       2900-PRINT-SHEET-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE ITEM-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE ITEM-COUNT-CLASS TO WS-DTL-COUNT-CLASS
           MOVE WS-DETAIL-LINE TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           ADD 2 TO WS-SHEET-LINE-COUNT.

       2950-CHECK-PAGE-BREAK.
           IF WS-SHEET-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2960-NEW-PAGE
           END-IF.

       2960-NEW-PAGE.
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           CLOSE ITEM-FILE
           CLOSE SHEET-FILE
           CLOSE JOURNAL-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           WRITE SHEET-RECORD

           STRING 'ITEMS IN RANGE:         '
                  WS-ITEMS-READ
                  DELIMITED BY SIZE
                  INTO SHEET-RECORD
           WRITE SHEET-RECORD

           STRING 'ITEMS SELECTED:         '
                  WS-ITEMS-SELECTED
                  DELIMITED BY SIZE
                  INTO SHEET-RECORD
           WRITE SHEET-RECORD

           STRING 'ALREADY IN OPEN COUNT:  '
                  WS-ITEMS-ALREADY-OPEN
                  DELIMITED BY SIZE
                  INTO SHEET-RECORD
           WRITE SHEET-RECORD

           STRING 'NOT SELECTED:           '
                  WS-ITEMS-NOT-SELECTED
                  DELIMITED BY SIZE
                  INTO SHEET-RECORD
           WRITE SHEET-RECORD.

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

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           MOVE 'CNTSEL' TO IJR-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO IJR-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO IJR-RUN-TIME
           MOVE 'R' TO IJR-ACTION
           MOVE WS-COUNT-REFERENCE TO IJR-TRAN-KEY
           MOVE ITEM-CODE TO IJR-ITEM-CODE
           MOVE WS-JRN-BEFORE-IMAGE TO IJR-BEFORE-IMAGE
           MOVE ITEM-RECORD TO IJR-AFTER-IMAGE
           WRITE ITEM-JOURNAL-RECORD.
