       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PNDPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PNDRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY PENDREC.

       FD  PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARAMETER-RECORD.
           05 PNP-FROM-DATE            PIC 9(8).
           05 FILLER                   PIC X(12).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-PENDING-STATUS        PIC XX.
           05 WS-PARM-STATUS           PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
           05 WS-RECORDS-LISTED        PIC 9(6) VALUE ZERO.
           05 WS-PENDING-COUNT         PIC 9(6) VALUE ZERO.
           05 WS-APPROVED-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-EXPIRED-COUNT         PIC 9(6) VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-FORMATTED-DATE        PIC X(10).
           05 WS-FROM-DATE             PIC 9(8) VALUE ZERO.

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(40)
                 VALUE 'MASTER FILE CHANGES HELD FOR APPROVAL'.
              10 FILLER                PIC X(52) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(6)  VALUE 'FILE'.
              10 FILLER                PIC X(12) VALUE 'KEY'.
              10 FILLER                PIC X(3)  VALUE 'TR'.
              10 FILLER                PIC X(10) VALUE 'SUBMITTED'.
              10 FILLER                PIC X(10) VALUE 'BY'.
              10 FILLER                PIC X(32) VALUE 'REASON'.
              10 FILLER                PIC X(15) VALUE 'OLD VALUE'.
              10 FILLER                PIC X(15) VALUE 'NEW VALUE'.
              10 FILLER                PIC X(10) VALUE 'STATUS'.
              10 FILLER                PIC X(10) VALUE 'ACTIONED'.
              10 FILLER                PIC X(9)  VALUE 'BY'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-FILE              PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-KEY               PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-TRAN-CODE         PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-SUBMIT-DATE       PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-SUBMITTED-BY      PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OLD-VALUE         PIC Z,ZZZ,ZZ9.999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-NEW-VALUE         PIC Z,ZZZ,ZZ9.999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION-DATE       PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTIONED-BY       PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.

       01  WS-RESULT-LINE.
           05 FILLER                   PIC X(31) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'RESULT: '.
           05 WS-RSL-RESULT-TEXT       PIC X(30).
           05 FILLER                   PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-PENDING-CHANGE
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'NO PENDING CHANGE FILE - NOTHING TO REPORT'
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-PARAMETERS
           PERFORM 1200-PRINT-HEADERS
           IF NOT END-OF-FILE
               PERFORM 1300-READ-FIRST-PENDING-CHANGE
           END-IF.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-PARAMETERS.
           MOVE ZERO TO WS-FROM-DATE
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '00'
               READ PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PNP-FROM-DATE IS NUMERIC
                           MOVE PNP-FROM-DATE TO WS-FROM-DATE
                       ELSE
                           DISPLAY 'INVALID FROM DATE IN PNDPARM '
                               '- REPORTING ALL CHANGES'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FROM-DATE = ZERO
               STRING 'RUN DATE: ' WS-FORMATTED-DATE
                      '   ALL CHANGES'
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING 'RUN DATE: ' WS-FORMATTED-DATE
                      '   OPEN CHANGES AND CHANGES SINCE: '
                      WS-FROM-DATE
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADER-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 5 TO WS-REPORT-LINE-COUNT.

       1300-READ-FIRST-PENDING-CHANGE.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2000-PROCESS-PENDING-CHANGE.
           ADD 1 TO WS-RECORDS-READ
           IF PND-PENDING
                   OR PND-SUBMIT-DATE NOT < WS-FROM-DATE
                   OR PND-ACTION-DATE NOT < WS-FROM-DATE
               EVALUATE TRUE
                   WHEN PND-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN PND-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                   WHEN PND-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN PND-EXPIRED
                       ADD 1 TO WS-EXPIRED-COUNT
               END-EVALUATE
               ADD 1 TO WS-RECORDS-LISTED
               PERFORM 2900-PRINT-DETAIL-LINE
           END-IF
           PERFORM 2800-READ-NEXT-PENDING-CHANGE.

       2800-READ-NEXT-PENDING-CHANGE.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2900-PRINT-DETAIL-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           IF PND-CUSTOMER-CHANGE
               MOVE 'CUST' TO WS-DTL-FILE
           ELSE
               MOVE 'ITEM' TO WS-DTL-FILE
           END-IF
           MOVE PND-KEY TO WS-DTL-KEY
           MOVE PND-TRAN-CODE TO WS-DTL-TRAN-CODE
           MOVE PND-SUBMIT-DATE TO WS-DTL-SUBMIT-DATE
           MOVE PND-SUBMITTED-BY TO WS-DTL-SUBMITTED-BY
           MOVE PND-REASON TO WS-DTL-REASON
           MOVE PND-OLD-VALUE TO WS-DTL-OLD-VALUE
           MOVE PND-NEW-VALUE TO WS-DTL-NEW-VALUE
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE 'PENDING' TO WS-DTL-STATUS
               WHEN PND-APPROVED
                   MOVE 'APPROVED' TO WS-DTL-STATUS
               WHEN PND-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-STATUS
               WHEN PND-EXPIRED
                   MOVE 'EXPIRED' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE PND-STATUS TO WS-DTL-STATUS
           END-EVALUATE
           IF PND-PENDING
               MOVE SPACES TO WS-DTL-ACTION-DATE
           ELSE
               MOVE PND-ACTION-DATE TO WS-DTL-ACTION-DATE
           END-IF
           MOVE PND-ACTIONED-BY TO WS-DTL-ACTIONED-BY
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT

           IF NOT PND-PENDING
                   AND PND-RESULT-TEXT NOT = SPACES
                   AND PND-RESULT-TEXT NOT = 'APPLIED'
               MOVE PND-RESULT-TEXT TO WS-RSL-RESULT-TEXT
               MOVE WS-RESULT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

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
           IF WS-PENDING-STATUS = '00'
               CLOSE PENDING-FILE
           END-IF
           CLOSE REPORT-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'CHANGE RECORDS READ:    '
                  WS-RECORDS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'CHANGE RECORDS LISTED:  '
                  WS-RECORDS-LISTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'AWAITING APPROVAL:      '
                  WS-PENDING-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'APPROVED AND APPLIED:   '
                  WS-APPROVED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'REJECTED:               '
                  WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'EXPIRED:                '
                  WS-EXPIRED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
