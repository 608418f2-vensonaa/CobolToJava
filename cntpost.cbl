       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-FILE ASSIGN TO 'CNTWORK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

           SELECT ITEM-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'CNTAPPR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'CNTPREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'ITEMJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLCNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VARIANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CNTVREC.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  APPROVAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-RECORD.
           05 CAP-ITEM-CODE            PIC X(8).
           05 CAP-ACTION               PIC X(1).
              88 CAP-APPROVE           VALUE 'A'.
              88 CAP-REJECT            VALUE 'R'.
           05 CAP-VARIANCE-QTY         PIC S9(7).
           05 CAP-APPROVED-BY          PIC X(8).
           05 CAP-COUNT-DATE           PIC 9(8).
           05 FILLER                   PIC X(8).

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-RECORD             PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY IJRNREC.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY GLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-VARIANCE-STATUS       PIC XX.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-APPROVAL-STATUS       PIC XX.
           05 WS-REGISTER-STATUS       PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-GL-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
           05 WS-ALREADY-PROCESSED     PIC 9(6) VALUE ZERO.
           05 WS-VARIANCES-POSTED      PIC 9(6) VALUE ZERO.
           05 WS-VARIANCES-HELD        PIC 9(6) VALUE ZERO.
           05 WS-VARIANCES-REJECTED    PIC 9(6) VALUE ZERO.
           05 WS-VARIANCES-VOIDED      PIC 9(6) VALUE ZERO.
           05 WS-ACTIVITY-SINCE-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-READ        PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-UNUSED      PIC 9(6) VALUE ZERO.
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
           05 WS-APPROVAL-EOF-SW       PIC X VALUE 'N'.
              88 APPROVAL-EOF          VALUE 'Y'.
           05 WS-POST-ACTION-SW        PIC X VALUE SPACE.
              88 ACTION-POST           VALUE 'P'.
              88 ACTION-HOLD           VALUE 'H'.
              88 ACTION-REJECT         VALUE 'R'.
              88 ACTION-VOID           VALUE 'V'.

       01  WS-APPROVAL-FIELDS.
           05 WS-APPROVAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-APPROVAL-SUB          PIC 9(4).
           05 WS-MATCHED-APPROVAL      PIC 9(4) VALUE ZERO.

       01  WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 500 TIMES.
              10 WS-AP-ITEM-CODE       PIC X(8).
              10 WS-AP-ACTION          PIC X(1).
              10 WS-AP-VARIANCE-QTY    PIC S9(7).
              10 WS-AP-APPROVED-BY     PIC X(8).
              10 WS-AP-COUNT-DATE      PIC 9(8).
              10 WS-AP-USED-SW         PIC X(1).

       01  WS-POSTING-FIELDS.
           05 WS-ON-HAND-BEFORE        PIC S9(7).
           05 WS-ACTIVITY-QTY          PIC S9(7).
           05 WS-NEW-ON-HAND           PIC S9(7).
           05 WS-POST-VALUE            PIC S9(9)V99.
           05 WS-APPROVED-BY           PIC X(8).
           05 WS-STATUS-TEXT           PIC X(30).

       01  WS-GL-FIELDS.
           05 WS-GL-SHRINKAGE          PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-OVERAGE            PIC 9(9)V99 VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(100).
           05 WS-COUNT-REFERENCE       PIC X(12).

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'COUNT VARIANCE POSTING'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'ITEM CODE'.
              10 FILLER                PIC X(10) VALUE 'CNT DATE'.
              10 FILLER                PIC X(12) VALUE 'VARIANCE'.
              10 FILLER                PIC X(12) VALUE 'ON HAND'.
              10 FILLER                PIC X(12) VALUE 'ACTIVITY'.
              10 FILLER                PIC X(12) VALUE 'NEW ON HAND'.
              10 FILLER                PIC X(17) VALUE 'POSTED VALUE'.
              10 FILLER                PIC X(10) VALUE 'APPROVED'.
              10 FILLER                PIC X(37) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-COUNT-DATE        PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-VARIANCE-QTY      PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ON-HAND           PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTIVITY-QTY      PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-NEW-ON-HAND       PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-POST-VALUE        PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-APPROVED-BY       PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(30).
           05 FILLER                   PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-VARIANCE
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O VARIANCE-FILE
           IF WS-VARIANCE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COUNT WORK FILE: '
                   WS-VARIANCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ITEM-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM 9100-OPEN-JOURNAL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1400-LOAD-APPROVALS
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1300-READ-FIRST-VARIANCE.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-HEADER-2 TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE ALL '-' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 5 TO WS-REPORT-LINE-COUNT.

       1300-READ-FIRST-VARIANCE.
           READ VARIANCE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       1400-LOAD-APPROVALS.
           MOVE ZERO TO WS-APPROVAL-COUNT
           MOVE 'N' TO WS-APPROVAL-EOF-SW
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = '00'
               PERFORM UNTIL APPROVAL-EOF
                       OR WS-APPROVAL-COUNT = 500
                   READ APPROVAL-FILE
                       AT END MOVE 'Y' TO WS-APPROVAL-EOF-SW
                       NOT AT END
                           PERFORM 1410-STORE-APPROVAL
                   END-READ
               END-PERFORM
               IF NOT APPROVAL-EOF AND WS-APPROVAL-COUNT = 500
                   DISPLAY 'WARNING: COUNT APPROVAL TABLE FULL - '
                       'RECORDS BEYOND 500 IGNORED'
               END-IF
               CLOSE APPROVAL-FILE
           ELSE
               DISPLAY 'NO COUNT APPROVAL FILE - ONLY VARIANCES '
                   'WITHIN TOLERANCE WILL POST'
           END-IF.

       1410-STORE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           IF CAP-ITEM-CODE NOT = SPACES
                   AND (CAP-APPROVE OR CAP-REJECT)
                   AND CAP-VARIANCE-QTY IS NUMERIC
                   AND CAP-COUNT-DATE IS NUMERIC
               ADD 1 TO WS-APPROVAL-COUNT
               MOVE CAP-ITEM-CODE TO WS-AP-ITEM-CODE(WS-APPROVAL-COUNT)
               MOVE CAP-ACTION TO WS-AP-ACTION(WS-APPROVAL-COUNT)
               MOVE CAP-VARIANCE-QTY TO
                   WS-AP-VARIANCE-QTY(WS-APPROVAL-COUNT)
               MOVE CAP-APPROVED-BY TO
                   WS-AP-APPROVED-BY(WS-APPROVAL-COUNT)
               MOVE CAP-COUNT-DATE TO
                   WS-AP-COUNT-DATE(WS-APPROVAL-COUNT)
               MOVE 'N' TO WS-AP-USED-SW(WS-APPROVAL-COUNT)
           ELSE
               DISPLAY 'INVALID COUNT APPROVAL RECORD SKIPPED: '
                   CAP-ITEM-CODE
           END-IF.

       2000-PROCESS-VARIANCE.
           ADD 1 TO WS-RECORDS-READ
           IF CVR-PENDING
               PERFORM 2100-DETERMINE-ACTION
               EVALUATE TRUE
                   WHEN ACTION-POST
                       PERFORM 2300-POST-VARIANCE
                   WHEN ACTION-REJECT
                       PERFORM 2400-REJECT-COUNT
                   WHEN ACTION-VOID
                       PERFORM 2500-VOID-VARIANCE
                   WHEN OTHER
                       ADD 1 TO WS-VARIANCES-HELD
               END-EVALUATE
               PERFORM 2900-PRINT-REGISTER-LINE
           ELSE
               ADD 1 TO WS-ALREADY-PROCESSED
           END-IF
           PERFORM 2800-READ-NEXT-VARIANCE.

       2100-DETERMINE-ACTION.
           MOVE SPACE TO WS-POST-ACTION-SW
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE SPACES TO WS-APPROVED-BY
           MOVE ZERO TO WS-ON-HAND-BEFORE
           MOVE ZERO TO WS-ACTIVITY-QTY
           MOVE ZERO TO WS-NEW-ON-HAND
           MOVE ZERO TO WS-POST-VALUE

           MOVE CVR-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               KEY IS ITEM-CODE
               INVALID KEY
                   MOVE 'V' TO WS-POST-ACTION-SW
                   MOVE 'VOID - ITEM NOT ON FILE' TO WS-STATUS-TEXT
               NOT INVALID KEY
                   MOVE ITEM-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE ITEM-QTY-ON-HAND TO WS-ON-HAND-BEFORE
           END-READ

           IF ACTION-VOID
               CONTINUE
           ELSE
               IF NOT ITEM-COUNT-ENTERED
                       OR ITEM-COUNT-DATE NOT = CVR-COUNT-DATE
                   MOVE 'V' TO WS-POST-ACTION-SW
                   MOVE 'VOID - COUNT SUPERSEDED' TO WS-STATUS-TEXT
               END-IF
           END-IF

           IF WS-POST-ACTION-SW = SPACE
               PERFORM 2110-FIND-APPROVAL
               IF WS-MATCHED-APPROVAL > ZERO
                   MOVE WS-AP-APPROVED-BY(WS-MATCHED-APPROVAL) TO
                       WS-APPROVED-BY
                   MOVE 'Y' TO WS-AP-USED-SW(WS-MATCHED-APPROVAL)
                   EVALUATE TRUE
                       WHEN WS-AP-ACTION(WS-MATCHED-APPROVAL) = 'R'
                           MOVE 'R' TO WS-POST-ACTION-SW
                           MOVE 'REJECTED - RECOUNT' TO
                               WS-STATUS-TEXT
                       WHEN WS-AP-VARIANCE-QTY(WS-MATCHED-APPROVAL)
                               NOT = CVR-VARIANCE-QTY
                           MOVE 'H' TO WS-POST-ACTION-SW
                           MOVE 'HELD - APPROVED QTY DIFFERS' TO
                               WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE 'P' TO WS-POST-ACTION-SW
                   END-EVALUATE
               ELSE
                   IF CVR-OVER-TOLERANCE
                       MOVE 'H' TO WS-POST-ACTION-SW
                       MOVE 'HELD - AWAITING APPROVAL' TO
                           WS-STATUS-TEXT
                   ELSE
                       MOVE 'P' TO WS-POST-ACTION-SW
                       MOVE 'AUTO' TO WS-APPROVED-BY
                   END-IF
               END-IF
           END-IF.

       2110-FIND-APPROVAL.
           MOVE ZERO TO WS-MATCHED-APPROVAL
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
                   OR WS-MATCHED-APPROVAL > ZERO
               IF WS-AP-ITEM-CODE(WS-APPROVAL-SUB) = CVR-ITEM-CODE
                       AND WS-AP-COUNT-DATE(WS-APPROVAL-SUB) =
                           CVR-COUNT-DATE
                       AND WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   MOVE WS-APPROVAL-SUB TO WS-MATCHED-APPROVAL
               END-IF
           END-PERFORM.

       2300-POST-VARIANCE.
           COMPUTE WS-ACTIVITY-QTY =
               WS-ON-HAND-BEFORE - CVR-FROZEN-QTY
           COMPUTE WS-NEW-ON-HAND =
               WS-ON-HAND-BEFORE + CVR-VARIANCE-QTY
           IF ITEM-UNIT-COST IS NUMERIC
               COMPUTE WS-POST-VALUE =
                   CVR-VARIANCE-QTY * ITEM-UNIT-COST
           ELSE
               MOVE ZERO TO WS-POST-VALUE
           END-IF

           MOVE WS-NEW-ON-HAND TO ITEM-QTY-ON-HAND
           MOVE SPACE TO ITEM-COUNT-STATUS
           REWRITE ITEM-RECORD
               INVALID KEY
                   MOVE 'H' TO WS-POST-ACTION-SW
                   MOVE 'HELD - ITEM REWRITE FAILED' TO
                       WS-STATUS-TEXT
                   ADD 1 TO WS-VARIANCES-HELD
           END-REWRITE

           IF ACTION-POST
               PERFORM 9200-WRITE-JOURNAL-RECORD
               MOVE 'P' TO CVR-POST-STATUS
               MOVE WS-CURRENT-DATE-NUMERIC TO CVR-POST-DATE
               REWRITE COUNT-VARIANCE-RECORD
               ADD 1 TO WS-VARIANCES-POSTED
               IF WS-POST-VALUE < ZERO
                   SUBTRACT WS-POST-VALUE FROM WS-GL-SHRINKAGE
               ELSE
                   ADD WS-POST-VALUE TO WS-GL-OVERAGE
               END-IF
               IF WS-ACTIVITY-QTY NOT = ZERO
                   ADD 1 TO WS-ACTIVITY-SINCE-COUNT
                   MOVE 'POSTED - ACTIVITY SINCE COUNT' TO
                       WS-STATUS-TEXT
               ELSE
                   MOVE 'POSTED' TO WS-STATUS-TEXT
               END-IF
           END-IF.

       2400-REJECT-COUNT.
           MOVE SPACE TO ITEM-COUNT-STATUS
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ITEM: ' ITEM-CODE
               NOT INVALID KEY
                   PERFORM 9200-WRITE-JOURNAL-RECORD
           END-REWRITE
           MOVE 'V' TO CVR-POST-STATUS
           MOVE WS-CURRENT-DATE-NUMERIC TO CVR-POST-DATE
           REWRITE COUNT-VARIANCE-RECORD
           ADD 1 TO WS-VARIANCES-REJECTED.

       2500-VOID-VARIANCE.
           MOVE 'V' TO CVR-POST-STATUS
           MOVE WS-CURRENT-DATE-NUMERIC TO CVR-POST-DATE
           REWRITE COUNT-VARIANCE-RECORD
           ADD 1 TO WS-VARIANCES-VOIDED.

       2800-READ-NEXT-VARIANCE.
           READ VARIANCE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2900-PRINT-REGISTER-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE CVR-ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE CVR-COUNT-DATE TO WS-DTL-COUNT-DATE
           MOVE CVR-VARIANCE-QTY TO WS-DTL-VARIANCE-QTY
           MOVE WS-ON-HAND-BEFORE TO WS-DTL-ON-HAND
           MOVE WS-ACTIVITY-QTY TO WS-DTL-ACTIVITY-QTY
           MOVE WS-NEW-ON-HAND TO WS-DTL-NEW-ON-HAND
           MOVE WS-POST-VALUE TO WS-DTL-POST-VALUE
           MOVE WS-APPROVED-BY TO WS-DTL-APPROVED-BY
           MOVE WS-STATUS-TEXT TO WS-DTL-STATUS
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2950-CHECK-PAGE-BREAK.
           IF WS-REPORT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2960-NEW-PAGE
           END-IF.

       2960-NEW-PAGE.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
               IF WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   ADD 1 TO WS-APPROVALS-UNUSED
                   DISPLAY 'COUNT APPROVAL NOT MATCHED: '
                       WS-AP-ITEM-CODE(WS-APPROVAL-SUB) ' '
                       WS-AP-COUNT-DATE(WS-APPROVAL-SUB)
               END-IF
           END-PERFORM
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           PERFORM 3420-CHECK-GL-BALANCE
           CLOSE VARIANCE-FILE
           CLOSE ITEM-FILE
           CLOSE REGISTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE GL-FILE.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'COUNT RECORDS READ:     '
                  WS-RECORDS-READ
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'ALREADY PROCESSED:      '
                  WS-ALREADY-PROCESSED
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'VARIANCES POSTED:       '
                  WS-VARIANCES-POSTED
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'POSTED WITH ACTIVITY:   '
                  WS-ACTIVITY-SINCE-COUNT
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'VARIANCES HELD:         '
                  WS-VARIANCES-HELD
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'COUNTS REJECTED:        '
                  WS-VARIANCES-REJECTED
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'COUNTS VOIDED:          '
                  WS-VARIANCES-VOIDED
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'APPROVALS READ:         '
                  WS-APPROVALS-READ
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'APPROVALS NOT MATCHED:  '
                  WS-APPROVALS-UNUSED
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING 'SHRINKAGE POSTED:       $'
                  WS-GL-SHRINKAGE
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING 'OVERAGE POSTED:         $'
                  WS-GL-OVERAGE
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       3400-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE

           IF WS-GL-SHRINKAGE > ZERO
               MOVE 'INV SHRINKAGE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-SHRINKAGE TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'COUNT SHORTAGE' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-SHRINKAGE TO GL-CREDIT-AMOUNT
               MOVE 'COUNT SHORTAGE' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           IF WS-GL-OVERAGE > ZERO
               MOVE 'INVENTORY' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-GL-OVERAGE TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'COUNT OVERAGE' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'INV SHRINKAGE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-OVERAGE TO GL-CREDIT-AMOUNT
               MOVE 'COUNT OVERAGE' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF.

       3410-WRITE-GL-RECORD.
           MOVE WS-CURRENT-DATE-NUMERIC TO GL-RUN-DATE
           MOVE 'CNTPOST' TO GL-SOURCE-PROGRAM
           ADD GL-DEBIT-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD GL-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-RECORDS-WRITTEN
           WRITE GL-RECORD.

       3420-CHECK-GL-BALANCE.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           STRING 'GL RECORDS WRITTEN:     '
                  WS-GL-RECORDS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING 'GL DEBITS:              $'
                  WS-GL-DEBIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING 'GL CREDITS:             $'
                  WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE SPACES TO REGISTER-RECORD
               MOVE '*** GL INTERFACE OUT OF BALANCE ***'
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               DISPLAY 'GL INTERFACE OUT OF BALANCE - DEBITS '
                   WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

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
           MOVE SPACES TO WS-COUNT-REFERENCE
           STRING 'CNT' CVR-COUNT-DATE
                  DELIMITED BY SIZE
                  INTO WS-COUNT-REFERENCE
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           MOVE 'CNTPOST' TO IJR-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO IJR-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO IJR-RUN-TIME
           MOVE 'R' TO IJR-ACTION
           MOVE WS-COUNT-REFERENCE TO IJR-TRAN-KEY
           MOVE ITEM-CODE TO IJR-ITEM-CODE
           MOVE WS-JRN-BEFORE-IMAGE TO IJR-BEFORE-IMAGE
           MOVE ITEM-RECORD TO IJR-AFTER-IMAGE
           WRITE ITEM-JOURNAL-RECORD.
