       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREFUND.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'AROPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNITM-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'REFPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'REFAPPR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT REFUND-CONTROL-FILE ASSIGN TO 'REFCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REFREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO 'CHQREQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLREF'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY AROPNREC.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARAMETER-RECORD.
           05 RFP-MIN-AGE-DAYS         PIC 9(3).
           05 RFP-MIN-AMOUNT           PIC 9(7)V99.
           05 FILLER                   PIC X(68).

       FD  APPROVAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-RECORD.
           05 RFA-CUST-ID              PIC X(10).
           05 RFA-APPROVED-AMOUNT      PIC 9(7)V99.
           05 RFA-APPROVED-BY          PIC X(8).
           05 FILLER                   PIC X(13).

       FD  REFUND-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-CONTROL-RECORD.
           05 RCT-NEXT-REFUND-NUMBER   PIC 9(6).
           05 FILLER                   PIC X(14).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  CHEQUE-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CHEQUE-REQUEST-RECORD.
           05 CHQ-REFUND-NUMBER        PIC X(12).
           05 CHQ-CUST-ID              PIC X(10).
           05 CHQ-PAYEE-NAME           PIC X(30).
           05 CHQ-PAYEE-ADDRESS        PIC X(50).
           05 CHQ-AMOUNT               PIC 9(7)V99.
           05 CHQ-REQUEST-DATE         PIC 9(8).
           05 CHQ-APPROVED-BY          PIC X(8).
           05 FILLER                   PIC X(23).

       FD  JOURNAL-FILE
           RECORD CONTAINS 450 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY JRNREC.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY GLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-OPNITM-STATUS         PIC XX.
           05 WS-PARM-STATUS           PIC XX.
           05 WS-APPROVAL-STATUS       PIC XX.
           05 WS-REFCTL-STATUS         PIC XX.
           05 WS-REPORT-STATUS         PIC XX.
           05 WS-CHEQUE-STATUS         PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-GL-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-CUSTOMERS-READ        PIC 9(6) VALUE ZERO.
           05 WS-CUSTOMERS-WITH-CREDIT PIC 9(6) VALUE ZERO.
           05 WS-CUSTOMERS-SELECTED    PIC 9(6) VALUE ZERO.
           05 WS-AWAITING-APPROVAL     PIC 9(6) VALUE ZERO.
           05 WS-REFUNDS-ISSUED        PIC 9(6) VALUE ZERO.
           05 WS-REFUNDS-HELD          PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-READ        PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-UNUSED      PIC 9(6) VALUE ZERO.
           05 WS-CREDIT-ITEMS-RELIEVED PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-CREDIT-LISTED   PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-REFUNDED        PIC 9(9)V99 VALUE ZERO.
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

       01  WS-PARAMETER-FIELDS.
           05 WS-MIN-AGE-DAYS          PIC 9(3) VALUE 60.
           05 WS-MIN-AMOUNT            PIC 9(7)V99 VALUE 100.00.
           05 WS-PARM-SOURCE           PIC X(7) VALUE 'DEFAULT'.

       01  WS-FLAGS.
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.
           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.
           05 WS-APPROVAL-EOF-SW       PIC X VALUE 'N'.
              88 APPROVAL-EOF          VALUE 'Y'.
           05 WS-SELECTED-SW           PIC X VALUE 'N'.
              88 CUSTOMER-SELECTED     VALUE 'Y'.
           05 WS-REFUND-OK-SW          PIC X VALUE 'N'.
              88 REFUND-OK             VALUE 'Y'.

       01  WS-CREDIT-FIELDS.
           05 WS-CUST-CREDIT-TOTAL     PIC 9(7)V99.
           05 WS-CUST-CREDIT-ITEMS     PIC 9(4).
           05 WS-OLDEST-CREDIT-DATE    PIC 9(8).
           05 WS-CREDIT-AGE-DAYS       PIC S9(6).
           05 WS-CREDIT-BALANCE        PIC S9(7)V99.
           05 WS-REFUND-AMOUNT         PIC 9(7)V99.
           05 WS-REFUND-REMAINING      PIC S9(7)V99.
           05 WS-RELIEF-APPLIED        PIC 9(7)V99.
           05 WS-STATUS-TEXT           PIC X(20).

       01  WS-APPROVAL-FIELDS.
           05 WS-APPROVAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-APPROVAL-SUB          PIC 9(4).
           05 WS-MATCHED-APPROVAL      PIC 9(4) VALUE ZERO.

       01  WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 500 TIMES.
              10 WS-AP-CUST-ID         PIC X(10).
              10 WS-AP-AMOUNT          PIC 9(7)V99.
              10 WS-AP-APPROVED-BY     PIC X(8).
              10 WS-AP-USED-SW         PIC X(1).

       01  WS-REFUND-NUMBER-FIELDS.
           05 WS-REFUND-SEQUENCE       PIC 9(6) VALUE ZERO.
           05 WS-REFUND-NUMBER-BUILD.
              10 FILLER                PIC X(2) VALUE 'RF'.
              10 WS-REFUND-NUMBER-SEQ  PIC 9(6).
              10 FILLER                PIC X(4) VALUE SPACES.
           05 WS-CURRENT-REFUND-NUMBER PIC X(12).

       01  WS-JOURNAL-FIELDS.
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-JRN-BEFORE-IMAGE      PIC X(200).

       01  WS-GL-FIELDS.
           05 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-RECORDS-WRITTEN    PIC 9(4) VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'CUSTOMER REFUND REGISTER'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER ID'.
              10 FILLER                PIC X(22) VALUE 'CUSTOMER NAME'.
              10 FILLER                PIC X(6)  VALUE 'ITEMS'.
              10 FILLER                PIC X(10) VALUE 'OLDEST'.
              10 FILLER                PIC X(7)  VALUE 'AGE'.
              10 FILLER                PIC X(15) VALUE 'CREDIT'.
              10 FILLER                PIC X(15) VALUE 'REFUND'.
              10 FILLER                PIC X(10) VALUE 'REF NO'.
              10 FILLER                PIC X(35) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-NAME         PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ITEMS             PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OLDEST-DATE       PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-AGE               PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CREDIT            PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REFUND            PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REFUND-NUMBER     PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(20).
           05 FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9300-OPEN-OPEN-ITEM-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CHEQUE-FILE
           PERFORM 9100-OPEN-JOURNAL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-REFUND-CONTROL
           PERFORM 1300-READ-PARAMETERS
           PERFORM 1400-LOAD-APPROVALS
           PERFORM 1200-PRINT-HEADERS.

       1100-FORMAT-DATE.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-REFUND-CONTROL.
           MOVE ZERO TO WS-REFUND-SEQUENCE
           OPEN INPUT REFUND-CONTROL-FILE
           IF WS-REFCTL-STATUS = '00'
               READ REFUND-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RCT-NEXT-REFUND-NUMBER IS NUMERIC
                               AND RCT-NEXT-REFUND-NUMBER > ZERO
                           COMPUTE WS-REFUND-SEQUENCE =
                               RCT-NEXT-REFUND-NUMBER - 1
                       END-IF
               END-READ
               CLOSE REFUND-CONTROL-FILE
           ELSE
               DISPLAY 'NO REFUND CONTROL FILE - NUMBERING FROM 1'
           END-IF.

       1160-WRITE-REFUND-CONTROL.
           OPEN OUTPUT REFUND-CONTROL-FILE
           MOVE SPACES TO REFUND-CONTROL-RECORD
           COMPUTE RCT-NEXT-REFUND-NUMBER = WS-REFUND-SEQUENCE + 1
           WRITE REFUND-CONTROL-RECORD
           CLOSE REFUND-CONTROL-FILE.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   SELECTION (' WS-PARM-SOURCE ')'
                  ' - CREDIT AGE DAYS: ' WS-MIN-AGE-DAYS
                  '  OR CREDIT AMOUNT: ' WS-MIN-AMOUNT
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

       1300-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '00'
               READ PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1310-APPLY-PARAMETERS
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'NO REFUND PARAMETER FILE - USING DEFAULTS '
                   '(AGE ' WS-MIN-AGE-DAYS ' DAYS, AMOUNT '
                   WS-MIN-AMOUNT ')'
           END-IF.

       1310-APPLY-PARAMETERS.
           MOVE 'REFPARM' TO WS-PARM-SOURCE
           IF RFP-MIN-AGE-DAYS IS NUMERIC
               MOVE RFP-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
           ELSE
               DISPLAY 'INVALID CREDIT AGE PARAMETER "'
                   RFP-MIN-AGE-DAYS '" - USING ' WS-MIN-AGE-DAYS
           END-IF
           IF RFP-MIN-AMOUNT IS NUMERIC
               MOVE RFP-MIN-AMOUNT TO WS-MIN-AMOUNT
           ELSE
               DISPLAY 'INVALID CREDIT AMOUNT PARAMETER "'
                   RFP-MIN-AMOUNT '" - USING ' WS-MIN-AMOUNT
           END-IF.

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
                   DISPLAY 'WARNING: REFUND APPROVAL TABLE FULL - '
                       'RECORDS BEYOND 500 IGNORED'
               END-IF
               CLOSE APPROVAL-FILE
           ELSE
               DISPLAY 'NO REFUND APPROVAL FILE - REGISTER LISTS '
                   'CANDIDATES ONLY'
           END-IF.

       1410-STORE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           IF RFA-CUST-ID NOT = SPACES
                   AND RFA-APPROVED-AMOUNT IS NUMERIC
               ADD 1 TO WS-APPROVAL-COUNT
               MOVE RFA-CUST-ID TO WS-AP-CUST-ID(WS-APPROVAL-COUNT)
               MOVE RFA-APPROVED-AMOUNT TO
                   WS-AP-AMOUNT(WS-APPROVAL-COUNT)
               MOVE RFA-APPROVED-BY TO
                   WS-AP-APPROVED-BY(WS-APPROVAL-COUNT)
               MOVE 'N' TO WS-AP-USED-SW(WS-APPROVAL-COUNT)
           ELSE
               DISPLAY 'INVALID REFUND APPROVAL RECORD SKIPPED: '
                   RFA-CUST-ID
           END-IF.

       2000-PROCESS-CUSTOMERS.
           MOVE LOW-VALUES TO CUST-ID
           MOVE 'N' TO WS-SCAN-EOF-SW

           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       PERFORM 2100-EXAMINE-CUSTOMER
               END-READ
           END-PERFORM.

       2100-EXAMINE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM 2110-TOTAL-CREDIT-ITEMS
           IF WS-CUST-CREDIT-ITEMS > ZERO
               ADD 1 TO WS-CUSTOMERS-WITH-CREDIT
               PERFORM 2150-CHECK-SELECTION
               IF CUSTOMER-SELECTED
                   ADD 1 TO WS-CUSTOMERS-SELECTED
                   ADD WS-CUST-CREDIT-TOTAL TO WS-TOTAL-CREDIT-LISTED
                   PERFORM 2200-DETERMINE-ACTION
               END-IF
           END-IF.

       2110-TOTAL-CREDIT-ITEMS.
           MOVE ZERO TO WS-CUST-CREDIT-TOTAL
           MOVE ZERO TO WS-CUST-CREDIT-ITEMS
           MOVE ZERO TO WS-OLDEST-CREDIT-DATE
           MOVE 'N' TO WS-OPNITM-EOF-SW
           MOVE CUST-ID TO OPN-CUST-ID
           MOVE ZERO TO OPN-INVOICE-NUMBER

           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY MOVE 'Y' TO WS-OPNITM-EOF-SW
           END-START

           PERFORM UNTIL OPNITM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OPNITM-EOF-SW
                   NOT AT END
                       IF OPN-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-OPNITM-EOF-SW
                       ELSE
                           IF OPN-DOC-CREDIT AND OPN-ITEM-OPEN
                                   AND OPN-OPEN-AMOUNT < ZERO
                               PERFORM 2120-ADD-CREDIT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2120-ADD-CREDIT-ITEM.
           ADD 1 TO WS-CUST-CREDIT-ITEMS
           SUBTRACT OPN-OPEN-AMOUNT FROM WS-CUST-CREDIT-TOTAL
           IF WS-OLDEST-CREDIT-DATE = ZERO
                   OR OPN-INVOICE-DATE < WS-OLDEST-CREDIT-DATE
               MOVE OPN-INVOICE-DATE TO WS-OLDEST-CREDIT-DATE
           END-IF.

       2150-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECTED-SW
           IF WS-OLDEST-CREDIT-DATE > ZERO
               COMPUTE WS-CREDIT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUMERIC)
                   - FUNCTION INTEGER-OF-DATE (WS-OLDEST-CREDIT-DATE)
           ELSE
               MOVE 999 TO WS-CREDIT-AGE-DAYS
           END-IF

           IF WS-CREDIT-AGE-DAYS NOT < WS-MIN-AGE-DAYS
                   OR WS-CUST-CREDIT-TOTAL NOT < WS-MIN-AMOUNT
               MOVE 'Y' TO WS-SELECTED-SW
           END-IF.

       2200-DETERMINE-ACTION.
           MOVE ZERO TO WS-REFUND-AMOUNT
           MOVE SPACES TO WS-CURRENT-REFUND-NUMBER
           PERFORM 2210-FIND-APPROVAL

           IF WS-MATCHED-APPROVAL = ZERO
               MOVE 'AWAITING APPROVAL' TO WS-STATUS-TEXT
               ADD 1 TO WS-AWAITING-APPROVAL
           ELSE
               MOVE 'Y' TO WS-AP-USED-SW(WS-MATCHED-APPROVAL)
               MOVE WS-CUST-CREDIT-TOTAL TO WS-REFUND-AMOUNT
               IF WS-AP-AMOUNT(WS-MATCHED-APPROVAL) > ZERO
                       AND WS-AP-AMOUNT(WS-MATCHED-APPROVAL) <
                           WS-REFUND-AMOUNT
                   MOVE WS-AP-AMOUNT(WS-MATCHED-APPROVAL) TO
                       WS-REFUND-AMOUNT
               END-IF

               COMPUTE WS-CREDIT-BALANCE = ZERO - CUST-CURRENT-BALANCE
               IF WS-CREDIT-BALANCE NOT > ZERO
                   MOVE ZERO TO WS-REFUND-AMOUNT
                   MOVE 'HELD - NO CREDIT BAL' TO WS-STATUS-TEXT
                   ADD 1 TO WS-REFUNDS-HELD
               ELSE
                   IF WS-REFUND-AMOUNT > WS-CREDIT-BALANCE
                       MOVE WS-CREDIT-BALANCE TO WS-REFUND-AMOUNT
                   END-IF
                   PERFORM 2300-ISSUE-REFUND
               END-IF
           END-IF

           PERFORM 2900-PRINT-REGISTER-LINE.

       2210-FIND-APPROVAL.
           MOVE ZERO TO WS-MATCHED-APPROVAL
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
                   OR WS-MATCHED-APPROVAL > ZERO
               IF WS-AP-CUST-ID(WS-APPROVAL-SUB) = CUST-ID
                       AND WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   MOVE WS-APPROVAL-SUB TO WS-MATCHED-APPROVAL
               END-IF
           END-PERFORM.

       2300-ISSUE-REFUND.
           MOVE 'Y' TO WS-REFUND-OK-SW
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           ADD WS-REFUND-AMOUNT TO CUST-CURRENT-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REFUND-OK-SW
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CUST-ID
           END-REWRITE

           IF REFUND-OK
               ADD 1 TO WS-REFUND-SEQUENCE
               MOVE WS-REFUND-SEQUENCE TO WS-REFUND-NUMBER-SEQ
               MOVE WS-REFUND-NUMBER-BUILD TO WS-CURRENT-REFUND-NUMBER
               PERFORM 9200-WRITE-JOURNAL-RECORD
               PERFORM 2310-RELIEVE-CREDIT-ITEMS
               PERFORM 2400-WRITE-CHEQUE-REQUEST
               ADD 1 TO WS-REFUNDS-ISSUED
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
               IF WS-REFUND-REMAINING > ZERO
                   MOVE 'REFUNDED - CR OPEN' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'REFUNDED' TO WS-STATUS-TEXT
               END-IF
           ELSE
               MOVE ZERO TO WS-REFUND-AMOUNT
               MOVE 'HELD - UPDATE FAILED' TO WS-STATUS-TEXT
               ADD 1 TO WS-REFUNDS-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.

       2310-RELIEVE-CREDIT-ITEMS.
           MOVE WS-REFUND-AMOUNT TO WS-REFUND-REMAINING
           MOVE 'N' TO WS-OPNITM-EOF-SW
           MOVE CUST-ID TO OPN-CUST-ID
           MOVE ZERO TO OPN-INVOICE-NUMBER

           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY MOVE 'Y' TO WS-OPNITM-EOF-SW
           END-START

           PERFORM UNTIL OPNITM-EOF
                   OR WS-REFUND-REMAINING NOT > ZERO
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OPNITM-EOF-SW
                   NOT AT END
                       IF OPN-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-OPNITM-EOF-SW
                       ELSE
                           IF OPN-DOC-CREDIT AND OPN-ITEM-OPEN
                                   AND OPN-OPEN-AMOUNT < ZERO
                               PERFORM 2320-RELIEVE-ONE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2320-RELIEVE-ONE-CREDIT.
           COMPUTE WS-RELIEF-APPLIED = ZERO - OPN-OPEN-AMOUNT
           IF WS-RELIEF-APPLIED > WS-REFUND-REMAINING
               MOVE WS-REFUND-REMAINING TO WS-RELIEF-APPLIED
           END-IF
           ADD WS-RELIEF-APPLIED TO OPN-OPEN-AMOUNT
           IF OPN-OPEN-AMOUNT = ZERO
               MOVE 'P' TO OPN-STATUS
           END-IF
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RELIEVING CREDIT ITEM: '
                       OPN-INVOICE-NUMBER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SUBTRACT WS-RELIEF-APPLIED FROM WS-REFUND-REMAINING
                   ADD 1 TO WS-CREDIT-ITEMS-RELIEVED
           END-REWRITE.

       2400-WRITE-CHEQUE-REQUEST.
           MOVE SPACES TO CHEQUE-REQUEST-RECORD
           MOVE WS-CURRENT-REFUND-NUMBER TO CHQ-REFUND-NUMBER
           MOVE CUST-ID TO CHQ-CUST-ID
           MOVE CUST-NAME TO CHQ-PAYEE-NAME
           MOVE CUST-ADDRESS TO CHQ-PAYEE-ADDRESS
           MOVE WS-REFUND-AMOUNT TO CHQ-AMOUNT
           MOVE WS-CURRENT-DATE-NUMERIC TO CHQ-REQUEST-DATE
           MOVE WS-AP-APPROVED-BY(WS-MATCHED-APPROVAL) TO
               CHQ-APPROVED-BY
           WRITE CHEQUE-REQUEST-RECORD.

       2900-PRINT-REGISTER-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME(1:20) TO WS-DTL-CUST-NAME
           MOVE WS-CUST-CREDIT-ITEMS TO WS-DTL-ITEMS
           MOVE WS-OLDEST-CREDIT-DATE TO WS-DTL-OLDEST-DATE
           IF WS-CREDIT-AGE-DAYS < ZERO
               MOVE ZERO TO WS-DTL-AGE
           ELSE
               MOVE WS-CREDIT-AGE-DAYS TO WS-DTL-AGE
           END-IF
           MOVE WS-CUST-CREDIT-TOTAL TO WS-DTL-CREDIT
           MOVE WS-REFUND-AMOUNT TO WS-DTL-REFUND
           MOVE WS-CURRENT-REFUND-NUMBER TO WS-DTL-REFUND-NUMBER
           MOVE WS-STATUS-TEXT TO WS-DTL-STATUS
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

       9100-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTOMER JOURNAL: '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9300-OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPNITM-STATUS NOT = '00'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPNITM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                       WS-OPNITM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'ARREFUND' TO JRN-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO JRN-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO JRN-RUN-TIME
           MOVE 'R' TO JRN-ACTION
           MOVE WS-CURRENT-REFUND-NUMBER TO JRN-TRAN-KEY
           MOVE CUST-ID TO JRN-CUST-ID
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       3000-FINALIZE.
           PERFORM 3050-LIST-UNUSED-APPROVALS
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           IF WS-REFUNDS-ISSUED > ZERO
               PERFORM 1160-WRITE-REFUND-CONTROL
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE REPORT-FILE
           CLOSE CHEQUE-FILE
           CLOSE JOURNAL-FILE.

       3050-LIST-UNUSED-APPROVALS.
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
               IF WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   PERFORM 3060-PRINT-UNUSED-APPROVAL
               END-IF
           END-PERFORM.

       3060-PRINT-UNUSED-APPROVAL.
           ADD 1 TO WS-APPROVALS-UNUSED
           IF WS-APPROVALS-UNUSED = 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE '*** APPROVALS NOT APPLIED ***' TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 2 TO WS-REPORT-LINE-COUNT
           END-IF
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-RECORD
           STRING WS-AP-CUST-ID(WS-APPROVAL-SUB)
                  '  APPROVED BY ' WS-AP-APPROVED-BY(WS-APPROVAL-SUB)
                  '  - NO CREDIT MEETING REFUND SELECTION'
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'CUSTOMERS READ:         '
                  WS-CUSTOMERS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTOMERS WITH CREDIT:  '
                  WS-CUSTOMERS-WITH-CREDIT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTOMERS SELECTED:     '
                  WS-CUSTOMERS-SELECTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CREDIT SELECTED:        $'
                  WS-TOTAL-CREDIT-LISTED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AWAITING APPROVAL:      '
                  WS-AWAITING-APPROVAL
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'REFUNDS ISSUED:         '
                  WS-REFUNDS-ISSUED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT REFUNDED:        $'
                  WS-TOTAL-REFUNDED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'REFUNDS HELD:           '
                  WS-REFUNDS-HELD
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CREDIT ITEMS RELIEVED:  '
                  WS-CREDIT-ITEMS-RELIEVED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'APPROVALS READ:         '
                  WS-APPROVALS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'APPROVALS NOT APPLIED:  '
                  WS-APPROVALS-UNUSED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3400-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE

           IF WS-TOTAL-REFUNDED > ZERO
               MOVE 'ACCOUNTS RECEIVABLE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-TOTAL-REFUNDED TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'CUSTOMER REFUNDS' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'REFUNDS PAYABLE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-TOTAL-REFUNDED TO GL-CREDIT-AMOUNT
               MOVE 'CUSTOMER REFUNDS' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

       3410-WRITE-GL-RECORD.
           MOVE WS-CURRENT-DATE-NUMERIC TO GL-RUN-DATE
           MOVE 'ARREFUND' TO GL-SOURCE-PROGRAM
           ADD GL-DEBIT-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD GL-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-RECORDS-WRITTEN
           WRITE GL-RECORD.

       3420-CHECK-GL-BALANCE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'GL RECORDS WRITTEN:     '
                  WS-GL-RECORDS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GL DEBITS:              $'
                  WS-GL-DEBIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GL CREDITS:             $'
                  WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** GL INTERFACE OUT OF BALANCE ***'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'GL INTERFACE OUT OF BALANCE - DEBITS '
                   WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
