       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHRG.
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

           SELECT CONTROL-FILE ASSIGN TO 'FCHCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO 'INVCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'FCHREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLFIN'
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

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD.
           05 FCC-MONTHLY-RATE         PIC V9(4).
           05 FCC-MINIMUM-CHARGE       PIC 9(5)V99.
           05 FCC-GRACE-DAYS           PIC 9(3).
           05 FILLER                   PIC X(66).

       FD  INVOICE-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  INVOICE-CONTROL-RECORD.
           05 IVC-NEXT-INVOICE-NUMBER  PIC 9(6).
           05 FILLER                   PIC X(14).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

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
           05 WS-CONTROL-STATUS        PIC XX.
           05 WS-INVCTL-STATUS         PIC XX.
           05 WS-REPORT-STATUS         PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-GL-STATUS             PIC XX.

       01  WS-COUNTERS.
           05 WS-CUSTOMERS-READ        PIC 9(6) VALUE ZERO.
           05 WS-CUSTOMERS-OVERDUE     PIC 9(6) VALUE ZERO.
           05 WS-CHARGES-ASSESSED      PIC 9(6) VALUE ZERO.
           05 WS-CHARGES-WAIVED        PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-OVERDUE         PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-ASSESSED        PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-WAIVED          PIC 9(9)V99 VALUE ZERO.
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
           05 WS-ITEM-DATE.
              10 WS-ITEM-YEAR          PIC 9(4).
              10 WS-ITEM-MONTH         PIC 99.
              10 WS-ITEM-DAY           PIC 99.

       01  WS-CONTROL-FIELDS.
           05 WS-FC-RATE               PIC V9(4) VALUE .0150.
           05 WS-FC-MINIMUM-CHARGE     PIC 9(5)V99 VALUE 2.00.
           05 WS-FC-GRACE-DAYS         PIC 9(3) VALUE 30.
           05 WS-CONTROL-SOURCE        PIC X(7) VALUE 'DEFAULT'.

       01  WS-FLAGS.
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.
           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.
           05 WS-ALREADY-BILLED-SW     PIC X VALUE 'N'.
              88 ALREADY-BILLED        VALUE 'Y'.
           05 WS-CHARGE-OK-SW          PIC X VALUE 'N'.
              88 CHARGE-OK             VALUE 'Y'.

       01  WS-CHARGE-FIELDS.
           05 WS-AGE-DAYS              PIC S9(6).
           05 WS-OLDEST-AGE            PIC S9(6).
           05 WS-OVERDUE-ITEMS         PIC 9(4).
           05 WS-OVERDUE-AMOUNT        PIC 9(7)V99.
           05 WS-CHARGE-BASE           PIC 9(7)V99.
           05 WS-CHARGE-AMOUNT         PIC 9(7)V99.
           05 WS-STATUS-TEXT           PIC X(26).
           05 WS-DOCUMENT-NUMBER       PIC 9(6) VALUE ZERO.
           05 WS-DOC-NUMBER-TEXT       PIC X(6).
           05 WS-CHARGE-REFERENCE.
              10 FILLER                PIC X(6) VALUE 'FINCHG'.
              10 WS-CHG-REF-YEAR       PIC 9(4).
              10 WS-CHG-REF-MONTH      PIC 99.

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
                 VALUE 'FINANCE CHARGE REGISTER'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER ID'.
              10 FILLER                PIC X(22) VALUE 'CUSTOMER NAME'.
              10 FILLER                PIC X(6)  VALUE 'ITEMS'.
              10 FILLER                PIC X(7)  VALUE 'OLDEST'.
              10 FILLER                PIC X(15) VALUE 'OVERDUE'.
              10 FILLER                PIC X(15) VALUE 'BALANCE'.
              10 FILLER                PIC X(15) VALUE 'CHARGE'.
              10 FILLER                PIC X(8)  VALUE 'DOC NO'.
              10 FILLER                PIC X(32) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-NAME         PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ITEMS             PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OLDEST-AGE        PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OVERDUE           PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-BALANCE           PIC $$,$$$,$$9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-DTL-CHARGE            PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DOC-NUMBER        PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(26).
           05 FILLER                   PIC X(6) VALUE SPACES.

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
           PERFORM 9100-OPEN-JOURNAL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-INVOICE-CONTROL
           PERFORM 1300-READ-CONTROL-FILE
           PERFORM 1200-PRINT-HEADERS.

       1100-FORMAT-DATE.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4)
           MOVE WS-CURR-YEAR TO WS-CHG-REF-YEAR
           MOVE WS-CURR-MONTH TO WS-CHG-REF-MONTH.

       1150-READ-INVOICE-CONTROL.
           MOVE ZERO TO WS-DOCUMENT-NUMBER
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVCTL-STATUS = '00'
               READ INVOICE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IVC-NEXT-INVOICE-NUMBER IS NUMERIC
                               AND IVC-NEXT-INVOICE-NUMBER > ZERO
                           COMPUTE WS-DOCUMENT-NUMBER =
                               IVC-NEXT-INVOICE-NUMBER - 1
                       END-IF
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           ELSE
               DISPLAY 'NO INVOICE CONTROL FILE - NUMBERING FROM 1'
           END-IF.

       1160-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           COMPUTE IVC-NEXT-INVOICE-NUMBER = WS-DOCUMENT-NUMBER + 1
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVOICE-CONTROL-FILE.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   CONTROLS (' WS-CONTROL-SOURCE ')'
                  ' - MONTHLY RATE: .' WS-FC-RATE
                  '  MINIMUM CHARGE: ' WS-FC-MINIMUM-CHARGE
                  '  GRACE DAYS: ' WS-FC-GRACE-DAYS
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

       1300-READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1310-APPLY-CONTROLS
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'NO FINANCE CHARGE CONTROL FILE - USING '
                   'DEFAULT RATE, MINIMUM AND GRACE DAYS'
           END-IF.

       1310-APPLY-CONTROLS.
           MOVE 'FCHCTL' TO WS-CONTROL-SOURCE
           IF FCC-MONTHLY-RATE IS NUMERIC
               MOVE FCC-MONTHLY-RATE TO WS-FC-RATE
           ELSE
               DISPLAY 'INVALID FINANCE CHARGE RATE - USING .'
                   WS-FC-RATE
           END-IF
           IF FCC-MINIMUM-CHARGE IS NUMERIC
               MOVE FCC-MINIMUM-CHARGE TO WS-FC-MINIMUM-CHARGE
           ELSE
               DISPLAY 'INVALID MINIMUM CHARGE - USING '
                   WS-FC-MINIMUM-CHARGE
           END-IF
           IF FCC-GRACE-DAYS IS NUMERIC
               MOVE FCC-GRACE-DAYS TO WS-FC-GRACE-DAYS
           ELSE
               DISPLAY 'INVALID GRACE DAYS - USING ' WS-FC-GRACE-DAYS
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
           PERFORM 2110-SCAN-OPEN-ITEMS
           IF WS-OVERDUE-ITEMS > ZERO
               ADD 1 TO WS-CUSTOMERS-OVERDUE
               ADD WS-OVERDUE-AMOUNT TO WS-TOTAL-OVERDUE
               PERFORM 2200-COMPUTE-CHARGE
               PERFORM 2300-ASSESS-OR-WAIVE
               PERFORM 2900-PRINT-REGISTER-LINE
           END-IF.

       2110-SCAN-OPEN-ITEMS.
           MOVE ZERO TO WS-OVERDUE-ITEMS
           MOVE ZERO TO WS-OVERDUE-AMOUNT
           MOVE ZERO TO WS-OLDEST-AGE
           MOVE 'N' TO WS-ALREADY-BILLED-SW
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
                           PERFORM 2120-CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       2120-CHECK-ONE-ITEM.
           IF OPN-DOC-FIN-CHARGE
               MOVE OPN-INVOICE-DATE TO WS-ITEM-DATE
               IF WS-ITEM-YEAR = WS-CURR-YEAR
                       AND WS-ITEM-MONTH = WS-CURR-MONTH
                   MOVE 'Y' TO WS-ALREADY-BILLED-SW
               END-IF
           END-IF

           IF OPN-DOC-INVOICE AND OPN-ITEM-OPEN
                   AND OPN-OPEN-AMOUNT > ZERO
               IF OPN-INVOICE-DATE > ZERO
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-CURRENT-DATE-NUMERIC)
                       - FUNCTION INTEGER-OF-DATE (OPN-INVOICE-DATE)
               ELSE
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-FC-GRACE-DAYS
                   ADD 1 TO WS-OVERDUE-ITEMS
                   ADD OPN-OPEN-AMOUNT TO WS-OVERDUE-AMOUNT
                   IF WS-AGE-DAYS > WS-OLDEST-AGE
                       MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
                   END-IF
               END-IF
           END-IF.

       2200-COMPUTE-CHARGE.
           MOVE WS-OVERDUE-AMOUNT TO WS-CHARGE-BASE
           IF CUST-CURRENT-BALANCE < WS-CHARGE-BASE
               IF CUST-CURRENT-BALANCE > ZERO
                   MOVE CUST-CURRENT-BALANCE TO WS-CHARGE-BASE
               ELSE
                   MOVE ZERO TO WS-CHARGE-BASE
               END-IF
           END-IF

           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-CHARGE-BASE * WS-FC-RATE
           IF WS-CHARGE-BASE > ZERO
                   AND WS-CHARGE-AMOUNT < WS-FC-MINIMUM-CHARGE
               MOVE WS-FC-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
           END-IF.

       2300-ASSESS-OR-WAIVE.
           MOVE SPACES TO WS-DOC-NUMBER-TEXT
           EVALUATE TRUE
               WHEN CUST-EXEMPT-FROM-FIN-CHG
                   MOVE 'WAIVED - EXEMPT' TO WS-STATUS-TEXT
                   PERFORM 2350-COUNT-WAIVED
               WHEN ALREADY-BILLED
                   MOVE 'WAIVED - BILLED THIS MONTH' TO WS-STATUS-TEXT
                   PERFORM 2350-COUNT-WAIVED
               WHEN WS-CHARGE-BASE = ZERO
                   MOVE 'WAIVED - NO BALANCE DUE' TO WS-STATUS-TEXT
                   PERFORM 2350-COUNT-WAIVED
               WHEN WS-CHARGE-AMOUNT = ZERO
                   MOVE 'WAIVED - ZERO CHARGE' TO WS-STATUS-TEXT
                   PERFORM 2350-COUNT-WAIVED
               WHEN OTHER
                   PERFORM 2400-POST-CHARGE
           END-EVALUATE.

       2350-COUNT-WAIVED.
           ADD 1 TO WS-CHARGES-WAIVED
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-WAIVED.

       2400-POST-CHARGE.
           MOVE 'Y' TO WS-CHARGE-OK-SW
           ADD 1 TO WS-DOCUMENT-NUMBER
           MOVE WS-DOCUMENT-NUMBER TO WS-DOC-NUMBER-TEXT
           PERFORM 2410-WRITE-CHARGE-ITEM

           IF CHARGE-OK
               MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
               ADD WS-CHARGE-AMOUNT TO CUST-CURRENT-BALANCE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CHARGE-OK-SW
                       DISPLAY 'ERROR UPDATING CUSTOMER: ' CUST-ID
                       SUBTRACT WS-CHARGE-AMOUNT FROM
                           CUST-CURRENT-BALANCE
                       MOVE 'NOT POSTED - CUST UPDATE'
                           TO WS-STATUS-TEXT
                       PERFORM 2420-REMOVE-CHARGE-ITEM
               END-REWRITE
           END-IF

           IF CHARGE-OK
               PERFORM 9200-WRITE-JOURNAL-RECORD
               ADD 1 TO WS-CHARGES-ASSESSED
               ADD WS-CHARGE-AMOUNT TO WS-TOTAL-ASSESSED
               MOVE 'ASSESSED' TO WS-STATUS-TEXT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2410-WRITE-CHARGE-ITEM.
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE CUST-ID TO OPN-CUST-ID
           MOVE WS-DOCUMENT-NUMBER TO OPN-INVOICE-NUMBER
           MOVE WS-CHARGE-REFERENCE TO OPN-ORDER-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO OPN-INVOICE-DATE
           MOVE WS-CHARGE-AMOUNT TO OPN-ORIGINAL-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO OPN-OPEN-AMOUNT
           MOVE 'O' TO OPN-STATUS
           MOVE 'F' TO OPN-DOC-TYPE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHARGE-OK-SW
                   DISPLAY 'ERROR WRITING FINANCE CHARGE ITEM: '
                       WS-DOCUMENT-NUMBER
                   MOVE 'NOT POSTED - ITEM WRITE' TO WS-STATUS-TEXT
           END-WRITE.

       2420-REMOVE-CHARGE-ITEM.
           DELETE OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY 'ERROR REMOVING FINANCE CHARGE ITEM: '
                       WS-DOCUMENT-NUMBER
           END-DELETE.

       2900-PRINT-REGISTER-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME(1:20) TO WS-DTL-CUST-NAME
           MOVE WS-OVERDUE-ITEMS TO WS-DTL-ITEMS
           MOVE WS-OLDEST-AGE TO WS-DTL-OLDEST-AGE
           MOVE WS-OVERDUE-AMOUNT TO WS-DTL-OVERDUE
           MOVE CUST-CURRENT-BALANCE TO WS-DTL-BALANCE
           MOVE WS-CHARGE-AMOUNT TO WS-DTL-CHARGE
           MOVE WS-DOC-NUMBER-TEXT TO WS-DTL-DOC-NUMBER
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

       9200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'FINCHRG' TO JRN-PROGRAM-ID
           MOVE WS-CURRENT-DATE-NUMERIC TO JRN-RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO JRN-RUN-TIME
           MOVE 'R' TO JRN-ACTION
           MOVE WS-CHARGE-REFERENCE TO JRN-TRAN-KEY
           MOVE CUST-ID TO JRN-CUST-ID
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

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

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3400-WRITE-GL-INTERFACE
           IF WS-CHARGES-ASSESSED > ZERO
               PERFORM 1160-WRITE-INVOICE-CONTROL
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE.

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
           STRING 'CUSTOMERS PAST DUE:     '
                  WS-CUSTOMERS-OVERDUE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT PAST DUE:        $'
                  WS-TOTAL-OVERDUE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CHARGES ASSESSED:       '
                  WS-CHARGES-ASSESSED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT ASSESSED:        $'
                  WS-TOTAL-ASSESSED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CHARGES WAIVED:         '
                  WS-CHARGES-WAIVED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT WAIVED:          $'
                  WS-TOTAL-WAIVED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3400-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE

           IF WS-TOTAL-ASSESSED > ZERO
               MOVE 'ACCOUNTS RECEIVABLE' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE WS-TOTAL-ASSESSED TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE 'MONTHLY FIN CHARGES' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD

               MOVE 'FIN CHG INCOME' TO GL-ACCOUNT
               MOVE SPACES TO GL-JUR-CODE
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-TOTAL-ASSESSED TO GL-CREDIT-AMOUNT
               MOVE 'MONTHLY FIN CHARGES' TO GL-DESCRIPTION
               PERFORM 3410-WRITE-GL-RECORD
           END-IF

           CLOSE GL-FILE
           PERFORM 3420-CHECK-GL-BALANCE.

       3410-WRITE-GL-RECORD.
           MOVE WS-CURRENT-DATE-NUMERIC TO GL-RUN-DATE
           MOVE 'FINCHRG' TO GL-SOURCE-PROGRAM
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
