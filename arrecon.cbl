       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
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

           SELECT CONTROL-FILE ASSIGN TO 'ARCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GLORD-FILE ASSIGN TO 'GLORD'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLPAY-FILE ASSIGN TO 'GLPAY'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLRET-FILE ASSIGN TO 'GLRET'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLFIN-FILE ASSIGN TO 'GLFIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLREF-FILE ASSIGN TO 'GLREF'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLSHP-FILE ASSIGN TO 'GLSHP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ARRRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

      * Receivables control total carried from one run to the next.
      * ARC-OPENING-TOTAL is kept so that a rerun on the same business
      * date measures the day's change from the same starting point.
       FD  CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD.
           05 ARC-RUN-DATE             PIC 9(8).
           05 ARC-OPENING-TOTAL        PIC S9(11)V99.
           05 ARC-CLOSING-TOTAL        PIC S9(11)V99.
           05 FILLER                   PIC X(6).

       FD  GLORD-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLORD-RECORD                PIC X(80).

       FD  GLPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLPAY-RECORD                PIC X(80).

       FD  GLRET-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLRET-RECORD                PIC X(80).

       FD  GLFIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLFIN-RECORD                PIC X(80).

       FD  GLREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLREF-RECORD                PIC X(80).

       FD  GLSHP-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GLSHP-RECORD                PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-OPNITM-STATUS         PIC XX.
           05 WS-CONTROL-STATUS        PIC XX.
           05 WS-GL-STATUS             PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       COPY GLREC.

       01  WS-COUNTERS.
           05 WS-CUSTOMERS-READ        PIC 9(6) VALUE ZERO.
           05 WS-CUSTOMERS-DIFFERENT   PIC 9(6) VALUE ZERO.
           05 WS-OPEN-ITEMS-READ       PIC 9(6) VALUE ZERO.
           05 WS-ORPHAN-ITEMS          PIC 9(6) VALUE ZERO.
           05 WS-PAID-ITEMS-OPEN       PIC 9(6) VALUE ZERO.
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

       01  WS-TOTAL-FIELDS.
           05 WS-CUST-OPEN-TOTAL       PIC S9(9)V99.
           05 WS-CUST-DIFFERENCE       PIC S9(9)V99.
           05 WS-CONTROL-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05 WS-AROPEN-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05 WS-CUSTOMER-DIFF-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 WS-ORPHAN-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05 WS-OPENING-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05 WS-CONTROL-CHANGE        PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.

      * GL-ACCOUNT is X(16), so the posting programs' receivables
      * account name arrives truncated; it is moved in at start-up.
       01  WS-AR-ACCOUNT               PIC X(16).

      * Every interface file that posts to the receivables account.
      * GLORD and GLPAY come from the daily cycle; GLRET, GLFIN,
      * GLREF and GLSHP are written by on-demand runs and may be
      * absent or dated for another day. Every feed is only counted
      * for the business date being reconciled.
       01  WS-GL-FEED-TABLE.
           05 WS-FEED-NAMES.
              10 FILLER                PIC X(5) VALUE 'GLORD'.
              10 FILLER                PIC X(5) VALUE 'GLPAY'.
              10 FILLER                PIC X(5) VALUE 'GLRET'.
              10 FILLER                PIC X(5) VALUE 'GLFIN'.
              10 FILLER                PIC X(5) VALUE 'GLREF'.
              10 FILLER                PIC X(5) VALUE 'GLSHP'.
           05 WS-FEED-NAME-TABLE REDEFINES WS-FEED-NAMES.
              10 WS-FEED-NAME OCCURS 6 TIMES PIC X(5).
           05 WS-FEED-SUB              PIC 9.
           05 WS-FEED-ENTRY OCCURS 6 TIMES.
              10 WS-FEED-FOUND-SW      PIC X(1).
              10 WS-FEED-AR-ENTRIES    PIC 9(6).
              10 WS-FEED-OTHER-DATE    PIC 9(6).
              10 WS-FEED-DEBITS        PIC 9(11)V99.
              10 WS-FEED-CREDITS       PIC 9(11)V99.

       01  WS-FLAGS.
           05 WS-SCAN-EOF-SW           PIC X VALUE 'N'.
              88 SCAN-EOF              VALUE 'Y'.
           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.
           05 WS-GL-EOF-SW             PIC X VALUE 'N'.
              88 GL-EOF                VALUE 'Y'.
           05 WS-CONTROL-AVAIL-SW      PIC X VALUE 'N'.
              88 CONTROL-TOTAL-AVAILABLE VALUE 'Y'.
           05 WS-CUST-FOUND-SW         PIC X VALUE 'N'.
              88 CUSTOMER-FOUND        VALUE 'Y'.
           05 WS-OUT-OF-BALANCE-SW     PIC X VALUE 'N'.
              88 OUT-OF-BALANCE        VALUE 'Y'.

       01  WS-LAST-CUST-ID             PIC X(10) VALUE SPACES.
       01  WS-EXCEPTION-TEXT           PIC X(30).
       01  WS-SECTION-TITLE            PIC X(132) VALUE SPACES.
       01  WS-COLUMN-HEADER            PIC X(132) VALUE SPACES.
       01  WS-SUM-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       COPY CYCPARM.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(40)
                 VALUE 'ACCOUNTS RECEIVABLE RECONCILIATION'.
              10 FILLER                PIC X(52) VALUE SPACES.
           05 WS-CUST-HEADER.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER ID'.
              10 FILLER                PIC X(22) VALUE 'CUSTOMER NAME'.
              10 FILLER                PIC X(18) VALUE 'MASTER BALANCE'.
              10 FILLER                PIC X(18) VALUE 'OPEN ITEMS'.
              10 FILLER                PIC X(62) VALUE 'DIFFERENCE'.
           05 WS-ITEM-HEADER.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER ID'.
              10 FILLER                PIC X(9) VALUE 'INVOICE'.
              10 FILLER                PIC X(8) VALUE 'STATUS'.
              10 FILLER                PIC X(6) VALUE 'TYPE'.
              10 FILLER                PIC X(18) VALUE 'OPEN AMOUNT'.
              10 FILLER                PIC X(79) VALUE 'EXCEPTION'.
           05 WS-FEED-HEADER.
              10 FILLER                PIC X(8) VALUE 'FEED'.
              10 FILLER                PIC X(13) VALUE 'FILE'.
              10 FILLER                PIC X(12) VALUE 'AR ENTRIES'.
              10 FILLER                PIC X(22) VALUE 'AR DEBITS'.
              10 FILLER                PIC X(22) VALUE 'AR CREDITS'.
              10 FILLER                PIC X(22) VALUE 'NET'.
              10 FILLER                PIC X(33)
                 VALUE 'OTHER-DATE RECORDS'.

       01  WS-CUST-DETAIL-LINE.
           05 WS-CDT-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-CUST-NAME         PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CDT-BALANCE           PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-CDT-OPEN-TOTAL        PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-CDT-DIFFERENCE        PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(47) VALUE SPACES.

       01  WS-ITEM-DETAIL-LINE.
           05 WS-IDT-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-IDT-INVOICE           PIC 9(6).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-IDT-STATUS            PIC X(1).
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 WS-IDT-DOC-TYPE          PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-IDT-OPEN-AMOUNT       PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-IDT-EXCEPTION         PIC X(30).
           05 FILLER                   PIC X(49) VALUE SPACES.

       01  WS-FEED-DETAIL-LINE.
           05 WS-FDT-NAME              PIC X(5).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-FDT-FILE-STATE        PIC X(11).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FDT-AR-ENTRIES        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-FDT-DEBITS            PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-FDT-CREDITS           PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-FDT-NET               PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-FDT-OTHER-DATE        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-CUSTOMERS
           PERFORM 2300-CHECK-OPEN-ITEMS
           PERFORM 2600-SCAN-GL-FEEDS
           PERFORM 2700-RECONCILE-CONTROL-TOTAL
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-CYCLE-START-CHECK
           OPEN OUTPUT REPORT-FILE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                   WS-CUST-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9510-CYCLE-END-STAMP
               STOP RUN
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPNITM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                   WS-OPNITM-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9510-CYCLE-END-STAMP
               STOP RUN
           END-IF

           MOVE 'ACCOUNTS RECEIVABLE' TO WS-AR-ACCOUNT
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 6
               MOVE 'N' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE ZERO TO WS-FEED-AR-ENTRIES(WS-FEED-SUB)
               MOVE ZERO TO WS-FEED-OTHER-DATE(WS-FEED-SUB)
               MOVE ZERO TO WS-FEED-DEBITS(WS-FEED-SUB)
               MOVE ZERO TO WS-FEED-CREDITS(WS-FEED-SUB)
           END-PERFORM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-CONTROL-TOTAL
           PERFORM 1200-PRINT-HEADERS.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-CONTROL-TOTAL.
           MOVE ZERO TO WS-OPENING-TOTAL
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1160-SET-OPENING-TOTAL
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           IF NOT CONTROL-TOTAL-AVAILABLE
               DISPLAY 'NO AR CONTROL TOTAL - GL COMPARISON SKIPPED, '
                   'CONTROL TOTAL WILL BE ESTABLISHED'
           END-IF.

       1160-SET-OPENING-TOTAL.
           IF ARC-RUN-DATE IS NUMERIC
                   AND ARC-OPENING-TOTAL IS NUMERIC
                   AND ARC-CLOSING-TOTAL IS NUMERIC
               MOVE 'Y' TO WS-CONTROL-AVAIL-SW
               IF ARC-RUN-DATE = WS-CURRENT-DATE-NUMERIC
                   MOVE ARC-OPENING-TOTAL TO WS-OPENING-TOTAL
               ELSE
                   MOVE ARC-CLOSING-TOTAL TO WS-OPENING-TOTAL
               END-IF
           END-IF.

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
           MOVE 3 TO WS-REPORT-LINE-COUNT.

       1300-START-SECTION.
           PERFORM 2900-CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SECTION-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 3 TO WS-REPORT-LINE-COUNT
           PERFORM 1310-PRINT-COLUMN-HEADER.

       1310-PRINT-COLUMN-HEADER.
           MOVE WS-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 2 TO WS-REPORT-LINE-COUNT.

       2000-RECONCILE-CUSTOMERS.
           MOVE 'CUSTOMER BALANCE VS OPEN ITEMS' TO WS-SECTION-TITLE
           MOVE WS-CUST-HEADER TO WS-COLUMN-HEADER
           PERFORM 1300-START-SECTION

           MOVE LOW-VALUES TO CUST-ID
           MOVE 'N' TO WS-SCAN-EOF-SW

           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM 2100-RECONCILE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       2100-RECONCILE-ONE-CUSTOMER.
           ADD CUST-CURRENT-BALANCE TO WS-CONTROL-TOTAL
           PERFORM 2200-TOTAL-OPEN-ITEMS

           COMPUTE WS-CUST-DIFFERENCE =
               CUST-CURRENT-BALANCE - WS-CUST-OPEN-TOTAL

           IF WS-CUST-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-CUSTOMERS-DIFFERENT
               ADD WS-CUST-DIFFERENCE TO WS-CUSTOMER-DIFF-TOTAL
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               PERFORM 2500-PRINT-CUSTOMER-LINE
           END-IF.

       2200-TOTAL-OPEN-ITEMS.
           MOVE ZERO TO WS-CUST-OPEN-TOTAL
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
                           ADD OPN-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       2300-CHECK-OPEN-ITEMS.
           MOVE 'OPEN ITEM EXCEPTIONS' TO WS-SECTION-TITLE
           MOVE WS-ITEM-HEADER TO WS-COLUMN-HEADER
           PERFORM 1300-START-SECTION

           MOVE LOW-VALUES TO OPN-KEY
           MOVE SPACES TO WS-LAST-CUST-ID
           MOVE 'N' TO WS-OPNITM-EOF-SW

           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY MOVE 'Y' TO WS-OPNITM-EOF-SW
           END-START

           PERFORM UNTIL OPNITM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OPNITM-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OPEN-ITEMS-READ
                       PERFORM 2400-CHECK-ONE-OPEN-ITEM
               END-READ
           END-PERFORM.

       2400-CHECK-ONE-OPEN-ITEM.
           ADD OPN-OPEN-AMOUNT TO WS-AROPEN-TOTAL

           IF OPN-CUST-ID NOT = WS-LAST-CUST-ID
               MOVE OPN-CUST-ID TO WS-LAST-CUST-ID
               PERFORM 2410-FIND-CUSTOMER
           END-IF

           IF NOT CUSTOMER-FOUND
               ADD 1 TO WS-ORPHAN-ITEMS
               ADD OPN-OPEN-AMOUNT TO WS-ORPHAN-TOTAL
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-EXCEPTION-TEXT
               PERFORM 2550-PRINT-ITEM-LINE
           END-IF

           IF OPN-ITEM-PAID AND OPN-OPEN-AMOUNT NOT = ZERO
               ADD 1 TO WS-PAID-ITEMS-OPEN
               MOVE 'PAID ITEM WITH OPEN AMOUNT' TO WS-EXCEPTION-TEXT
               PERFORM 2550-PRINT-ITEM-LINE
           END-IF.

       2410-FIND-CUSTOMER.
           MOVE OPN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ.

       2500-PRINT-CUSTOMER-LINE.
           PERFORM 2900-CHECK-PAGE-BREAK
           MOVE CUST-ID TO WS-CDT-CUST-ID
           MOVE CUST-NAME(1:20) TO WS-CDT-CUST-NAME
           MOVE CUST-CURRENT-BALANCE TO WS-CDT-BALANCE
           MOVE WS-CUST-OPEN-TOTAL TO WS-CDT-OPEN-TOTAL
           MOVE WS-CUST-DIFFERENCE TO WS-CDT-DIFFERENCE
           MOVE WS-CUST-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2550-PRINT-ITEM-LINE.
           PERFORM 2900-CHECK-PAGE-BREAK
           MOVE OPN-CUST-ID TO WS-IDT-CUST-ID
           MOVE OPN-INVOICE-NUMBER TO WS-IDT-INVOICE
           MOVE OPN-STATUS TO WS-IDT-STATUS
           MOVE OPN-DOC-TYPE TO WS-IDT-DOC-TYPE
           MOVE OPN-OPEN-AMOUNT TO WS-IDT-OPEN-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO WS-IDT-EXCEPTION
           MOVE WS-ITEM-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2600-SCAN-GL-FEEDS.
           MOVE 1 TO WS-FEED-SUB
           OPEN INPUT GLORD-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLORD-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLORD-FILE
           END-IF

           MOVE 2 TO WS-FEED-SUB
           OPEN INPUT GLPAY-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLPAY-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLPAY-FILE
           END-IF

           MOVE 3 TO WS-FEED-SUB
           OPEN INPUT GLRET-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLRET-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLRET-FILE
           END-IF

           MOVE 4 TO WS-FEED-SUB
           OPEN INPUT GLFIN-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLFIN-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLFIN-FILE
           END-IF

           MOVE 5 TO WS-FEED-SUB
           OPEN INPUT GLREF-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLREF-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLREF-FILE
           END-IF

           MOVE 6 TO WS-FEED-SUB
           OPEN INPUT GLSHP-FILE
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-FEED-FOUND-SW(WS-FEED-SUB)
               MOVE 'N' TO WS-GL-EOF-SW
               PERFORM UNTIL GL-EOF
                   READ GLSHP-FILE INTO GL-RECORD
                       AT END MOVE 'Y' TO WS-GL-EOF-SW
                       NOT AT END PERFORM 2690-ACCUMULATE-GL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GLSHP-FILE
           END-IF.

       2690-ACCUMULATE-GL-ENTRY.
           IF GL-RUN-DATE NOT = WS-CURRENT-DATE-NUMERIC
               ADD 1 TO WS-FEED-OTHER-DATE(WS-FEED-SUB)
           ELSE
               IF GL-ACCOUNT = WS-AR-ACCOUNT
                   ADD 1 TO WS-FEED-AR-ENTRIES(WS-FEED-SUB)
                   ADD GL-DEBIT-AMOUNT TO
                       WS-FEED-DEBITS(WS-FEED-SUB)
                   ADD GL-CREDIT-AMOUNT TO
                       WS-FEED-CREDITS(WS-FEED-SUB)
               END-IF
           END-IF.

       2700-RECONCILE-CONTROL-TOTAL.
           MOVE 'RECEIVABLES CONTROL TOTAL VS GL FEEDS'
               TO WS-SECTION-TITLE
           MOVE WS-FEED-HEADER TO WS-COLUMN-HEADER
           PERFORM 1300-START-SECTION

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 6
               ADD WS-FEED-DEBITS(WS-FEED-SUB) TO WS-GL-DEBIT-TOTAL
               ADD WS-FEED-CREDITS(WS-FEED-SUB) TO WS-GL-CREDIT-TOTAL
               PERFORM 2750-PRINT-FEED-LINE
           END-PERFORM

           COMPUTE WS-GL-NET-TOTAL =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL

           IF CONTROL-TOTAL-AVAILABLE
               COMPUTE WS-CONTROL-CHANGE =
                   WS-CONTROL-TOTAL - WS-OPENING-TOTAL
               COMPUTE WS-GL-DIFFERENCE =
                   WS-CONTROL-CHANGE - WS-GL-NET-TOTAL
               IF WS-GL-DIFFERENCE NOT = ZERO
                   MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF
           END-IF.

       2750-PRINT-FEED-LINE.
           PERFORM 2900-CHECK-PAGE-BREAK
           MOVE WS-FEED-NAME(WS-FEED-SUB) TO WS-FDT-NAME
           IF WS-FEED-FOUND-SW(WS-FEED-SUB) = 'Y'
               MOVE 'PRESENT' TO WS-FDT-FILE-STATE
           ELSE
               MOVE 'NOT PRESENT' TO WS-FDT-FILE-STATE
           END-IF
           MOVE WS-FEED-AR-ENTRIES(WS-FEED-SUB) TO WS-FDT-AR-ENTRIES
           MOVE WS-FEED-DEBITS(WS-FEED-SUB) TO WS-FDT-DEBITS
           MOVE WS-FEED-CREDITS(WS-FEED-SUB) TO WS-FDT-CREDITS
           COMPUTE WS-FDT-NET =
               WS-FEED-DEBITS(WS-FEED-SUB)
               - WS-FEED-CREDITS(WS-FEED-SUB)
           MOVE WS-FEED-OTHER-DATE(WS-FEED-SUB) TO WS-FDT-OTHER-DATE
           MOVE WS-FEED-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT.

       2900-CHECK-PAGE-BREAK.
           IF WS-REPORT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 2950-NEW-PAGE
           END-IF.

       2950-NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING PAGE
           PERFORM 1200-PRINT-HEADERS
           MOVE WS-SECTION-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-REPORT-LINE-COUNT
           PERFORM 1310-PRINT-COLUMN-HEADER.

       3000-FINALIZE.
           PERFORM 3100-PRINT-SUMMARY
           PERFORM 3200-WRITE-CONTROL-TOTAL
           CLOSE CUSTOMER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE REPORT-FILE
           PERFORM 9510-CYCLE-END-STAMP.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'CUSTOMERS READ:           '
                  WS-CUSTOMERS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTOMERS OUT OF BALANCE: '
                  WS-CUSTOMERS-DIFFERENT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN ITEMS READ:          '
                  WS-OPEN-ITEMS-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS WITHOUT CUSTOMER:   '
                  WS-ORPHAN-ITEMS
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PAID ITEMS STILL OPEN:    '
                  WS-PAID-ITEMS-OPEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CONTROL-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTMAST BALANCE TOTAL:   '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AROPEN-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'AROPEN OPEN AMOUNT TOTAL: '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CUSTOMER-DIFF-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CUSTOMER DIFFERENCES:     '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ORPHAN-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS WITHOUT CUSTOMER:   '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF CONTROL-TOTAL-AVAILABLE
               PERFORM 3110-PRINT-CONTROL-TOTALS
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** NO PRIOR CONTROL TOTAL - GL COMPARISON SKIPPED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF OUT-OF-BALANCE
               MOVE '*** RECEIVABLES OUT OF BALANCE ***'
                   TO REPORT-RECORD
           ELSE
               MOVE 'RECEIVABLES IN BALANCE' TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           EVALUATE TRUE
               WHEN OUT-OF-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PAID-ITEMS-OPEN > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT CONTROL-TOTAL-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3110-PRINT-CONTROL-TOTALS.
           MOVE WS-OPENING-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPENING CONTROL TOTAL:    '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CONTROL-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLOSING CONTROL TOTAL:    '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CONTROL-CHANGE TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CONTROL TOTAL CHANGE:     '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GL-NET-TOTAL TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL NET AR MOVEMENT:       '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GL-DIFFERENCE TO WS-SUM-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNRECONCILED DIFFERENCE:  '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3200-WRITE-CONTROL-TOTAL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AR CONTROL FILE: '
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-CURRENT-DATE-NUMERIC TO ARC-RUN-DATE
               IF CONTROL-TOTAL-AVAILABLE
                   MOVE WS-OPENING-TOTAL TO ARC-OPENING-TOTAL
               ELSE
                   MOVE WS-CONTROL-TOTAL TO ARC-OPENING-TOTAL
               END-IF
               MOVE WS-CONTROL-TOTAL TO ARC-CLOSING-TOTAL
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.

       9500-CYCLE-START-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE 'S' TO CYP-FUNCTION
           MOVE 'ARRECON' TO CYP-PROGRAM-ID
           MOVE 'CREDMGMT' TO CYP-PREREQ-PROGRAM
           MOVE 'D' TO CYP-PREREQ-MODE
           MOVE WS-CURRENT-DATE-NUMERIC TO CYP-BUSINESS-DATE
           MOVE SPACE TO CYP-COMPLETION-STATUS
           CALL 'CYCLECTL' USING CYCLE-CONTROL-AREA
           IF NOT CYP-RETURN-OK
               DISPLAY 'CYCLE CONTROL REFUSED START: '
                   CYP-RETURN-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9510-CYCLE-END-STAMP.
           MOVE 'E' TO CYP-FUNCTION
           IF RETURN-CODE > 8
               MOVE 'F' TO CYP-COMPLETION-STATUS
           ELSE
               MOVE 'C' TO CYP-COMPLETION-STATUS
           END-IF
           CALL 'CYCLECTL' USING CYCLE-CONTROL-AREA.
