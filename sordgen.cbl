       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDGEN.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'SORDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ID
               FILE STATUS IS WS-SORD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ITEM-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT ORDER-FILE ASSIGN TO 'ORDERINP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'ORDCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO 'PRICEMST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT TAX-JURISDICTION-FILE ASSIGN TO 'TAXJUR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXJUR-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'SORDREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY SORDREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY ITEMREC.

       FD  ORDER-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ORDER-RECORD.
           05 ORD-RECORD-TYPE          PIC X(1).
           05 ORD-CUSTOMER-ID          PIC X(10).
           05 ORD-ORDER-NUMBER         PIC X(12).
           05 ORD-ORDER-DATE           PIC 9(8).
           05 ORD-ITEM-COUNT           PIC 99.
           05 ORD-CONTINUATION-COUNT   PIC 99.
           05 ORD-SEQUENCE-NUMBER      PIC 99.
           05 ORD-ITEMS OCCURS 5 TIMES.
              10 ORD-ITEM-CODE         PIC X(8).
              10 ORD-ITEM-QTY          PIC 9(5).
              10 ORD-ITEM-PRICE        PIC 9(5)V99.
           05 FILLER                   PIC X(13).

       FD  CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD.
           05 CTL-EXPECTED-ORDER-COUNT PIC 9(6).
           05 CTL-EXPECTED-TOTAL-AMT   PIC 9(9)V99.
           05 FILLER                   PIC X(3).

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY PRCREC.

       FD  TAX-JURISDICTION-FILE
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY TAXJREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-SORD-STATUS           PIC XX.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-ITEM-STATUS           PIC XX.
           05 WS-ORDER-STATUS          PIC XX.
           05 WS-CONTROL-STATUS        PIC XX.
           05 WS-PRICE-STATUS          PIC XX.
           05 WS-TAXJUR-STATUS         PIC XX.
           05 WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05 WS-SORD-READ             PIC 9(6) VALUE ZERO.
           05 WS-SORD-DUE              PIC 9(6) VALUE ZERO.
           05 WS-ORDERS-GENERATED      PIC 9(6) VALUE ZERO.
           05 WS-ORDERS-SKIPPED        PIC 9(6) VALUE ZERO.
           05 WS-SUSPENDED-DUE         PIC 9(6) VALUE ZERO.
           05 WS-SORD-ENDED            PIC 9(6) VALUE ZERO.
           05 WS-SCHEDULE-ERRORS       PIC 9(6) VALUE ZERO.
           05 WS-ORDER-RECORDS-WRITTEN PIC 9(6) VALUE ZERO.
           05 WS-GENERATED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-TAX-RATE              PIC V999 VALUE .085.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-VOL-DISC-TABLE-VALUES.
           05 FILLER                   PIC X(21)
              VALUE '00000000000STANDARD  '.
           05 FILLER                   PIC X(21)
              VALUE '00005000020TIER-5K   '.
           05 FILLER                   PIC X(21)
              VALUE '00015000050TIER-15K  '.

       01  WS-VOL-DISC-TABLE REDEFINES WS-VOL-DISC-TABLE-VALUES.
           05 WS-VOL-DISC-ENTRY OCCURS 3 TIMES.
              10 WS-VOL-DISC-THRESHOLD  PIC 9(8).
              10 WS-VOL-DISC-EXTRA-RATE PIC V999.
              10 WS-VOL-DISC-LABEL      PIC X(10).

       01  WS-VOL-DISC-SUB             PIC 9.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-CURRENT-DATE-NUMERIC  PIC 9(8).
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-RUN-DATE-BREAKDOWN.
           05 WS-RUN-YEAR              PIC 9(4).
           05 WS-RUN-MONTH             PIC 99.
           05 WS-RUN-DAY               PIC 99.

       01  WS-RUN-DATE-FIELDS.
           05 WS-ANCHOR-DAY            PIC 99.
           05 WS-MONTHS-TO-ADD         PIC 99.
           05 WS-DAY-INTEGER           PIC 9(7).

       01  WS-CURRENT-MAX-DAY           PIC 99.

       01  WS-DAYS-IN-MONTH-VALUES.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 28.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.
           05 FILLER                   PIC 99 VALUE 30.
           05 FILLER                   PIC 99 VALUE 31.

       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-MAX-DAY OCCURS 12 TIMES PIC 99.

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.
           05 WS-ORDER-OK-SW           PIC X VALUE 'Y'.
              88 ORDER-OK              VALUE 'Y'.
           05 WS-CONTROL-FOUND-SW      PIC X VALUE 'N'.
              88 CONTROL-TOTALS-FOUND  VALUE 'Y'.
           05 WS-ORDERINP-CREATED-SW   PIC X VALUE 'N'.
              88 ORDERINP-CREATED      VALUE 'Y'.
           05 WS-TAXJUR-EOF-SW         PIC X VALUE 'N'.
              88 TAXJUR-EOF            VALUE 'Y'.
           05 WS-PRICE-EOF-SW          PIC X VALUE 'N'.
              88 PRICE-EOF             VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05 WS-EXPECTED-ORDER-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-EXPECTED-TOTAL-AMT    PIC 9(9)V99 VALUE ZERO.

       01  WS-TAX-JUR-FIELDS.
           05 WS-TAX-JUR-COUNT         PIC 99 VALUE ZERO.
           05 WS-TAX-JUR-SUB           PIC 99.
           05 WS-MATCHED-TAX-JUR       PIC 99 VALUE ZERO.
           05 WS-EFFECTIVE-TAX-RATE    PIC V9(4).

       01  WS-TAX-JUR-TABLE.
           05 WS-TAX-JUR-ENTRY OCCURS 20 TIMES.
              10 WS-TJ-CODE            PIC X(3).
              10 WS-TJ-RATE            PIC V9(4).

       01  WS-PRICE-FIELDS.
           05 WS-PRICE-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-PRICE-SUB             PIC 9(3).
           05 WS-PRICE-BEST-SUB        PIC 9(3).

       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 200 TIMES.
              10 WS-PRC-ITEM-CODE      PIC X(8).
              10 WS-PRC-CUST-ID        PIC X(10).
              10 WS-PRC-EFF-START      PIC 9(8).
              10 WS-PRC-EFF-END        PIC 9(8).
              10 WS-PRC-BREAK-QTY      PIC 9(5).
              10 WS-PRC-PRICE          PIC 9(5)V99.

       01  WS-ORDER-BUILD-FIELDS.
           05 WS-ITEM-SUB              PIC 99.
           05 WS-ORD-SLOT              PIC 9.
           05 WS-ORD-SEQUENCE          PIC 99.
           05 WS-ORD-CONT-RECORDS      PIC 99.
           05 WS-ORDER-PRICE OCCURS 10 TIMES PIC 9(5)V99.

       01  WS-GENERATED-ORDER-NUMBER.
           05 FILLER                   PIC X(2) VALUE 'SO'.
           05 WS-GEN-SOR-ID            PIC X(6).
           05 WS-GEN-RUN-SEQ           PIC 9(4).

       01  WS-ORDER-AMOUNTS.
           05 WS-ORDER-TOTAL           PIC 9(7)V99.
           05 WS-COMBINED-DISCOUNT-RATE PIC V999.
           05 WS-DISCOUNT-AMOUNT       PIC 9(7)V99.
           05 WS-NET-AMOUNT            PIC 9(7)V99.
           05 WS-TAX-AMOUNT            PIC 9(7)V99.
           05 WS-FINAL-AMOUNT          PIC 9(7)V99.
           05 WS-NEW-BALANCE           PIC S9(9)V99.

       01  WS-DISPOSITION-FIELDS.
           05 WS-DISPOSITION           PIC X(10).
           05 WS-SKIP-REASON           PIC X(32).

       COPY CYCPARM.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(40)
                 VALUE 'STANDING ORDER GENERATION REGISTER'.
              10 FILLER                PIC X(52) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(8)  VALUE 'SO ID'.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER'.
              10 FILLER                PIC X(14) VALUE 'ORDER NO.'.
              10 FILLER                PIC X(6)  VALUE 'FREQ'.
              10 FILLER                PIC X(7)  VALUE 'ITEMS'.
              10 FILLER                PIC X(15) VALUE 'AMOUNT'.
              10 FILLER                PIC X(12) VALUE 'DISPOSITION'.
              10 FILLER                PIC X(10) VALUE 'NEXT RUN'.
              10 FILLER                PIC X(48) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-SOR-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ORDER-NO          PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-FREQUENCY         PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DTL-ITEM-COUNT        PIC Z9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-AMOUNT            PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DTL-DISPOSITION       PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-NEXT-RUN-DATE     PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(32).
           05 FILLER                   PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-STANDING-ORDER
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-CYCLE-START-CHECK
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SORD-STATUS NOT = '00'
               DISPLAY 'NO STANDING ORDER MASTER - NOTHING TO '
                   'GENERATE'
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9510-CYCLE-END-STAMP
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ITEM FILE: ' WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9510-CYCLE-END-STAMP
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-CONTROL-TOTALS
           PERFORM 1160-OPEN-ORDER-FILE
           PERFORM 1180-LOAD-TAX-JURISDICTIONS
           PERFORM 1190-LOAD-CONTRACT-PRICES
           PERFORM 1200-PRINT-HEADERS

           IF NOT END-OF-FILE
               MOVE LOW-VALUES TO SOR-ID
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SOR-ID
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START
           END-IF
           IF NOT END-OF-FILE
               PERFORM 2800-READ-NEXT-STANDING-ORDER
           END-IF.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-CONTROL-TOTALS.
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-FOUND-SW
                       MOVE CTL-EXPECTED-ORDER-COUNT TO
                           WS-EXPECTED-ORDER-COUNT
                       MOVE CTL-EXPECTED-TOTAL-AMT TO
                           WS-EXPECTED-TOTAL-AMT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1160-OPEN-ORDER-FILE.
           MOVE 'N' TO WS-ORDERINP-CREATED-SW
           OPEN EXTEND ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               OPEN OUTPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ORDER INPUT FILE: '
                       WS-ORDER-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9510-CYCLE-END-STAMP
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-ORDERINP-CREATED-SW
           END-IF.

       1180-LOAD-TAX-JURISDICTIONS.
           MOVE ZERO TO WS-TAX-JUR-COUNT
           MOVE 'N' TO WS-TAXJUR-EOF-SW
           OPEN INPUT TAX-JURISDICTION-FILE
           IF WS-TAXJUR-STATUS = '00'
               PERFORM UNTIL TAXJUR-EOF
                       OR WS-TAX-JUR-COUNT = 20
                   READ TAX-JURISDICTION-FILE
                       AT END MOVE 'Y' TO WS-TAXJUR-EOF-SW
                       NOT AT END
                           IF TAX-JUR-CODE NOT = SPACES
                                   AND TAX-JUR-RATE IS NUMERIC
                               ADD 1 TO WS-TAX-JUR-COUNT
                               MOVE TAX-JUR-CODE TO
                                   WS-TJ-CODE(WS-TAX-JUR-COUNT)
                               MOVE TAX-JUR-RATE TO
                                   WS-TJ-RATE(WS-TAX-JUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-JURISDICTION-FILE
           END-IF.

       1190-LOAD-CONTRACT-PRICES.
           MOVE ZERO TO WS-PRICE-COUNT
           MOVE 'N' TO WS-PRICE-EOF-SW
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-PRICE-STATUS = '00'
               PERFORM UNTIL PRICE-EOF
                       OR WS-PRICE-COUNT = 200
                   READ CONTRACT-PRICE-FILE
                       AT END MOVE 'Y' TO WS-PRICE-EOF-SW
                       NOT AT END
                           PERFORM 1195-STORE-CONTRACT-PRICE
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

       1195-STORE-CONTRACT-PRICE.
           IF PRC-ITEM-CODE NOT = SPACES
                   AND PRC-CUST-ID NOT = SPACES
                   AND PRC-CONTRACT-PRICE IS NUMERIC
                   AND PRC-CONTRACT-PRICE NOT = ZERO
                   AND PRC-EFF-START-DATE IS NUMERIC
                   AND PRC-EFF-END-DATE IS NUMERIC
                   AND PRC-BREAK-QTY IS NUMERIC
               ADD 1 TO WS-PRICE-COUNT
               MOVE PRC-ITEM-CODE TO
                   WS-PRC-ITEM-CODE(WS-PRICE-COUNT)
               MOVE PRC-CUST-ID TO WS-PRC-CUST-ID(WS-PRICE-COUNT)
               MOVE PRC-EFF-START-DATE TO
                   WS-PRC-EFF-START(WS-PRICE-COUNT)
               MOVE PRC-EFF-END-DATE TO
                   WS-PRC-EFF-END(WS-PRICE-COUNT)
               MOVE PRC-BREAK-QTY TO
                   WS-PRC-BREAK-QTY(WS-PRICE-COUNT)
               MOVE PRC-CONTRACT-PRICE TO
                   WS-PRC-PRICE(WS-PRICE-COUNT)
           END-IF.

       1200-PRINT-HEADERS.
           MOVE WS-HEADER-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   BUSINESS DATE: ' WS-CURRENT-DATE-NUMERIC
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

       2000-PROCESS-STANDING-ORDER.
           ADD 1 TO WS-SORD-READ
           EVALUATE TRUE
               WHEN SOR-ACTIVE
                       AND SOR-NEXT-RUN-DATE NOT >
                           WS-CURRENT-DATE-NUMERIC
                   ADD 1 TO WS-SORD-DUE
                   PERFORM 2100-PROCESS-DUE-ORDER
               WHEN SOR-SUSPENDED
                       AND SOR-NEXT-RUN-DATE NOT >
                           WS-CURRENT-DATE-NUMERIC
                   ADD 1 TO WS-SUSPENDED-DUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2800-READ-NEXT-STANDING-ORDER.

       2100-PROCESS-DUE-ORDER.
           MOVE 'Y' TO WS-ORDER-OK-SW
           MOVE SPACES TO WS-SKIP-REASON
           MOVE ZERO TO WS-FINAL-AMOUNT
           MOVE SPACES TO WS-DTL-ORDER-NO

           IF SOR-END-DATE NOT = ZERO
                   AND SOR-NEXT-RUN-DATE > SOR-END-DATE
               PERFORM 2700-END-STANDING-ORDER
           ELSE
               PERFORM 2200-CHECK-ORDER
               IF ORDER-OK
                   PERFORM 2300-PRICE-ORDER
                   PERFORM 2400-CHECK-CREDIT
               END-IF
               IF ORDER-OK
                   PERFORM 2500-WRITE-ORDER
                   MOVE 'GENERATED' TO WS-DISPOSITION
               ELSE
                   ADD 1 TO WS-ORDERS-SKIPPED
                   MOVE 'SKIPPED' TO WS-DISPOSITION
               END-IF
               IF SOR-VALID-FREQUENCY
                   PERFORM 2600-ADVANCE-NEXT-RUN
               ELSE
                   MOVE 'S' TO SOR-STATUS
               END-IF
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING STANDING ORDER: '
                           SOR-ID
                       PERFORM 2750-REPORT-SCHEDULE-ERROR
               END-REWRITE
               PERFORM 2900-PRINT-DETAIL-LINE
           END-IF.

       2200-CHECK-ORDER.
           IF NOT SOR-VALID-FREQUENCY
               MOVE 'N' TO WS-ORDER-OK-SW
               MOVE 'INVALID FREQUENCY - SUSPENDED' TO WS-SKIP-REASON
           END-IF

           IF ORDER-OK
               IF SOR-ITEM-COUNT IS NOT NUMERIC
                       OR SOR-ITEM-COUNT = ZERO
                       OR SOR-ITEM-COUNT > 10
                   MOVE 'N' TO WS-ORDER-OK-SW
                   MOVE 'NO ITEMS ON STANDING ORDER' TO
                       WS-SKIP-REASON
               END-IF
           END-IF

           IF ORDER-OK
               MOVE SOR-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ORDER-OK-SW
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-SKIP-REASON
                   NOT INVALID KEY
                       IF CUST-STATUS = 'H'
                           MOVE 'N' TO WS-ORDER-OK-SW
                           MOVE 'CUSTOMER ON CREDIT HOLD' TO
                               WS-SKIP-REASON
                       ELSE
                           IF CUST-STATUS NOT = 'A'
                               MOVE 'N' TO WS-ORDER-OK-SW
                               MOVE 'CUSTOMER INACTIVE' TO
                                   WS-SKIP-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF ORDER-OK
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > SOR-ITEM-COUNT
                       OR NOT ORDER-OK
                   PERFORM 2250-CHECK-ITEM
               END-PERFORM
           END-IF.

       2250-CHECK-ITEM.
           MOVE SOR-ITEM-CODE(WS-ITEM-SUB) TO ITEM-CODE
           READ ITEM-FILE
               KEY IS ITEM-CODE
               INVALID KEY
                   MOVE 'N' TO WS-ORDER-OK-SW
                   STRING 'ITEM NOT ON FILE: '
                          SOR-ITEM-CODE(WS-ITEM-SUB)
                          DELIMITED BY SIZE
                          INTO WS-SKIP-REASON
               NOT INVALID KEY
                   IF ITEM-STATUS NOT = 'A'
                       MOVE 'N' TO WS-ORDER-OK-SW
                       STRING 'ITEM NOT ACTIVE: '
                              SOR-ITEM-CODE(WS-ITEM-SUB)
                              DELIMITED BY SIZE
                              INTO WS-SKIP-REASON
                   ELSE
                       PERFORM 2260-DETERMINE-PRICE
                   END-IF
           END-READ.

       2260-DETERMINE-PRICE.
           MOVE ZERO TO WS-PRICE-BEST-SUB
           PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
               UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
               IF WS-PRC-ITEM-CODE(WS-PRICE-SUB) =
                       SOR-ITEM-CODE(WS-ITEM-SUB)
                   AND WS-PRC-CUST-ID(WS-PRICE-SUB) = SOR-CUST-ID
                   AND WS-CURRENT-DATE-NUMERIC NOT <
                       WS-PRC-EFF-START(WS-PRICE-SUB)
                   AND WS-CURRENT-DATE-NUMERIC NOT >
                       WS-PRC-EFF-END(WS-PRICE-SUB)
                   AND SOR-ITEM-QTY(WS-ITEM-SUB) NOT <
                       WS-PRC-BREAK-QTY(WS-PRICE-SUB)
                   IF WS-PRICE-BEST-SUB = ZERO
                           OR WS-PRC-BREAK-QTY(WS-PRICE-SUB) >
                               WS-PRC-BREAK-QTY(WS-PRICE-BEST-SUB)
                       MOVE WS-PRICE-SUB TO WS-PRICE-BEST-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRICE-BEST-SUB > ZERO
               MOVE WS-PRC-PRICE(WS-PRICE-BEST-SUB) TO
                   WS-ORDER-PRICE(WS-ITEM-SUB)
           ELSE
               MOVE ITEM-UNIT-PRICE TO WS-ORDER-PRICE(WS-ITEM-SUB)
           END-IF.

       2300-PRICE-ORDER.
           MOVE ZERO TO WS-ORDER-TOTAL
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > SOR-ITEM-COUNT
               COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL +
                   (SOR-ITEM-QTY(WS-ITEM-SUB) *
                    WS-ORDER-PRICE(WS-ITEM-SUB))
           END-PERFORM

           MOVE CUST-DISCOUNT-RATE TO WS-COMBINED-DISCOUNT-RATE
           PERFORM VARYING WS-VOL-DISC-SUB FROM 1 BY 1
               UNTIL WS-VOL-DISC-SUB > 3
               IF WS-ORDER-TOTAL >=
                       WS-VOL-DISC-THRESHOLD(WS-VOL-DISC-SUB)
                   COMPUTE WS-COMBINED-DISCOUNT-RATE =
                       CUST-DISCOUNT-RATE +
                       WS-VOL-DISC-EXTRA-RATE(WS-VOL-DISC-SUB)
                       ON SIZE ERROR
                           MOVE .999 TO WS-COMBINED-DISCOUNT-RATE
                   END-COMPUTE
               END-IF
           END-PERFORM

           COMPUTE WS-DISCOUNT-AMOUNT =
               WS-ORDER-TOTAL * WS-COMBINED-DISCOUNT-RATE
           COMPUTE WS-NET-AMOUNT =
               WS-ORDER-TOTAL - WS-DISCOUNT-AMOUNT

           MOVE ZERO TO WS-MATCHED-TAX-JUR
           MOVE WS-TAX-RATE TO WS-EFFECTIVE-TAX-RATE
           IF CUST-TAX-JUR-CODE NOT = SPACES
                   AND CUST-TAX-JUR-CODE NOT = LOW-VALUES
               PERFORM VARYING WS-TAX-JUR-SUB FROM 1 BY 1
                   UNTIL WS-TAX-JUR-SUB > WS-TAX-JUR-COUNT
                       OR WS-MATCHED-TAX-JUR > ZERO
                   IF WS-TJ-CODE(WS-TAX-JUR-SUB) = CUST-TAX-JUR-CODE
                       MOVE WS-TAX-JUR-SUB TO WS-MATCHED-TAX-JUR
                       MOVE WS-TJ-RATE(WS-TAX-JUR-SUB) TO
                           WS-EFFECTIVE-TAX-RATE
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-TAX-AMOUNT =
               WS-NET-AMOUNT * WS-EFFECTIVE-TAX-RATE
           COMPUTE WS-FINAL-AMOUNT = WS-NET-AMOUNT + WS-TAX-AMOUNT.

       2400-CHECK-CREDIT.
           COMPUTE WS-NEW-BALANCE =
               CUST-CURRENT-BALANCE + WS-FINAL-AMOUNT
           IF WS-NEW-BALANCE > CUST-CREDIT-LIMIT
               MOVE 'N' TO WS-ORDER-OK-SW
               MOVE 'ORDER WOULD EXCEED CREDIT LIMIT' TO
                   WS-SKIP-REASON
           END-IF.

       2500-WRITE-ORDER.
           ADD 1 TO SOR-RUN-COUNT
           MOVE SOR-ID TO WS-GEN-SOR-ID
           MOVE SOR-RUN-COUNT TO WS-GEN-RUN-SEQ
           MOVE WS-GENERATED-ORDER-NUMBER TO WS-DTL-ORDER-NO

           IF SOR-ITEM-COUNT > 5
               MOVE 1 TO WS-ORD-CONT-RECORDS
           ELSE
               MOVE ZERO TO WS-ORD-CONT-RECORDS
           END-IF

           MOVE ZERO TO WS-ORD-SEQUENCE
           MOVE ZERO TO WS-ORD-SLOT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > SOR-ITEM-COUNT
               IF WS-ORD-SLOT = ZERO
                   PERFORM 2510-START-ORDER-RECORD
               END-IF
               ADD 1 TO WS-ORD-SLOT
               MOVE SOR-ITEM-CODE(WS-ITEM-SUB) TO
                   ORD-ITEM-CODE(WS-ORD-SLOT)
               MOVE SOR-ITEM-QTY(WS-ITEM-SUB) TO
                   ORD-ITEM-QTY(WS-ORD-SLOT)
               MOVE WS-ORDER-PRICE(WS-ITEM-SUB) TO
                   ORD-ITEM-PRICE(WS-ORD-SLOT)
               MOVE WS-ORD-SLOT TO ORD-ITEM-COUNT
               IF WS-ORD-SLOT = 5
                   WRITE ORDER-RECORD
                   ADD 1 TO WS-ORDER-RECORDS-WRITTEN
                   MOVE ZERO TO WS-ORD-SLOT
               END-IF
           END-PERFORM

           IF WS-ORD-SLOT > ZERO
               WRITE ORDER-RECORD
               ADD 1 TO WS-ORDER-RECORDS-WRITTEN
           END-IF

           MOVE WS-CURRENT-DATE-NUMERIC TO SOR-LAST-RUN-DATE
           ADD 1 TO WS-ORDERS-GENERATED
           ADD WS-FINAL-AMOUNT TO WS-GENERATED-AMOUNT.

       2510-START-ORDER-RECORD.
           MOVE SPACES TO ORDER-RECORD
           IF WS-ORD-SEQUENCE = ZERO
               MOVE 'M' TO ORD-RECORD-TYPE
               MOVE WS-ORD-CONT-RECORDS TO ORD-CONTINUATION-COUNT
           ELSE
               MOVE 'C' TO ORD-RECORD-TYPE
               MOVE ZERO TO ORD-CONTINUATION-COUNT
           END-IF
           MOVE SOR-CUST-ID TO ORD-CUSTOMER-ID
           MOVE WS-GENERATED-ORDER-NUMBER TO ORD-ORDER-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO ORD-ORDER-DATE
           MOVE WS-ORD-SEQUENCE TO ORD-SEQUENCE-NUMBER
           MOVE ZERO TO ORD-ITEM-COUNT
           ADD 1 TO WS-ORD-SEQUENCE.

       2600-ADVANCE-NEXT-RUN.
           MOVE SOR-START-DATE(7:2) TO WS-ANCHOR-DAY
           PERFORM UNTIL SOR-NEXT-RUN-DATE > WS-CURRENT-DATE-NUMERIC
               EVALUATE TRUE
                   WHEN SOR-WEEKLY
                       COMPUTE WS-DAY-INTEGER =
                           FUNCTION INTEGER-OF-DATE (SOR-NEXT-RUN-DATE)
                           + 7
                       COMPUTE SOR-NEXT-RUN-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   WHEN SOR-TWO-WEEKLY
                       COMPUTE WS-DAY-INTEGER =
                           FUNCTION INTEGER-OF-DATE (SOR-NEXT-RUN-DATE)
                           + 14
                       COMPUTE SOR-NEXT-RUN-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   WHEN SOR-MONTHLY
                       MOVE 1 TO WS-MONTHS-TO-ADD
                       PERFORM 2610-ADD-MONTHS
                   WHEN SOR-QUARTERLY
                       MOVE 3 TO WS-MONTHS-TO-ADD
                       PERFORM 2610-ADD-MONTHS
               END-EVALUATE
           END-PERFORM

           IF SOR-END-DATE NOT = ZERO
                   AND SOR-NEXT-RUN-DATE > SOR-END-DATE
               MOVE 'E' TO SOR-STATUS
               ADD 1 TO WS-SORD-ENDED
           END-IF.

       2610-ADD-MONTHS.
           MOVE SOR-NEXT-RUN-DATE TO WS-RUN-DATE-BREAKDOWN
           ADD WS-MONTHS-TO-ADD TO WS-RUN-MONTH
           IF WS-RUN-MONTH > 12
               SUBTRACT 12 FROM WS-RUN-MONTH
               ADD 1 TO WS-RUN-YEAR
           END-IF
           MOVE WS-MAX-DAY(WS-RUN-MONTH) TO WS-CURRENT-MAX-DAY
           IF WS-RUN-MONTH = 2
                   AND FUNCTION MOD (WS-RUN-YEAR, 4) = 0
                   AND (FUNCTION MOD (WS-RUN-YEAR, 100) NOT = 0
                       OR FUNCTION MOD (WS-RUN-YEAR, 400) = 0)
               MOVE 29 TO WS-CURRENT-MAX-DAY
           END-IF
           IF WS-ANCHOR-DAY > WS-CURRENT-MAX-DAY
               MOVE WS-CURRENT-MAX-DAY TO WS-RUN-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-RUN-DAY
           END-IF
           MOVE WS-RUN-DATE-BREAKDOWN TO SOR-NEXT-RUN-DATE.

       2700-END-STANDING-ORDER.
           MOVE 'E' TO SOR-STATUS
           ADD 1 TO WS-SORD-ENDED
           MOVE 'ENDED' TO WS-DISPOSITION
           MOVE 'PAST END DATE' TO WS-SKIP-REASON
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING STANDING ORDER: ' SOR-ID
                   PERFORM 2750-REPORT-SCHEDULE-ERROR
           END-REWRITE
           PERFORM 2900-PRINT-DETAIL-LINE.

       2750-REPORT-SCHEDULE-ERROR.
           ADD 1 TO WS-SCHEDULE-ERRORS
           MOVE 'SCHEDULE NOT UPDATED' TO WS-SKIP-REASON
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       2800-READ-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       2900-PRINT-DETAIL-LINE.
           PERFORM 2950-CHECK-PAGE-BREAK
           MOVE SOR-ID TO WS-DTL-SOR-ID
           MOVE SOR-CUST-ID TO WS-DTL-CUST-ID
           MOVE SOR-FREQUENCY TO WS-DTL-FREQUENCY
           MOVE SOR-ITEM-COUNT TO WS-DTL-ITEM-COUNT
           MOVE WS-FINAL-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION
           MOVE SOR-NEXT-RUN-DATE TO WS-DTL-NEXT-RUN-DATE
           MOVE WS-SKIP-REASON TO WS-DTL-REASON
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
           PERFORM 3200-UPDATE-CONTROL-TOTALS
           PERFORM 3100-PRINT-SUMMARY
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ITEM-FILE
           CLOSE ORDER-FILE
           CLOSE REPORT-FILE
           PERFORM 9510-CYCLE-END-STAMP.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'STANDING ORDERS READ:     '
                  WS-SORD-READ
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'STANDING ORDERS DUE:      '
                  WS-SORD-DUE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ORDERS GENERATED:         '
                  WS-ORDERS-GENERATED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ORDER RECORDS WRITTEN:    '
                  WS-ORDER-RECORDS-WRITTEN
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT GENERATED:         $'
                  WS-GENERATED-AMOUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ORDERS SKIPPED:           '
                  WS-ORDERS-SKIPPED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SUSPENDED AND DUE:        '
                  WS-SUSPENDED-DUE
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'STANDING ORDERS ENDED:    '
                  WS-SORD-ENDED
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SCHEDULE NOT UPDATED:     '
                  WS-SCHEDULE-ERRORS
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ORDERS-GENERATED = ZERO
               MOVE 'NO ORDERS GENERATED - ORDCTL NOT CHANGED' TO
                   REPORT-RECORD
           ELSE
               IF CONTROL-TOTALS-FOUND OR ORDERINP-CREATED
                   STRING 'ORDCTL NOW EXPECTS ORDERS: '
                          WS-EXPECTED-ORDER-COUNT
                          '  AMOUNT: $'
                          WS-EXPECTED-TOTAL-AMT
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               ELSE
                   MOVE '*** NO ORDCTL - GENERATED TOTALS NOT ADDED'
                       TO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       3200-UPDATE-CONTROL-TOTALS.
           IF WS-ORDERS-GENERATED > ZERO
               IF CONTROL-TOTALS-FOUND OR ORDERINP-CREATED
                   ADD WS-ORDERS-GENERATED TO WS-EXPECTED-ORDER-COUNT
                   ADD WS-GENERATED-AMOUNT TO WS-EXPECTED-TOTAL-AMT
                   OPEN OUTPUT CONTROL-FILE
                   IF WS-CONTROL-STATUS = '00'
                       MOVE SPACES TO CONTROL-RECORD
                       MOVE WS-EXPECTED-ORDER-COUNT TO
                           CTL-EXPECTED-ORDER-COUNT
                       MOVE WS-EXPECTED-TOTAL-AMT TO
                           CTL-EXPECTED-TOTAL-AMT
                       WRITE CONTROL-RECORD
                       CLOSE CONTROL-FILE
                   ELSE
                       DISPLAY 'ERROR WRITING ORDER CONTROL TOTALS: '
                           WS-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'WARNING: ORDERINP HAS KEYED ORDERS BUT NO '
                       'ORDCTL - GENERATED TOTALS NOT ADDED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       9500-CYCLE-START-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           MOVE 'S' TO CYP-FUNCTION
           MOVE 'SORDGEN' TO CYP-PROGRAM-ID
           MOVE 'BKORDREL' TO CYP-PREREQ-PROGRAM
           MOVE 'P' TO CYP-PREREQ-MODE
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
