       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       AUTHOR. LEGACY-SYSTEM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALESHST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

           SELECT REP-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS WS-REP-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'AROPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNITM-STATUS.

           SELECT MEMO-HISTORY-FILE ASSIGN TO 'CRMHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMOHST-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'COMMPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COMMISSION-WORK-FILE ASSIGN TO 'COMMWRK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMMWRK-STATUS.

           SELECT COMMISSION-SORTED-FILE ASSIGN TO 'COMMSRTD'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMMSRTD-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'COMMSTMT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO 'COMMPAY'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT COMMISSION-SORT-FILE ASSIGN TO 'COMMSRT'.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSREC.

       FD  REP-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY REPREC.

       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY AROPNREC.

       FD  MEMO-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY CRMHREC.

       FD  PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARAMETER-RECORD.
           05 CMP-PERIOD-YEAR          PIC 9(4).
           05 CMP-PERIOD-MONTH         PIC 9(2).
           05 FILLER                   PIC X(14).

       FD  COMMISSION-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  COMMISSION-WORK-RECORD.
           05 CWK-REP-ID               PIC X(6).
           05 CWK-LINE-TYPE            PIC X(1).
           05 CWK-CUST-ID              PIC X(10).
           05 CWK-ORDER-NUMBER         PIC X(12).
           05 CWK-DOC-NUMBER           PIC 9(6).
           05 CWK-DOC-DATE             PIC 9(8).
           05 CWK-BASE-AMOUNT          PIC 9(9)V99.
           05 CWK-COMMISSION-AMOUNT    PIC 9(7)V99.
           05 FILLER                   PIC X(17).

       FD  COMMISSION-SORTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  COMMISSION-SORTED-RECORD.
           05 CSD-REP-ID               PIC X(6).
           05 CSD-LINE-TYPE            PIC X(1).
              88 CSD-SALE              VALUE 'S'.
              88 CSD-CHARGEBACK        VALUE 'C'.
           05 CSD-CUST-ID              PIC X(10).
           05 CSD-ORDER-NUMBER         PIC X(12).
           05 CSD-DOC-NUMBER           PIC 9(6).
           05 CSD-DOC-DATE             PIC 9(8).
           05 CSD-BASE-AMOUNT          PIC 9(9)V99.
           05 CSD-COMMISSION-AMOUNT    PIC 9(7)V99.
           05 FILLER                   PIC X(17).

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  STATEMENT-RECORD            PIC X(132).

       FD  PAYROLL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PAYROLL-RECORD.
           05 PAY-PAYROLL-ID           PIC X(9).
           05 PAY-REP-ID               PIC X(6).
           05 PAY-PERIOD               PIC 9(6).
           05 PAY-EARNINGS-CODE        PIC X(4).
           05 PAY-GROSS-COMMISSION     PIC 9(7)V99.
           05 PAY-CHARGEBACK-AMOUNT    PIC 9(7)V99.
           05 PAY-NET-COMMISSION       PIC S9(7)V99.
           05 PAY-TERRITORY            PIC X(4).
           05 FILLER                   PIC X(24).

       SD  COMMISSION-SORT-FILE.
       01  COMMISSION-SORT-RECORD.
           05 SRT-REP-ID               PIC X(6).
           05 SRT-LINE-TYPE            PIC X(1).
           05 SRT-CUST-ID              PIC X(10).
           05 SRT-ORDER-NUMBER         PIC X(12).
           05 SRT-DOC-NUMBER           PIC 9(6).
           05 FILLER                   PIC X(45).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-SALESHST-STATUS       PIC XX.
           05 WS-REP-STATUS            PIC XX.
           05 WS-OPNITM-STATUS         PIC XX.
           05 WS-MEMOHST-STATUS        PIC XX.
           05 WS-PARM-STATUS           PIC XX.
           05 WS-COMMWRK-STATUS        PIC XX.
           05 WS-COMMSRTD-STATUS       PIC XX.
           05 WS-STATEMENT-STATUS      PIC XX.
           05 WS-PAYROLL-STATUS        PIC XX.

       01  WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(8) VALUE ZERO.
           05 WS-LINES-AFTER-PERIOD    PIC 9(8) VALUE ZERO.
           05 WS-INVOICES-COMMISSIONED PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-DEFERRED     PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-PREV-PAID    PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-HOUSE        PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-UNKNOWN-REP  PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-NOT-FOUND    PIC 9(6) VALUE ZERO.
           05 WS-INVOICES-STAMP-FAILED PIC 9(6) VALUE ZERO.
           05 WS-MEMOS-READ            PIC 9(6) VALUE ZERO.
           05 WS-MEMOS-CHARGED         PIC 9(6) VALUE ZERO.
           05 WS-MEMOS-NOT-CHARGED     PIC 9(6) VALUE ZERO.
           05 WS-REPS-PAID             PIC 9(6) VALUE ZERO.
           05 WS-PAYROLL-NO-ID         PIC 9(6) VALUE ZERO.
           05 WS-STATEMENT-LINE-COUNT  PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
           05 WS-MAX-LINES-PER-PAGE    PIC 99 VALUE 55.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 99.
              10 WS-CURR-DAY           PIC 99.
           05 WS-CURRENT-DATE-NUMERIC  PIC 9(8).
           05 WS-FORMATTED-DATE        PIC X(10).

       01  WS-COMMISSION-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(4).
           05 WS-PERIOD-MONTH          PIC 99.

       01  WS-PERIOD-FIELDS.
           05 WS-PERIOD-NUMERIC        PIC 9(6).
           05 WS-PERIOD-END-DATE       PIC 9(8).

       01  WS-FLAGS.
           05 WS-END-OF-FILE-SW        PIC X VALUE 'N'.
              88 END-OF-FILE           VALUE 'Y'.
           05 WS-SORTED-EOF-SW         PIC X VALUE 'N'.
              88 SORTED-EOF            VALUE 'Y'.
           05 WS-REP-EOF-SW            PIC X VALUE 'N'.
              88 REP-EOF               VALUE 'Y'.
           05 WS-MEMO-EOF-SW           PIC X VALUE 'N'.
              88 MEMO-EOF              VALUE 'Y'.
           05 WS-OPNITM-EOF-SW         PIC X VALUE 'N'.
              88 OPNITM-EOF            VALUE 'Y'.
           05 WS-INVOICE-FOUND-SW      PIC X VALUE 'N'.
              88 INVOICE-FOUND         VALUE 'Y'.
           05 WS-GROUP-ACTIVE-SW       PIC X VALUE 'N'.
              88 GROUP-ACTIVE          VALUE 'Y'.

       01  WS-GROUP-FIELDS.
           05 WS-GRP-CUST-ID           PIC X(10).
           05 WS-GRP-ORDER-NUMBER      PIC X(12).
           05 WS-GRP-ORDER-DATE        PIC 9(8).
           05 WS-GRP-REP-ID            PIC X(6).
           05 WS-GRP-INVOICE-NUMBER    PIC 9(6).
           05 WS-GRP-BASE-AMOUNT       PIC 9(9)V99.
           05 WS-GRP-DECISION          PIC X(1).
              88 GRP-PAY               VALUE 'P'.
              88 GRP-DEFERRED          VALUE 'D'.
              88 GRP-PREVIOUSLY-PAID   VALUE 'A'.
              88 GRP-HOUSE             VALUE 'H'.
              88 GRP-UNKNOWN-REP       VALUE 'X'.
              88 GRP-NO-INVOICE        VALUE 'N'.
              88 GRP-STAMP-FAILED      VALUE 'S'.

       01  WS-REP-TABLE-FIELDS.
           05 WS-REP-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-REP-SUB               PIC 9(4).
           05 WS-REP-FOUND-SUB         PIC 9(4) VALUE ZERO.

       01  WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 500 TIMES.
              10 WS-RPT-REP-ID         PIC X(6).
              10 WS-RPT-NAME           PIC X(30).
              10 WS-RPT-TERRITORY      PIC X(4).
              10 WS-RPT-RATE           PIC V9(4).
              10 WS-RPT-PAYROLL-ID     PIC X(9).
              10 WS-RPT-DEFERRED-AMT   PIC 9(11)V99.
              10 WS-RPT-DEFERRED-COUNT PIC 9(6).
              10 WS-RPT-PRINTED-SW     PIC X(1).

       01  WS-MEMO-TABLE-FIELDS.
           05 WS-MEMO-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-MEMO-SUB              PIC 9(4).

       01  WS-MEMO-TABLE.
           05 WS-MEMO-ENTRY OCCURS 1000 TIMES.
              10 WS-MEM-NUMBER         PIC 9(6).
              10 WS-MEM-DATE           PIC 9(8).
              10 WS-MEM-CUST-ID        PIC X(10).
              10 WS-MEM-ORDER-NUMBER   PIC X(12).
              10 WS-MEM-CREDIT         PIC 9(9)V99.
              10 WS-MEM-REP-ID         PIC X(6).

       01  WS-REP-TOTALS.
           05 WS-REP-SALES-PAID        PIC 9(11)V99.
           05 WS-REP-COMMISSION        PIC 9(9)V99.
           05 WS-REP-RETURNS           PIC 9(11)V99.
           05 WS-REP-CHARGEBACK        PIC 9(9)V99.
           05 WS-REP-NET               PIC S9(9)V99.
           05 WS-CURRENT-REP-ID        PIC X(6).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-COMMISSION      PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-CHARGEBACK      PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-NET             PIC S9(11)V99 VALUE ZERO.

       01  WS-SORT-FIELDS.
           05 WS-SORT-SAVED-RC         PIC S9(4) COMP VALUE ZERO.

       01  WS-SUM-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       01  WS-REPORT-HEADERS.
           05 WS-HEADER-1.
              10 FILLER                PIC X(40) VALUE SPACES.
              10 FILLER                PIC X(30)
                 VALUE 'SALES COMMISSION STATEMENT'.
              10 FILLER                PIC X(62) VALUE SPACES.
           05 WS-HEADER-2.
              10 FILLER                PIC X(10) VALUE 'TYPE'.
              10 FILLER                PIC X(12) VALUE 'CUSTOMER'.
              10 FILLER                PIC X(14) VALUE 'ORDER NO.'.
              10 FILLER                PIC X(10) VALUE 'DOC NO.'.
              10 FILLER                PIC X(12) VALUE 'DATE'.
              10 FILLER                PIC X(18) VALUE 'BASE AMOUNT'.
              10 FILLER                PIC X(56) VALUE 'COMMISSION'.

       01  WS-REP-LINE.
           05 FILLER                   PIC X(11) VALUE 'SALES REP: '.
           05 WS-RPL-REP-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RPL-REP-NAME          PIC X(30).
           05 FILLER                   PIC X(13) VALUE '  TERRITORY: '.
           05 WS-RPL-TERRITORY         PIC X(4).
           05 FILLER                   PIC X(10) VALUE '   RATE: '.
           05 WS-RPL-RATE              PIC .9999.
           05 FILLER                   PIC X(16)
              VALUE '   PAYROLL ID: '.
           05 WS-RPL-PAYROLL-ID        PIC X(9).
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DTL-TYPE              PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CUST-ID           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ORDER-NUMBER      PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-DOC-NUMBER        PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DTL-DOC-DATE          PIC 9(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DTL-BASE-AMOUNT       PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DTL-COMMISSION        PIC $$,$$$,$$9.99-.
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL             PIC X(36).
           05 WS-TOT-AMOUNT            PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                   PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-SALES-LINE
           END-PERFORM
           IF GROUP-ACTIVE
               PERFORM 2300-FINISH-INVOICE
           END-IF
           PERFORM 2500-PROCESS-CHARGEBACKS
           CLOSE COMMISSION-WORK-FILE
           PERFORM 2700-SORT-COMMISSIONS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALES HISTORY FILE: '
                   WS-SALESHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPNITM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                   WS-OPNITM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMMISSION-WORK-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT PAYROLL-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-READ-COMMISSION-PERIOD
           PERFORM 1400-LOAD-REPS
           PERFORM 1500-LOAD-CREDIT-MEMOS
           PERFORM 1300-READ-FIRST-RECORD.

       1100-FORMAT-DATE.
           MOVE WS-CURR-MONTH TO WS-FORMATTED-DATE(1:2)
           MOVE '/' TO WS-FORMATTED-DATE(3:1)
           MOVE WS-CURR-DAY TO WS-FORMATTED-DATE(4:2)
           MOVE '/' TO WS-FORMATTED-DATE(6:1)
           MOVE WS-CURR-YEAR TO WS-FORMATTED-DATE(7:4).

       1150-READ-COMMISSION-PERIOD.
           MOVE WS-CURR-YEAR TO WS-PERIOD-YEAR
           MOVE WS-CURR-MONTH TO WS-PERIOD-MONTH
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '00'
               READ PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CMP-PERIOD-YEAR IS NUMERIC
                               AND CMP-PERIOD-YEAR > 1900
                               AND CMP-PERIOD-MONTH IS NUMERIC
                               AND CMP-PERIOD-MONTH > ZERO
                               AND CMP-PERIOD-MONTH < 13
                           MOVE CMP-PERIOD-YEAR TO WS-PERIOD-YEAR
                           MOVE CMP-PERIOD-MONTH TO WS-PERIOD-MONTH
                       ELSE
                           DISPLAY 'INVALID PERIOD IN COMMPARM '
                               '- USING CURRENT MONTH'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'NO COMMPARM FILE - PAYING CURRENT MONTH'
           END-IF
           MOVE WS-COMMISSION-PERIOD TO WS-PERIOD-NUMERIC
           MOVE WS-COMMISSION-PERIOD TO WS-PERIOD-END-DATE(1:6)
           MOVE '31' TO WS-PERIOD-END-DATE(7:2).

       1300-READ-FIRST-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       1400-LOAD-REPS.
           MOVE ZERO TO WS-REP-COUNT
           MOVE 'N' TO WS-REP-EOF-SW
           OPEN INPUT REP-FILE
           IF WS-REP-STATUS = '00'
               MOVE LOW-VALUES TO REP-ID
               START REP-FILE KEY IS NOT LESS THAN REP-ID
                   INVALID KEY MOVE 'Y' TO WS-REP-EOF-SW
               END-START
               PERFORM UNTIL REP-EOF
                       OR WS-REP-COUNT = 500
                   READ REP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-REP-EOF-SW
                       NOT AT END
                           PERFORM 1410-STORE-REP
                   END-READ
               END-PERFORM
               IF NOT REP-EOF AND WS-REP-COUNT = 500
                   DISPLAY 'WARNING: SALES REP TABLE FULL - '
                       'REPS BEYOND 500 IGNORED'
               END-IF
               CLOSE REP-FILE
           ELSE
               DISPLAY 'NO SALES REP MASTER - NO COMMISSION CAN '
                   'BE PAID'
           END-IF.

       1410-STORE-REP.
           ADD 1 TO WS-REP-COUNT
           MOVE REP-ID TO WS-RPT-REP-ID(WS-REP-COUNT)
           MOVE REP-NAME TO WS-RPT-NAME(WS-REP-COUNT)
           MOVE REP-TERRITORY TO WS-RPT-TERRITORY(WS-REP-COUNT)
           IF REP-COMMISSION-RATE IS NUMERIC
               MOVE REP-COMMISSION-RATE TO WS-RPT-RATE(WS-REP-COUNT)
           ELSE
               MOVE ZERO TO WS-RPT-RATE(WS-REP-COUNT)
           END-IF
           MOVE REP-PAYROLL-ID TO WS-RPT-PAYROLL-ID(WS-REP-COUNT)
           MOVE ZERO TO WS-RPT-DEFERRED-AMT(WS-REP-COUNT)
           MOVE ZERO TO WS-RPT-DEFERRED-COUNT(WS-REP-COUNT)
           MOVE 'N' TO WS-RPT-PRINTED-SW(WS-REP-COUNT).

       1500-LOAD-CREDIT-MEMOS.
           MOVE ZERO TO WS-MEMO-COUNT
           MOVE 'N' TO WS-MEMO-EOF-SW
           OPEN INPUT MEMO-HISTORY-FILE
           IF WS-MEMOHST-STATUS = '00'
               PERFORM UNTIL MEMO-EOF
                   READ MEMO-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-MEMO-EOF-SW
                       NOT AT END
                           PERFORM 1510-STORE-CREDIT-MEMO
                   END-READ
               END-PERFORM
               CLOSE MEMO-HISTORY-FILE
           ELSE
               DISPLAY 'NO CREDIT MEMO HISTORY - NO CHARGEBACKS '
                   'TAKEN'
           END-IF.

       1510-STORE-CREDIT-MEMO.
           IF CRH-MEMO-DATE IS NUMERIC
                   AND CRH-MEMO-DATE(1:6) = WS-COMMISSION-PERIOD
                   AND CRH-MERCHANDISE-CREDIT IS NUMERIC
               ADD 1 TO WS-MEMOS-READ
               IF WS-MEMO-COUNT < 1000
                   ADD 1 TO WS-MEMO-COUNT
                   MOVE CRH-MEMO-NUMBER TO
                       WS-MEM-NUMBER(WS-MEMO-COUNT)
                   MOVE CRH-MEMO-DATE TO WS-MEM-DATE(WS-MEMO-COUNT)
                   MOVE CRH-CUST-ID TO WS-MEM-CUST-ID(WS-MEMO-COUNT)
                   MOVE CRH-ORDER-NUMBER TO
                       WS-MEM-ORDER-NUMBER(WS-MEMO-COUNT)
                   MOVE CRH-MERCHANDISE-CREDIT TO
                       WS-MEM-CREDIT(WS-MEMO-COUNT)
                   MOVE CRH-REP-ID TO WS-MEM-REP-ID(WS-MEMO-COUNT)
               ELSE
                   ADD 1 TO WS-MEMOS-NOT-CHARGED
                   DISPLAY 'WARNING: CREDIT MEMO TABLE FULL - MEMO '
                       CRH-MEMO-NUMBER ' NOT CHARGED BACK'
               END-IF
           END-IF.

       2000-PROCESS-SALES-LINE.
           ADD 1 TO WS-LINES-READ
           IF SLS-ORDER-DATE IS NUMERIC
                   AND SLS-ORDER-DATE NOT > WS-PERIOD-END-DATE
                   AND SLS-EXTENDED-AMOUNT IS NUMERIC
               IF NOT GROUP-ACTIVE
                       OR SLS-CUST-ID NOT = WS-GRP-CUST-ID
                       OR SLS-ORDER-NUMBER NOT = WS-GRP-ORDER-NUMBER
                   IF GROUP-ACTIVE
                       PERFORM 2300-FINISH-INVOICE
                   END-IF
                   PERFORM 2100-START-INVOICE
               END-IF
               ADD SLS-EXTENDED-AMOUNT TO WS-GRP-BASE-AMOUNT
           ELSE
               ADD 1 TO WS-LINES-AFTER-PERIOD
           END-IF
           PERFORM 2800-READ-NEXT-RECORD.

       2100-START-INVOICE.
           MOVE 'Y' TO WS-GROUP-ACTIVE-SW
           MOVE SLS-CUST-ID TO WS-GRP-CUST-ID
           MOVE SLS-ORDER-NUMBER TO WS-GRP-ORDER-NUMBER
           MOVE SLS-ORDER-DATE TO WS-GRP-ORDER-DATE
           MOVE SLS-REP-ID TO WS-GRP-REP-ID
           MOVE ZERO TO WS-GRP-INVOICE-NUMBER
           MOVE ZERO TO WS-GRP-BASE-AMOUNT
           MOVE SPACE TO WS-GRP-DECISION

           PERFORM 2150-MATCH-CREDIT-MEMOS

           IF WS-GRP-REP-ID = SPACES OR LOW-VALUES
               MOVE 'H' TO WS-GRP-DECISION
           ELSE
               PERFORM 2110-FIND-REP
               IF WS-REP-FOUND-SUB = ZERO
                   MOVE 'X' TO WS-GRP-DECISION
               END-IF
           END-IF

           IF WS-GRP-DECISION = SPACE
               PERFORM 2200-FIND-INVOICE
               IF NOT INVOICE-FOUND
                   MOVE 'N' TO WS-GRP-DECISION
               END-IF
           END-IF

           IF WS-GRP-DECISION = SPACE
               IF OPN-COMM-PERIOD IS NUMERIC
                       AND OPN-COMM-PERIOD > ZERO
                       AND OPN-COMM-PERIOD NOT = WS-PERIOD-NUMERIC
                   MOVE 'A' TO WS-GRP-DECISION
               ELSE
                   IF OPN-ITEM-PAID
                       MOVE 'P' TO WS-GRP-DECISION
                       PERFORM 2250-STAMP-INVOICE
                   ELSE
                       MOVE 'D' TO WS-GRP-DECISION
                   END-IF
               END-IF
           END-IF.

       2110-FIND-REP.
           MOVE ZERO TO WS-REP-FOUND-SUB
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
                   OR WS-REP-FOUND-SUB > ZERO
               IF WS-RPT-REP-ID(WS-REP-SUB) = WS-GRP-REP-ID
                   MOVE WS-REP-SUB TO WS-REP-FOUND-SUB
               END-IF
           END-PERFORM.

       2150-MATCH-CREDIT-MEMOS.
           PERFORM VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
               IF WS-MEM-CUST-ID(WS-MEMO-SUB) = SLS-CUST-ID
                       AND WS-MEM-ORDER-NUMBER(WS-MEMO-SUB) =
                           SLS-ORDER-NUMBER
                   MOVE SLS-REP-ID TO WS-MEM-REP-ID(WS-MEMO-SUB)
               END-IF
           END-PERFORM.

       2200-FIND-INVOICE.
           MOVE 'N' TO WS-INVOICE-FOUND-SW
           MOVE 'N' TO WS-OPNITM-EOF-SW
           MOVE WS-GRP-CUST-ID TO OPN-CUST-ID
           MOVE ZERO TO OPN-INVOICE-NUMBER

           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY MOVE 'Y' TO WS-OPNITM-EOF-SW
           END-START

           PERFORM UNTIL OPNITM-EOF OR INVOICE-FOUND
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OPNITM-EOF-SW
                   NOT AT END
                       IF OPN-CUST-ID NOT = WS-GRP-CUST-ID
                           MOVE 'Y' TO WS-OPNITM-EOF-SW
                       ELSE
                           IF OPN-ORDER-NUMBER = WS-GRP-ORDER-NUMBER
                                   AND OPN-DOC-INVOICE
                               MOVE 'Y' TO WS-INVOICE-FOUND-SW
                               MOVE OPN-INVOICE-NUMBER TO
                                   WS-GRP-INVOICE-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2250-STAMP-INVOICE.
           MOVE WS-PERIOD-NUMERIC TO OPN-COMM-PERIOD
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR STAMPING COMMISSION PERIOD ON '
                       'INVOICE: ' OPN-INVOICE-NUMBER
                   MOVE 'S' TO WS-GRP-DECISION
           END-REWRITE.

       2300-FINISH-INVOICE.
           EVALUATE TRUE
               WHEN GRP-PAY
                   MOVE SPACES TO COMMISSION-WORK-RECORD
                   MOVE WS-GRP-REP-ID TO CWK-REP-ID
                   MOVE 'S' TO CWK-LINE-TYPE
                   MOVE WS-GRP-CUST-ID TO CWK-CUST-ID
                   MOVE WS-GRP-ORDER-NUMBER TO CWK-ORDER-NUMBER
                   MOVE WS-GRP-INVOICE-NUMBER TO CWK-DOC-NUMBER
                   MOVE WS-GRP-ORDER-DATE TO CWK-DOC-DATE
                   MOVE WS-GRP-BASE-AMOUNT TO CWK-BASE-AMOUNT
                   COMPUTE CWK-COMMISSION-AMOUNT ROUNDED =
                       WS-GRP-BASE-AMOUNT *
                       WS-RPT-RATE(WS-REP-FOUND-SUB)
                   WRITE COMMISSION-WORK-RECORD
                   ADD 1 TO WS-INVOICES-COMMISSIONED
               WHEN GRP-DEFERRED
                   ADD WS-GRP-BASE-AMOUNT TO
                       WS-RPT-DEFERRED-AMT(WS-REP-FOUND-SUB)
                   ADD 1 TO WS-RPT-DEFERRED-COUNT(WS-REP-FOUND-SUB)
                   ADD 1 TO WS-INVOICES-DEFERRED
               WHEN GRP-PREVIOUSLY-PAID
                   ADD 1 TO WS-INVOICES-PREV-PAID
               WHEN GRP-HOUSE
                   ADD 1 TO WS-INVOICES-HOUSE
               WHEN GRP-STAMP-FAILED
                   ADD 1 TO WS-INVOICES-STAMP-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN GRP-UNKNOWN-REP
                   ADD 1 TO WS-INVOICES-UNKNOWN-REP
                   DISPLAY 'SALES REP NOT ON FILE: ' WS-GRP-REP-ID
                       ' ORDER ' WS-GRP-ORDER-NUMBER
               WHEN OTHER
                   ADD 1 TO WS-INVOICES-NOT-FOUND
                   DISPLAY 'NO AROPEN INVOICE FOR ORDER: '
                       WS-GRP-ORDER-NUMBER ' CUSTOMER ' WS-GRP-CUST-ID
           END-EVALUATE
           MOVE 'N' TO WS-GROUP-ACTIVE-SW.

       2500-PROCESS-CHARGEBACKS.
           PERFORM VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
               PERFORM 2510-CHARGE-BACK-MEMO
           END-PERFORM.

       2510-CHARGE-BACK-MEMO.
           MOVE WS-MEM-REP-ID(WS-MEMO-SUB) TO WS-GRP-REP-ID
           MOVE ZERO TO WS-REP-FOUND-SUB
           IF WS-GRP-REP-ID NOT = SPACES AND LOW-VALUES
               PERFORM 2110-FIND-REP
           END-IF

           IF WS-REP-FOUND-SUB > ZERO
               MOVE SPACES TO COMMISSION-WORK-RECORD
               MOVE WS-GRP-REP-ID TO CWK-REP-ID
               MOVE 'C' TO CWK-LINE-TYPE
               MOVE WS-MEM-CUST-ID(WS-MEMO-SUB) TO CWK-CUST-ID
               MOVE WS-MEM-ORDER-NUMBER(WS-MEMO-SUB) TO
                   CWK-ORDER-NUMBER
               MOVE WS-MEM-NUMBER(WS-MEMO-SUB) TO CWK-DOC-NUMBER
               MOVE WS-MEM-DATE(WS-MEMO-SUB) TO CWK-DOC-DATE
               MOVE WS-MEM-CREDIT(WS-MEMO-SUB) TO CWK-BASE-AMOUNT
               COMPUTE CWK-COMMISSION-AMOUNT ROUNDED =
                   WS-MEM-CREDIT(WS-MEMO-SUB) *
                   WS-RPT-RATE(WS-REP-FOUND-SUB)
               WRITE COMMISSION-WORK-RECORD
               ADD 1 TO WS-MEMOS-CHARGED
           ELSE
               ADD 1 TO WS-MEMOS-NOT-CHARGED
           END-IF.

       2700-SORT-COMMISSIONS.
           MOVE RETURN-CODE TO WS-SORT-SAVED-RC
           SORT COMMISSION-SORT-FILE
               ON ASCENDING KEY SRT-REP-ID
               ON DESCENDING KEY SRT-LINE-TYPE
               ON ASCENDING KEY SRT-CUST-ID
                                SRT-ORDER-NUMBER
                                SRT-DOC-NUMBER
               USING COMMISSION-WORK-FILE
               GIVING COMMISSION-SORTED-FILE
           MOVE WS-SORT-SAVED-RC TO RETURN-CODE
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING COMMISSIONS - SORT RETURN: '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-READ-NEXT-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END CONTINUE
           END-READ.

       3000-FINALIZE.
           OPEN INPUT COMMISSION-SORTED-FILE
           PERFORM 3010-READ-SORTED-RECORD
           PERFORM UNTIL SORTED-EOF
               PERFORM 3100-PRINT-REP-STATEMENT
           END-PERFORM
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
               IF WS-RPT-PRINTED-SW(WS-REP-SUB) = 'N'
                       AND WS-RPT-DEFERRED-COUNT(WS-REP-SUB) > ZERO
                   MOVE WS-REP-SUB TO WS-REP-FOUND-SUB
                   PERFORM 3200-PRINT-DEFERRED-ONLY
               END-IF
           END-PERFORM
           PERFORM 3500-PRINT-RUN-SUMMARY
           CLOSE SALES-HISTORY-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE COMMISSION-SORTED-FILE
           CLOSE STATEMENT-FILE
           CLOSE PAYROLL-FILE.

       3010-READ-SORTED-RECORD.
           READ COMMISSION-SORTED-FILE
               AT END MOVE 'Y' TO WS-SORTED-EOF-SW
               NOT AT END CONTINUE
           END-READ.

       3100-PRINT-REP-STATEMENT.
           MOVE CSD-REP-ID TO WS-CURRENT-REP-ID
           MOVE CSD-REP-ID TO WS-GRP-REP-ID
           PERFORM 2110-FIND-REP
           MOVE ZERO TO WS-REP-SALES-PAID
           MOVE ZERO TO WS-REP-COMMISSION
           MOVE ZERO TO WS-REP-RETURNS
           MOVE ZERO TO WS-REP-CHARGEBACK
           PERFORM 3110-PRINT-STATEMENT-HEADER

           PERFORM UNTIL SORTED-EOF
                   OR CSD-REP-ID NOT = WS-CURRENT-REP-ID
               PERFORM 3120-PRINT-STATEMENT-LINE
               PERFORM 3010-READ-SORTED-RECORD
           END-PERFORM

           COMPUTE WS-REP-NET = WS-REP-COMMISSION - WS-REP-CHARGEBACK
           PERFORM 3130-PRINT-REP-TOTALS
           PERFORM 3140-WRITE-PAYROLL-RECORD
           ADD WS-REP-COMMISSION TO WS-TOTAL-COMMISSION
           ADD WS-REP-CHARGEBACK TO WS-TOTAL-CHARGEBACK
           ADD WS-REP-NET TO WS-TOTAL-NET
           MOVE 'Y' TO WS-RPT-PRINTED-SW(WS-REP-FOUND-SUB).

       3110-PRINT-STATEMENT-HEADER.
           MOVE WS-HEADER-1 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   COMMISSION PERIOD: ' WS-PERIOD-MONTH
                  '/' WS-PERIOD-YEAR
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-RPT-REP-ID(WS-REP-FOUND-SUB) TO WS-RPL-REP-ID
           MOVE WS-RPT-NAME(WS-REP-FOUND-SUB) TO WS-RPL-REP-NAME
           MOVE WS-RPT-TERRITORY(WS-REP-FOUND-SUB) TO
               WS-RPL-TERRITORY
           MOVE WS-RPT-RATE(WS-REP-FOUND-SUB) TO WS-RPL-RATE
           MOVE WS-RPT-PAYROLL-ID(WS-REP-FOUND-SUB) TO
               WS-RPL-PAYROLL-ID
           MOVE WS-REP-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-HEADER-2 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE ALL '-' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 7 TO WS-STATEMENT-LINE-COUNT.

       3120-PRINT-STATEMENT-LINE.
           IF WS-STATEMENT-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 3110-PRINT-STATEMENT-HEADER
           END-IF
           IF CSD-SALE
               MOVE 'SALE' TO WS-DTL-TYPE
               ADD CSD-BASE-AMOUNT TO WS-REP-SALES-PAID
               ADD CSD-COMMISSION-AMOUNT TO WS-REP-COMMISSION
               MOVE CSD-BASE-AMOUNT TO WS-DTL-BASE-AMOUNT
               MOVE CSD-COMMISSION-AMOUNT TO WS-DTL-COMMISSION
           ELSE
               MOVE 'CHGBACK' TO WS-DTL-TYPE
               ADD CSD-BASE-AMOUNT TO WS-REP-RETURNS
               ADD CSD-COMMISSION-AMOUNT TO WS-REP-CHARGEBACK
               COMPUTE WS-DTL-BASE-AMOUNT = ZERO - CSD-BASE-AMOUNT
               COMPUTE WS-DTL-COMMISSION =
                   ZERO - CSD-COMMISSION-AMOUNT
           END-IF
           MOVE CSD-CUST-ID TO WS-DTL-CUST-ID
           MOVE CSD-ORDER-NUMBER TO WS-DTL-ORDER-NUMBER
           MOVE CSD-DOC-NUMBER TO WS-DTL-DOC-NUMBER
           MOVE CSD-DOC-DATE TO WS-DTL-DOC-DATE
           MOVE WS-DETAIL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD 1 TO WS-STATEMENT-LINE-COUNT.

       3130-PRINT-REP-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'COMMISSIONABLE SALES PAID:' TO WS-TOT-LABEL
           MOVE WS-REP-SALES-PAID TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'COMMISSION EARNED:' TO WS-TOT-LABEL
           MOVE WS-REP-COMMISSION TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'RETURNS CHARGED BACK:' TO WS-TOT-LABEL
           MOVE WS-REP-RETURNS TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'COMMISSION CHARGEBACK:' TO WS-TOT-LABEL
           COMPUTE WS-TOT-AMOUNT = ZERO - WS-REP-CHARGEBACK
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'NET COMMISSION PAYABLE:' TO WS-TOT-LABEL
           MOVE WS-REP-NET TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'SALES AWAITING CUSTOMER PAYMENT:' TO WS-TOT-LABEL
           MOVE WS-RPT-DEFERRED-AMT(WS-REP-FOUND-SUB) TO
               WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD 8 TO WS-STATEMENT-LINE-COUNT.

       3140-WRITE-PAYROLL-RECORD.
           MOVE SPACES TO PAYROLL-RECORD
           MOVE WS-RPT-PAYROLL-ID(WS-REP-FOUND-SUB) TO PAY-PAYROLL-ID
           MOVE WS-CURRENT-REP-ID TO PAY-REP-ID
           MOVE WS-PERIOD-NUMERIC TO PAY-PERIOD
           MOVE 'COMM' TO PAY-EARNINGS-CODE
           MOVE WS-REP-COMMISSION TO PAY-GROSS-COMMISSION
           MOVE WS-REP-CHARGEBACK TO PAY-CHARGEBACK-AMOUNT
           MOVE WS-REP-NET TO PAY-NET-COMMISSION
           MOVE WS-RPT-TERRITORY(WS-REP-FOUND-SUB) TO PAY-TERRITORY
           WRITE PAYROLL-RECORD
           ADD 1 TO WS-REPS-PAID
           IF PAY-PAYROLL-ID = SPACES
               ADD 1 TO WS-PAYROLL-NO-ID
               DISPLAY 'WARNING: NO PAYROLL ID FOR SALES REP: '
                   WS-CURRENT-REP-ID
           END-IF.

       3200-PRINT-DEFERRED-ONLY.
           MOVE WS-RPT-REP-ID(WS-REP-FOUND-SUB) TO WS-CURRENT-REP-ID
           MOVE ZERO TO WS-REP-SALES-PAID
           MOVE ZERO TO WS-REP-COMMISSION
           MOVE ZERO TO WS-REP-RETURNS
           MOVE ZERO TO WS-REP-CHARGEBACK
           MOVE ZERO TO WS-REP-NET
           PERFORM 3110-PRINT-STATEMENT-HEADER
           MOVE 'NO COMMISSION PAYABLE THIS PERIOD' TO
               STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM 3130-PRINT-REP-TOTALS
           MOVE 'Y' TO WS-RPT-PRINTED-SW(WS-REP-FOUND-SUB).

       3500-PRINT-RUN-SUMMARY.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD AFTER ADVANCING PAGE
           MOVE WS-HEADER-1 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'RUN DATE: ' WS-FORMATTED-DATE
                  '   COMMISSION PERIOD: ' WS-PERIOD-MONTH
                  '/' WS-PERIOD-YEAR
                  '   *** RUN SUMMARY ***'
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           STRING 'SALES LINES READ:         '
                  WS-LINES-READ
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'LINES AFTER PERIOD END:   '
                  WS-LINES-AFTER-PERIOD
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'INVOICES COMMISSIONED:    '
                  WS-INVOICES-COMMISSIONED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'INVOICES AWAITING PAYMENT:'
                  WS-INVOICES-DEFERRED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PAID IN EARLIER PERIOD:   '
                  WS-INVOICES-PREV-PAID
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'HOUSE ACCOUNT INVOICES:   '
                  WS-INVOICES-HOUSE
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'REP NOT ON FILE:          '
                  WS-INVOICES-UNKNOWN-REP
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'NO INVOICE ON AROPEN:     '
                  WS-INVOICES-NOT-FOUND
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'INVOICE STAMP FAILED:     '
                  WS-INVOICES-STAMP-FAILED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CREDIT MEMOS IN PERIOD:   '
                  WS-MEMOS-READ
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CREDIT MEMOS CHARGED BACK:'
                  WS-MEMOS-CHARGED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'MEMOS NOT CHARGED BACK:   '
                  WS-MEMOS-NOT-CHARGED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PAYROLL RECORDS WRITTEN:  '
                  WS-REPS-PAID
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PAYROLL RECORDS NO ID:    '
                  WS-PAYROLL-NO-ID
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TOTAL COMMISSION EARNED:  $'
                  WS-TOTAL-COMMISSION
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TOTAL CHARGEBACKS:        $'
                  WS-TOTAL-CHARGEBACK
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOTAL-NET TO WS-SUM-AMOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TOTAL NET COMMISSION:     '
                  WS-SUM-AMOUNT
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
