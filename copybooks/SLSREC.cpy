      * SALESHST record layout - one record per approved order line,
      * written by ORDER-PROCESSOR and accumulated across runs.
      * A short shipment (SHIPCONF) leaves the original line at its
      * full quantity; when BKORDREL releases the short-shipped
      * quantity the order is flagged as a re-shipment and no second
      * line is written, so SLSANAL, GMARGIN and COMMCALC count the
      * goods once, on the original line.
       01  SALES-HISTORY-RECORD.
           05 SLS-ORDER-DATE           PIC 9(8).
           05 SLS-ORDER-NUMBER         PIC X(12).
           05 SLS-UNIT-PRICE           PIC 9(5)V99.
           05 SLS-EXTENDED-AMOUNT      PIC 9(9)V99.
           05 SLS-PRICE-SOURCE         PIC X(1).
           05 SLS-UNIT-COST            PIC 9(5)V99.
           05 SLS-REP-ID               PIC X(6).
           05 FILLER                   PIC X(2).
