      * CRMHIST record layout - one record per credit memo issued by
      * RETCRMEM, accumulated across runs. COMMCALC reads it to charge
      * back commission on returned merchandise.
       01  CREDIT-MEMO-HISTORY-RECORD.
           05 CRH-MEMO-NUMBER          PIC 9(6).
           05 CRH-MEMO-DATE            PIC 9(8).
           05 CRH-CUST-ID              PIC X(10).
           05 CRH-ORDER-NUMBER         PIC X(12).
           05 CRH-RETURN-DATE          PIC 9(8).
           05 CRH-MERCHANDISE-CREDIT   PIC 9(9)V99.
           05 CRH-TAX-CREDIT           PIC 9(7)V99.
           05 CRH-REP-ID               PIC X(6).
           05 FILLER                   PIC X(10).
