      * AROPEN record layout - open-item receivables subledger.
      * One record per invoice written by ORDER-PROCESSOR, relieved
      * by PAYAPPLY and aged by ARSTMT. Unapplied cash is carried as
      * an on-account credit item (negative open amount, doc type C)
      * and month-end finance charges as doc type F. COMMCALC stamps
      * OPN-COMM-PERIOD (YYYYMM) when commission is paid on an invoice.
       01  OPEN-ITEM-RECORD.
           05 OPN-KEY.
              10 OPN-CUST-ID           PIC X(10).
           05 OPN-STATUS               PIC X(1).
              88 OPN-ITEM-OPEN         VALUE 'O'.
              88 OPN-ITEM-PAID         VALUE 'P'.
           05 OPN-DOC-TYPE             PIC X(1).
              88 OPN-DOC-INVOICE       VALUE 'I' ' '.
              88 OPN-DOC-CREDIT        VALUE 'C'.
              88 OPN-DOC-FIN-CHARGE    VALUE 'F'.
           05 OPN-COMM-PERIOD          PIC 9(6).
           05 FILLER                   PIC X(38).
