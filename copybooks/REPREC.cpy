      * REPMAST record layout - salesperson master. Maintained by
      * REPMAINT; CUST-REP-ID on CUSTMAST names a rep on this file and
      * COMMCALC pays commission at REP-COMMISSION-RATE.
       01  SALES-REP-RECORD.
           05 REP-ID                   PIC X(6).
           05 REP-NAME                 PIC X(30).
           05 REP-TERRITORY            PIC X(4).
           05 REP-COMMISSION-RATE      PIC V9(4).
           05 REP-PAYROLL-ID           PIC X(9).
           05 REP-STATUS               PIC X(1).
              88 REP-ACTIVE            VALUE 'A'.
              88 REP-INACTIVE          VALUE 'I'.
           05 FILLER                   PIC X(46).
