           05 CUST-STATUS              PIC X(1).
           05 CUST-LAST-ORDER-DATE     PIC 9(8).
           05 CUST-TAX-JUR-CODE        PIC X(3).
           05 CUST-FIN-CHG-EXEMPT      PIC X(1).
              88 CUST-EXEMPT-FROM-FIN-CHG VALUE 'Y'.
           05 CUST-REP-ID              PIC X(6).
           05 FILLER                   PIC X(70).
