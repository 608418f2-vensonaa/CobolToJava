      * SORDMST record layout - standing (recurring) orders.
      * Maintained by SORDMAINT; SORDGEN builds an ORDERINP order from
      * each active record on its next-run date and advances it by the
      * frequency (W weekly, B two-weekly, M monthly, Q quarterly).
       01  STANDING-ORDER-RECORD.
           05 SOR-ID                   PIC X(6).
           05 SOR-CUST-ID              PIC X(10).
           05 SOR-DESCRIPTION          PIC X(20).
           05 SOR-FREQUENCY            PIC X(1).
              88 SOR-WEEKLY            VALUE 'W'.
              88 SOR-TWO-WEEKLY        VALUE 'B'.
              88 SOR-MONTHLY           VALUE 'M'.
              88 SOR-QUARTERLY         VALUE 'Q'.
              88 SOR-VALID-FREQUENCY   VALUE 'W' 'B' 'M' 'Q'.
           05 SOR-START-DATE           PIC 9(8).
           05 SOR-END-DATE             PIC 9(8).
           05 SOR-NEXT-RUN-DATE        PIC 9(8).
           05 SOR-LAST-RUN-DATE        PIC 9(8).
           05 SOR-STATUS               PIC X(1).
              88 SOR-ACTIVE            VALUE 'A'.
              88 SOR-SUSPENDED         VALUE 'S'.
              88 SOR-CANCELLED         VALUE 'C'.
              88 SOR-ENDED             VALUE 'E'.
           05 SOR-RUN-COUNT            PIC 9(4).
           05 SOR-ITEM-COUNT           PIC 99.
           05 SOR-ITEMS OCCURS 10 TIMES.
              10 SOR-ITEM-CODE         PIC X(8).
              10 SOR-ITEM-QTY          PIC 9(5).
           05 FILLER                   PIC X(44).
