      * PICKTKT record layout - one record per allocated order line,
      * written by ORDER-PROCESSOR in order / item sequence for the
      * warehouse. The same layout comes back on SHIPCONF with the
      * quantity actually shipped filled in.
       01  PICK-TICKET-LINE.
           05 PCK-ORDER-NUMBER         PIC X(12).
           05 PCK-ITEM-CODE            PIC X(8).
           05 PCK-LINE-NUMBER          PIC 9(3).
           05 PCK-CUST-ID              PIC X(10).
           05 PCK-INVOICE-NUMBER       PIC 9(6).
           05 PCK-ORDER-DATE           PIC 9(8).
           05 PCK-ALLOCATED-QTY        PIC 9(5).
           05 PCK-UNIT-PRICE           PIC 9(5)V99.
           05 PCK-DISCOUNT-RATE        PIC V999.
           05 PCK-TAX-JUR-CODE         PIC X(3).
           05 PCK-TAX-RATE             PIC V9(4).
           05 PCK-SHIPPED-QTY          PIC 9(5).
           05 FILLER                   PIC X(26).
