      * POFILE record layout - open purchase order lines.
      * One record per PO line written by POGEN, received against by
      * INVRECV and listed by POOPEN. A PO is closed when every one
      * of its lines is closed.
       01  PO-RECORD.
           05 PO-KEY.
              10 PO-NUMBER             PIC X(12).
              10 PO-LINE-NUMBER        PIC 9(3).
           05 PO-VENDOR-ID             PIC X(8).
           05 PO-ITEM-CODE             PIC X(8).
           05 PO-ORDER-DATE            PIC 9(8).
           05 PO-DUE-DATE              PIC 9(8).
           05 PO-QTY-ORDERED           PIC 9(7).
           05 PO-QTY-RECEIVED          PIC 9(7).
           05 PO-QTY-OUTSTANDING       PIC 9(7).
           05 PO-UNIT-COST             PIC 9(5)V99.
           05 PO-LAST-RECEIPT-DATE     PIC 9(8).
           05 PO-STATUS                PIC X(1).
              88 PO-LINE-OPEN          VALUE 'O'.
              88 PO-LINE-CLOSED        VALUE 'C'.
           05 FILLER                   PIC X(16).
