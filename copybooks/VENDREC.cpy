      * VENDMAST record layout - vendor master for purchasing.
      * Maintained by VENDMAINT; every purchase order line on POFILE
      * names a vendor on this file.
       01  VENDOR-RECORD.
           05 VEND-ID                  PIC X(8).
           05 VEND-NAME                PIC X(30).
           05 VEND-ADDRESS             PIC X(50).
           05 VEND-LEAD-DAYS           PIC 9(3).
           05 VEND-STATUS              PIC X(1).
              88 VEND-ACTIVE           VALUE 'A'.
              88 VEND-INACTIVE         VALUE 'I'.
           05 FILLER                   PIC X(8).
