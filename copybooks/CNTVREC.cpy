      * CNTWORK record layout - one record per counted item, written
      * by CNTVAR when the count is entered and marked posted, held
      * or voided by CNTPOST.
       01  COUNT-VARIANCE-RECORD.
           05 CVR-ITEM-CODE            PIC X(8).
           05 CVR-COUNT-DATE           PIC 9(8).
           05 CVR-FROZEN-QTY           PIC S9(7).
           05 CVR-COUNTED-QTY          PIC 9(7).
           05 CVR-VARIANCE-QTY         PIC S9(7).
           05 CVR-UNIT-COST            PIC 9(5)V99.
           05 CVR-VARIANCE-VALUE       PIC S9(9)V99.
           05 CVR-TOLERANCE-FLAG       PIC X(1).
              88 CVR-OVER-TOLERANCE    VALUE 'Y'.
           05 CVR-COUNTED-BY           PIC X(8).
           05 CVR-POST-STATUS          PIC X(1).
              88 CVR-PENDING           VALUE ' '.
              88 CVR-POSTED            VALUE 'P'.
              88 CVR-VOIDED            VALUE 'V'.
           05 CVR-POST-DATE            PIC 9(8).
           05 FILLER                   PIC X(7).
