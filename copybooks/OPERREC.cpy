      * OPERAUTH record layout - maintenance operator authority.
      * Loaded by CUSTMAINT and ITEMMAINT: the transaction codes each
      * operator may submit per file, the highest credit limit and
      * price change they may key (zero = no operator limit) and
      * whether they may approve changes held in PENDCHG.
       01  OPERATOR-AUTH-RECORD.
           05 OPR-ID                   PIC X(8).
           05 OPR-NAME                 PIC X(20).
           05 OPR-STATUS               PIC X(1).
              88 OPR-ACTIVE            VALUE 'A'.
           05 OPR-CUST-TRAN-CODES      PIC X(6).
           05 OPR-ITEM-TRAN-CODES      PIC X(6).
           05 OPR-MAX-CREDIT-LIMIT     PIC 9(7)V99.
           05 OPR-MAX-PRICE-CHG-PCT    PIC 9(3)V9.
           05 OPR-APPROVER-FLAG        PIC X(1).
              88 OPR-CAN-APPROVE       VALUE 'Y'.
           05 FILLER                   PIC X(25).
