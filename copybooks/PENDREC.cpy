      * PENDCHG record layout - master file changes held for a second
      * operator's approval. Written by CUSTMAINT ('C') and ITEMMAINT
      * ('I') with the full transaction image, approved, rejected or
      * expired by the same program in a later run; listed by PENDRPT.
       01  PENDING-CHANGE-RECORD.
           05 PND-FILE                 PIC X(1).
              88 PND-CUSTOMER-CHANGE   VALUE 'C'.
              88 PND-ITEM-CHANGE       VALUE 'I'.
           05 PND-KEY                  PIC X(10).
           05 PND-TRAN-CODE            PIC X(1).
           05 PND-SUBMIT-DATE          PIC 9(8).
           05 PND-SUBMIT-TIME          PIC 9(6).
           05 PND-SUBMITTED-BY         PIC X(8).
           05 PND-REASON               PIC X(30).
           05 PND-OLD-VALUE            PIC 9(7)V999.
           05 PND-NEW-VALUE            PIC 9(7)V999.
           05 PND-STATUS               PIC X(1).
              88 PND-PENDING           VALUE 'P'.
              88 PND-APPROVED          VALUE 'A'.
              88 PND-REJECTED          VALUE 'R'.
              88 PND-EXPIRED           VALUE 'E'.
           05 PND-ACTION-DATE          PIC 9(8).
           05 PND-ACTIONED-BY          PIC X(8).
           05 PND-RESULT-TEXT          PIC X(30).
           05 PND-TRAN-IMAGE           PIC X(130).
           05 FILLER                   PIC X(19).
