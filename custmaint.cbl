               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXJUR-STATUS.

           SELECT REP-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS WS-REP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'CUSTAUD'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT APPROVAL-CONTROL-FILE ASSIGN TO 'APRCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APRCTL-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'CHGAPPR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CUSTREC.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-CODE                PIC X(1).
           05 TRAN-CUST-DISCOUNT-RATE  PIC V999.
           05 TRAN-CUST-STATUS         PIC X(1).
           05 TRAN-CUST-TAX-JUR-CODE   PIC X(3).
           05 TRAN-CUST-FIN-CHG-EXEMPT PIC X(1).
           05 TRAN-CUST-REP-ID         PIC X(6).
           05 TRAN-OPERATOR-ID         PIC X(8).
           05 FILLER                   PIC X(8).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY TAXJREC.

       FD  REP-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY REPREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       COPY JRNREC.

       FD  OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY OPERREC.

       FD  APPROVAL-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-CONTROL-RECORD.
           05 APC-CREDIT-INCR-AMT      PIC 9(7)V99.
           05 APC-CREDIT-INCR-PCT      PIC 9(3)V9.
           05 APC-PRICE-TOL-PCT        PIC 9(3)V9.
           05 APC-EXPIRY-DAYS          PIC 9(3).
           05 FILLER                   PIC X(20).

       FD  APPROVAL-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  APPROVAL-RECORD.
           05 CHA-FILE                 PIC X(1).
           05 CHA-KEY                  PIC X(10).
           05 CHA-SUBMIT-DATE          PIC 9(8).
           05 CHA-ACTION               PIC X(1).
              88 CHA-APPROVE           VALUE 'A'.
              88 CHA-REJECT            VALUE 'R'.
           05 CHA-APPROVED-BY          PIC X(8).
           05 FILLER                   PIC X(12).

       FD  PENDING-FILE
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY PENDREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-TRAN-STATUS           PIC XX.
           05 WS-TAXJUR-STATUS         PIC XX.
           05 WS-REP-STATUS            PIC XX.
           05 WS-ARCHIVE-STATUS        PIC XX.
           05 WS-PURGCTL-STATUS        PIC XX.
           05 WS-AUDIT-STATUS          PIC XX.
           05 WS-JOURNAL-STATUS        PIC XX.
           05 WS-OPERATOR-STATUS       PIC XX.
           05 WS-APRCTL-STATUS         PIC XX.
           05 WS-APPROVAL-STATUS       PIC XX.
           05 WS-PENDING-STATUS        PIC XX.

       01  WS-COUNTERS.
           05 WS-TRANS-READ            PIC 9(6) VALUE ZERO.
           05 WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
           05 WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.
           05 WS-TRANS-PENDING         PIC 9(6) VALUE ZERO.
           05 WS-PENDING-APPROVED      PIC 9(6) VALUE ZERO.
           05 WS-PENDING-REJECTED      PIC 9(6) VALUE ZERO.
           05 WS-PENDING-EXPIRED       PIC 9(6) VALUE ZERO.
           05 WS-PENDING-OUTSTANDING   PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-REFUSED     PIC 9(6) VALUE ZERO.
           05 WS-APPROVALS-UNUSED      PIC 9(6) VALUE ZERO.
           05 WS-AUDIT-LINE-COUNT      PIC 99 VALUE ZERO.

       01  WS-CONSTANTS.
              88 CUSTOMER-FOUND        VALUE 'Y'.
           05 WS-TRAN-VALID-SW         PIC X VALUE 'Y'.
              88 TRAN-VALID            VALUE 'Y'.
           05 WS-REP-FILE-OPEN-SW      PIC X VALUE 'N'.
              88 REP-FILE-OPEN         VALUE 'Y'.
           05 WS-APPROVAL-REQUIRED-SW  PIC X VALUE 'N'.
              88 APPROVAL-REQUIRED     VALUE 'Y'.
           05 WS-CHANGE-APPLIED-SW     PIC X VALUE 'N'.
              88 CHANGE-APPLIED        VALUE 'Y'.
           05 WS-OPERATOR-EOF-SW       PIC X VALUE 'N'.
              88 OPERATOR-EOF          VALUE 'Y'.
           05 WS-APPROVAL-EOF-SW       PIC X VALUE 'N'.
              88 APPROVAL-EOF          VALUE 'Y'.
           05 WS-APPROVAL-SETTLED-SW   PIC X VALUE 'N'.
              88 APPROVAL-SETTLED      VALUE 'Y'.
           05 WS-PENDING-EOF-SW        PIC X VALUE 'N'.
              88 PENDING-EOF           VALUE 'Y'.
           05 WS-TRAN-CODE-OK-SW       PIC X VALUE 'N'.
              88 TRAN-CODE-OK          VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05 WS-REJECT-TEXT           PIC X(30) VALUE SPACES.
           05 WS-ACTION-TEXT           PIC X(15) VALUE SPACES.
           05 WS-AUDIT-NOTE            PIC X(30) VALUE SPACES.

       01  WS-APPROVAL-LIMITS.
           05 WS-CREDIT-INCR-AMT       PIC 9(7)V99 VALUE 5000.00.
           05 WS-CREDIT-INCR-PCT       PIC 9(3)V9 VALUE 25.0.
           05 WS-EXPIRY-DAYS           PIC 9(3) VALUE 7.
           05 WS-CREDIT-INCREASE       PIC 9(7)V99.
           05 WS-CHANGE-PCT            PIC 9(3)V9.
           05 WS-PENDING-AGE           PIC S9(6).
           05 WS-PENDING-REASON        PIC X(30).
           05 WS-PENDING-OLD-VALUE     PIC 9(7)V999.
           05 WS-PENDING-NEW-VALUE     PIC 9(7)V999.

       01  WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-OPERATOR-SUB          PIC 9(3).
           05 WS-MATCHED-OPERATOR      PIC 9(3) VALUE ZERO.
           05 WS-CHECK-OPERATOR-ID     PIC X(8).
           05 WS-CODE-SUB              PIC 9.

       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
              10 WS-OP-ID              PIC X(8).
              10 WS-OP-STATUS          PIC X(1).
              10 WS-OP-TRAN-CODES      PIC X(6).
              10 WS-OP-MAX-CREDIT-LIMIT PIC 9(7)V99.
              10 WS-OP-APPROVER-FLAG   PIC X(1).

       01  WS-APPROVAL-FIELDS.
           05 WS-APPROVAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-APPROVAL-SUB          PIC 9(4).
           05 WS-MATCHED-APPROVAL      PIC 9(4) VALUE ZERO.

       01  WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 500 TIMES.
              10 WS-AP-KEY             PIC X(10).
              10 WS-AP-SUBMIT-DATE     PIC 9(8).
              10 WS-AP-ACTION          PIC X(1).
              10 WS-AP-APPROVED-BY     PIC X(8).
              10 WS-AP-USED-SW         PIC X(1).

       01  WS-TAX-JUR-FIELDS.
           05 WS-TAX-JUR-COUNT         PIC 99 VALUE ZERO.
              10 FILLER                PIC X(20) VALUE 'CREDIT LIMIT'.
              10 FILLER                PIC X(10) VALUE 'DISCOUNT'.
              10 FILLER                PIC X(8)  VALUE 'STATUS'.
              10 FILLER                PIC X(8)  VALUE 'REP'.
              10 FILLER                PIC X(32) VALUE 'REASON'.
              10 FILLER                PIC X(22) VALUE 'OPERATOR'.

       01  WS-DETAIL-LINE.
           05 WS-DTL-TRAN-CODE         PIC X(1).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(1).
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 WS-DTL-REP-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-OPERATOR          PIC X(8).
           05 FILLER                   PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1100-FORMAT-DATE
           PERFORM 1150-LOAD-TAX-JURISDICTIONS
           PERFORM 1170-READ-PURGE-CONTROL
           PERFORM 1180-OPEN-REP-FILE
           PERFORM 1400-LOAD-OPERATORS
           PERFORM 1420-READ-APPROVAL-CONTROL
           PERFORM 1440-LOAD-APPROVALS
           PERFORM 1200-PRINT-HEADERS
           PERFORM 1500-PROCESS-PENDING-CHANGES
           PERFORM 9300-OPEN-PENDING-FILE
           PERFORM 1300-READ-FIRST-TRANSACTION.

       1170-READ-PURGE-CONTROL.
                   'INACTIVE DAYS: ' WS-MIN-INACTIVE-DAYS
           END-IF.

       1180-OPEN-REP-FILE.
           OPEN INPUT REP-FILE
           IF WS-REP-STATUS = '00'
               MOVE 'Y' TO WS-REP-FILE-OPEN-SW
           ELSE
               DISPLAY 'NO SALES REP MASTER - REP CODES CANNOT BE '
                   'VALIDATED'
           END-IF.

       1190-CHECK-SALES-REP.
           IF NOT REP-FILE-OPEN
               CONTINUE
           ELSE
               MOVE TRAN-CUST-REP-ID TO REP-ID
               READ REP-FILE
                   KEY IS REP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'INVALID SALES REP' TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       IF NOT REP-ACTIVE
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'SALES REP NOT ACTIVE' TO
                               WS-REJECT-TEXT
                       END-IF
               END-READ
           END-IF.

       1150-LOAD-TAX-JURISDICTIONS.
           MOVE ZERO TO WS-TAX-JUR-COUNT
           MOVE 'N' TO WS-TAXJUR-EOF-SW
               NOT AT END CONTINUE
           END-READ.

       1400-LOAD-OPERATORS.
           MOVE ZERO TO WS-OPERATOR-COUNT
           MOVE 'N' TO WS-OPERATOR-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPERATOR AUTHORITY FILE: '
                   WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPERATOR-EOF
                   OR WS-OPERATOR-COUNT = 100
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF-SW
                   NOT AT END
                       PERFORM 1410-STORE-OPERATOR
               END-READ
           END-PERFORM
           IF NOT OPERATOR-EOF AND WS-OPERATOR-COUNT = 100
               DISPLAY 'WARNING: OPERATOR TABLE FULL - '
                   'RECORDS BEYOND 100 IGNORED'
           END-IF
           CLOSE OPERATOR-FILE.

       1410-STORE-OPERATOR.
           IF OPR-ID NOT = SPACES
                   AND OPR-MAX-CREDIT-LIMIT IS NUMERIC
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPR-ID TO WS-OP-ID(WS-OPERATOR-COUNT)
               MOVE OPR-STATUS TO WS-OP-STATUS(WS-OPERATOR-COUNT)
               MOVE OPR-CUST-TRAN-CODES TO
                   WS-OP-TRAN-CODES(WS-OPERATOR-COUNT)
               MOVE OPR-MAX-CREDIT-LIMIT TO
                   WS-OP-MAX-CREDIT-LIMIT(WS-OPERATOR-COUNT)
               MOVE OPR-APPROVER-FLAG TO
                   WS-OP-APPROVER-FLAG(WS-OPERATOR-COUNT)
           ELSE
               DISPLAY 'INVALID OPERATOR RECORD SKIPPED: ' OPR-ID
           END-IF.

       1420-READ-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL-FILE
           IF WS-APRCTL-STATUS = '00'
               READ APPROVAL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APC-CREDIT-INCR-AMT IS NUMERIC
                           MOVE APC-CREDIT-INCR-AMT TO
                               WS-CREDIT-INCR-AMT
                       END-IF
                       IF APC-CREDIT-INCR-PCT IS NUMERIC
                           MOVE APC-CREDIT-INCR-PCT TO
                               WS-CREDIT-INCR-PCT
                       END-IF
                       IF APC-EXPIRY-DAYS IS NUMERIC
                               AND APC-EXPIRY-DAYS > ZERO
                           MOVE APC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE APPROVAL-CONTROL-FILE
           ELSE
               DISPLAY 'NO APPROVAL CONTROL FILE - USING DEFAULT '
                   'APPROVAL THRESHOLDS'
           END-IF.

       1440-LOAD-APPROVALS.
           MOVE ZERO TO WS-APPROVAL-COUNT
           MOVE 'N' TO WS-APPROVAL-EOF-SW
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = '00'
               PERFORM UNTIL APPROVAL-EOF
                       OR WS-APPROVAL-COUNT = 500
                   READ APPROVAL-FILE
                       AT END MOVE 'Y' TO WS-APPROVAL-EOF-SW
                       NOT AT END
                           IF CHA-FILE = 'C'
                               PERFORM 1450-STORE-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT APPROVAL-EOF AND WS-APPROVAL-COUNT = 500
                   DISPLAY 'WARNING: CHANGE APPROVAL TABLE FULL - '
                       'RECORDS BEYOND 500 IGNORED'
               END-IF
               CLOSE APPROVAL-FILE
           END-IF.

       1450-STORE-APPROVAL.
           IF CHA-KEY NOT = SPACES
                   AND (CHA-APPROVE OR CHA-REJECT)
                   AND CHA-SUBMIT-DATE IS NUMERIC
               ADD 1 TO WS-APPROVAL-COUNT
               MOVE CHA-KEY TO WS-AP-KEY(WS-APPROVAL-COUNT)
               MOVE CHA-SUBMIT-DATE TO
                   WS-AP-SUBMIT-DATE(WS-APPROVAL-COUNT)
               MOVE CHA-ACTION TO WS-AP-ACTION(WS-APPROVAL-COUNT)
               MOVE CHA-APPROVED-BY TO
                   WS-AP-APPROVED-BY(WS-APPROVAL-COUNT)
               MOVE 'N' TO WS-AP-USED-SW(WS-APPROVAL-COUNT)
           ELSE
               DISPLAY 'INVALID CHANGE APPROVAL RECORD SKIPPED: '
                   CHA-KEY
           END-IF.

       1460-FIND-OPERATOR.
           MOVE ZERO TO WS-MATCHED-OPERATOR
           PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
                   OR WS-MATCHED-OPERATOR > ZERO
               IF WS-OP-ID(WS-OPERATOR-SUB) = WS-CHECK-OPERATOR-ID
                   MOVE WS-OPERATOR-SUB TO WS-MATCHED-OPERATOR
               END-IF
           END-PERFORM.

       1470-CHECK-TRAN-CODE.
           MOVE 'N' TO WS-TRAN-CODE-OK-SW
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 6 OR TRAN-CODE-OK
               IF WS-OP-TRAN-CODES(WS-MATCHED-OPERATOR)
                       (WS-CODE-SUB:1) = TRAN-CODE
                   MOVE 'Y' TO WS-TRAN-CODE-OK-SW
               END-IF
           END-PERFORM.

       1500-PROCESS-PENDING-CHANGES.
           MOVE 'N' TO WS-PENDING-EOF-SW
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-PENDING-EOF-SW
                       NOT AT END
                           IF PND-CUSTOMER-CHANGE AND PND-PENDING
                               PERFORM 1510-REVIEW-PENDING-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       1510-REVIEW-PENDING-CHANGE.
           MOVE PND-TRAN-IMAGE TO TRAN-RECORD
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE 'N' TO WS-APPROVAL-REQUIRED-SW
           MOVE 'N' TO WS-CHANGE-APPLIED-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-AUDIT-NOTE
           MOVE 'N' TO WS-APPROVAL-SETTLED-SW
           PERFORM UNTIL APPROVAL-SETTLED
               PERFORM 1515-TRY-NEXT-APPROVAL
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MATCHED-APPROVAL = ZERO
                   PERFORM 1550-CHECK-EXPIRY
               WHEN WS-AP-ACTION(WS-MATCHED-APPROVAL) = 'R'
                   MOVE 'R' TO PND-STATUS
                   MOVE WS-CURRENT-DATE-NUMERIC TO PND-ACTION-DATE
                   MOVE WS-AP-APPROVED-BY(WS-MATCHED-APPROVAL) TO
                       PND-ACTIONED-BY
                   MOVE 'REJECTED BY APPROVER' TO PND-RESULT-TEXT
                   REWRITE PENDING-CHANGE-RECORD
                   ADD 1 TO WS-PENDING-REJECTED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   STRING 'APPROVAL REJECTED BY '
                          PND-ACTIONED-BY
                          DELIMITED BY SIZE
                          INTO WS-REJECT-TEXT
                   PERFORM 2900-PRINT-AUDIT-LINE
               WHEN OTHER
                   PERFORM 1540-APPLY-APPROVED-CHANGE
           END-EVALUATE.

       1515-TRY-NEXT-APPROVAL.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 1520-FIND-APPROVAL
           IF WS-MATCHED-APPROVAL = ZERO
               MOVE 'Y' TO WS-APPROVAL-SETTLED-SW
           ELSE
               MOVE 'Y' TO WS-AP-USED-SW(WS-MATCHED-APPROVAL)
               PERFORM 1530-CHECK-APPROVER
               IF TRAN-VALID
                   MOVE 'Y' TO WS-APPROVAL-SETTLED-SW
               ELSE
                   ADD 1 TO WS-APPROVALS-REFUSED
                   DISPLAY 'APPROVAL REFUSED FOR CUSTOMER ' PND-KEY
                       ': ' WS-REJECT-TEXT
               END-IF
           END-IF.

       1520-FIND-APPROVAL.
           MOVE ZERO TO WS-MATCHED-APPROVAL
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
                   OR WS-MATCHED-APPROVAL > ZERO
               IF WS-AP-KEY(WS-APPROVAL-SUB) = PND-KEY
                       AND WS-AP-SUBMIT-DATE(WS-APPROVAL-SUB) =
                           PND-SUBMIT-DATE
                       AND WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   MOVE WS-APPROVAL-SUB TO WS-MATCHED-APPROVAL
               END-IF
           END-PERFORM.

       1530-CHECK-APPROVER.
           MOVE WS-AP-APPROVED-BY(WS-MATCHED-APPROVAL) TO
               WS-CHECK-OPERATOR-ID
           PERFORM 1460-FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-MATCHED-OPERATOR = ZERO
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'APPROVER NOT AUTHORISED' TO WS-REJECT-TEXT
               WHEN WS-OP-STATUS(WS-MATCHED-OPERATOR) NOT = 'A'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'APPROVER NOT ACTIVE' TO WS-REJECT-TEXT
               WHEN WS-OP-APPROVER-FLAG(WS-MATCHED-OPERATOR)
                       NOT = 'Y'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'OPERATOR MAY NOT APPROVE' TO
                       WS-REJECT-TEXT
               WHEN WS-CHECK-OPERATOR-ID = PND-SUBMITTED-BY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'APPROVER SAME AS SUBMITTER' TO
                       WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 1470-CHECK-TRAN-CODE
                   IF NOT TRAN-CODE-OK
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'TRAN CODE NOT AUTHORISED' TO
                           WS-REJECT-TEXT
                   END-IF
           END-EVALUATE

           IF TRAN-VALID
                   AND WS-AP-ACTION(WS-MATCHED-APPROVAL) = 'A'
               IF WS-OP-MAX-CREDIT-LIMIT(WS-MATCHED-OPERATOR)
                       NOT = ZERO
                   AND TRAN-CUST-CREDIT-LIMIT >
                       WS-OP-MAX-CREDIT-LIMIT(WS-MATCHED-OPERATOR)
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'CREDIT LIMIT OVER APPROVER MAX' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.

       1540-APPLY-APPROVED-CHANGE.
           IF (TRAN-ADD OR TRAN-CHANGE)
                   AND TRAN-CUST-REP-ID NOT = SPACES
               PERFORM 1190-CHECK-SALES-REP
           END-IF

           IF TRAN-VALID
               PERFORM 2200-LOOKUP-CUSTOMER
               EVALUATE TRUE
               END-EVALUATE
           END-IF

           MOVE WS-CURRENT-DATE-NUMERIC TO PND-ACTION-DATE
           MOVE WS-AP-APPROVED-BY(WS-MATCHED-APPROVAL) TO
               PND-ACTIONED-BY
           IF TRAN-VALID
               MOVE 'A' TO PND-STATUS
               MOVE 'APPLIED' TO PND-RESULT-TEXT
               MOVE 'Y' TO WS-CHANGE-APPLIED-SW
               ADD 1 TO WS-PENDING-APPROVED
               STRING 'APPROVED BY '
                      PND-ACTIONED-BY
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-NOTE
           ELSE
               MOVE 'R' TO PND-STATUS
               MOVE WS-REJECT-TEXT TO PND-RESULT-TEXT
               ADD 1 TO WS-PENDING-REJECTED
           END-IF
           REWRITE PENDING-CHANGE-RECORD
           PERFORM 2900-PRINT-AUDIT-LINE.

       1550-CHECK-EXPIRY.
           COMPUTE WS-PENDING-AGE =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUMERIC)
               - FUNCTION INTEGER-OF-DATE (PND-SUBMIT-DATE)
           IF WS-PENDING-AGE > WS-EXPIRY-DAYS
               MOVE 'E' TO PND-STATUS
               MOVE WS-CURRENT-DATE-NUMERIC TO PND-ACTION-DATE
               MOVE SPACES TO PND-ACTIONED-BY
               MOVE 'NOT APPROVED IN TIME' TO PND-RESULT-TEXT
               REWRITE PENDING-CHANGE-RECORD
               ADD 1 TO WS-PENDING-EXPIRED
               MOVE 'EXPIRED' TO WS-ACTION-TEXT
               MOVE 'NOT APPROVED IN TIME' TO WS-AUDIT-NOTE
               PERFORM 2900-PRINT-AUDIT-LINE
           ELSE
               ADD 1 TO WS-PENDING-OUTSTANDING
           END-IF.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE 'N' TO WS-APPROVAL-REQUIRED-SW
           MOVE 'N' TO WS-CHANGE-APPLIED-SW
           MOVE SPACES TO WS-AUDIT-NOTE
           PERFORM 2100-VALIDATE-TRANSACTION
           IF TRAN-VALID
               PERFORM 2200-LOOKUP-CUSTOMER
               PERFORM 2250-CHECK-CHANGE-LIMITS
           END-IF

           IF TRAN-VALID AND APPROVAL-REQUIRED
               PERFORM 2700-WRITE-PENDING-CHANGE
           END-IF

           IF TRAN-VALID AND NOT APPROVAL-REQUIRED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN TRAN-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN TRAN-STATUS-UPDATE
                       PERFORM 2500-APPLY-STATUS-UPDATE
                   WHEN TRAN-DELETE
                       PERFORM 2600-APPLY-DELETE
               END-EVALUATE
               IF TRAN-VALID
                   MOVE 'Y' TO WS-CHANGE-APPLIED-SW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT TRAN-VALID
                   ADD 1 TO WS-TRANS-REJECTED
               WHEN APPROVAL-REQUIRED
                   ADD 1 TO WS-TRANS-PENDING
               WHEN OTHER
                   ADD 1 TO WS-TRANS-APPLIED
           END-EVALUATE

           PERFORM 2900-PRINT-AUDIT-LINE
           PERFORM 2800-READ-NEXT-TRANSACTION.

               MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-TEXT
           END-IF

           IF TRAN-VALID
               IF TRAN-OPERATOR-ID = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'MISSING OPERATOR ID' TO WS-REJECT-TEXT
               ELSE
                   PERFORM 2110-CHECK-OPERATOR
               END-IF
           END-IF

           IF TRAN-VALID
               IF TRAN-CUST-ID = SPACES OR LOW-VALUES
                   MOVE 'N' TO WS-TRAN-VALID-SW
               END-IF
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-CUST-FIN-CHG-EXEMPT NOT = SPACE AND
                       TRAN-CUST-FIN-CHG-EXEMPT NOT = 'Y' AND
                       TRAN-CUST-FIN-CHG-EXEMPT NOT = 'N'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'INVALID FIN CHARGE EXEMPT FLAG' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-CUST-TAX-JUR-CODE NOT = SPACES
                   PERFORM 1160-CHECK-TAX-JURISDICTION
                           WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-CUST-REP-ID NOT = SPACES
                   PERFORM 1190-CHECK-SALES-REP
               END-IF
           END-IF.

       2110-CHECK-OPERATOR.
           MOVE TRAN-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 1460-FIND-OPERATOR
           IF WS-MATCHED-OPERATOR = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'OPERATOR NOT AUTHORISED' TO WS-REJECT-TEXT
           ELSE
               IF WS-OP-STATUS(WS-MATCHED-OPERATOR) NOT = 'A'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-REJECT-TEXT
               ELSE
                   PERFORM 1470-CHECK-TRAN-CODE
                   IF NOT TRAN-CODE-OK
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'TRAN CODE NOT AUTHORISED' TO
                           WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       2200-LOOKUP-CUSTOMER.
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF.

       2250-CHECK-CHANGE-LIMITS.
           MOVE SPACES TO WS-PENDING-REASON
           MOVE ZERO TO WS-PENDING-OLD-VALUE
           MOVE ZERO TO WS-PENDING-NEW-VALUE

           IF (TRAN-ADD OR TRAN-CHANGE)
                   AND TRAN-CUST-CREDIT-LIMIT NOT = ZERO
               IF WS-OP-MAX-CREDIT-LIMIT(WS-MATCHED-OPERATOR)
                       NOT = ZERO
                   AND TRAN-CUST-CREDIT-LIMIT >
                       WS-OP-MAX-CREDIT-LIMIT(WS-MATCHED-OPERATOR)
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'CREDIT LIMIT OVER OPERATOR MAX' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-ADD AND NOT CUSTOMER-FOUND
               IF TRAN-CUST-CREDIT-LIMIT > WS-CREDIT-INCR-AMT
                   MOVE 'Y' TO WS-APPROVAL-REQUIRED-SW
                   MOVE 'CREDIT LIMIT OVER THRESHOLD' TO
                       WS-PENDING-REASON
                   MOVE TRAN-CUST-CREDIT-LIMIT TO
                       WS-PENDING-NEW-VALUE
               ELSE
                   IF TRAN-CUST-DISCOUNT-RATE NOT = ZERO
                       MOVE 'Y' TO WS-APPROVAL-REQUIRED-SW
                       MOVE 'DISCOUNT RATE CHANGE' TO
                           WS-PENDING-REASON
                       MOVE TRAN-CUST-DISCOUNT-RATE TO
                           WS-PENDING-NEW-VALUE
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-CHANGE AND CUSTOMER-FOUND
               IF TRAN-CUST-CREDIT-LIMIT > CUST-CREDIT-LIMIT
                   COMPUTE WS-CREDIT-INCREASE =
                       TRAN-CUST-CREDIT-LIMIT - CUST-CREDIT-LIMIT
                   IF CUST-CREDIT-LIMIT = ZERO
                       MOVE 999.9 TO WS-CHANGE-PCT
                   ELSE
                       COMPUTE WS-CHANGE-PCT =
                           WS-CREDIT-INCREASE * 100 / CUST-CREDIT-LIMIT
                           ON SIZE ERROR
                               MOVE 999.9 TO WS-CHANGE-PCT
                       END-COMPUTE
                   END-IF
                   IF WS-CREDIT-INCREASE > WS-CREDIT-INCR-AMT
                           OR WS-CHANGE-PCT > WS-CREDIT-INCR-PCT
                       MOVE 'Y' TO WS-APPROVAL-REQUIRED-SW
                       MOVE 'CREDIT LIMIT INCREASE' TO
                           WS-PENDING-REASON
                       MOVE CUST-CREDIT-LIMIT TO WS-PENDING-OLD-VALUE
                       MOVE TRAN-CUST-CREDIT-LIMIT TO
                           WS-PENDING-NEW-VALUE
                   END-IF
               END-IF
               IF NOT APPROVAL-REQUIRED
                       AND TRAN-CUST-DISCOUNT-RATE NOT = ZERO
                       AND TRAN-CUST-DISCOUNT-RATE NOT =
                           CUST-DISCOUNT-RATE
                   MOVE 'Y' TO WS-APPROVAL-REQUIRED-SW
                   MOVE 'DISCOUNT RATE CHANGE' TO WS-PENDING-REASON
                   MOVE CUST-DISCOUNT-RATE TO WS-PENDING-OLD-VALUE
                   MOVE TRAN-CUST-DISCOUNT-RATE TO
                       WS-PENDING-NEW-VALUE
               END-IF
           END-IF

           IF TRAN-VALID AND TRAN-DELETE AND CUSTOMER-FOUND
               MOVE 'Y' TO WS-APPROVAL-REQUIRED-SW
               MOVE 'CUSTOMER PURGE' TO WS-PENDING-REASON
               MOVE CUST-CURRENT-BALANCE TO WS-PENDING-OLD-VALUE
           END-IF.

       2300-APPLY-ADD.
           IF CUSTOMER-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE TRAN-CUST-STATUS TO CUST-STATUS
               MOVE ZERO TO CUST-LAST-ORDER-DATE
               MOVE TRAN-CUST-TAX-JUR-CODE TO CUST-TAX-JUR-CODE
               IF TRAN-CUST-FIN-CHG-EXEMPT = 'Y'
                   MOVE 'Y' TO CUST-FIN-CHG-EXEMPT
               ELSE
                   MOVE 'N' TO CUST-FIN-CHG-EXEMPT
               END-IF
               MOVE TRAN-CUST-REP-ID TO CUST-REP-ID
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE TRAN-CUST-TAX-JUR-CODE TO
                           CUST-TAX-JUR-CODE
                   END-IF
                   IF TRAN-CUST-FIN-CHG-EXEMPT NOT = SPACE
                       MOVE TRAN-CUST-FIN-CHG-EXEMPT TO
                           CUST-FIN-CHG-EXEMPT
                   END-IF
                   IF TRAN-CUST-REP-ID NOT = SPACES
                       MOVE TRAN-CUST-REP-ID TO CUST-REP-ID
                   END-IF
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALID-SW
           MOVE CUSTOMER-RECORD TO ARC-CUSTOMER-IMAGE
           WRITE ARCHIVE-RECORD.

       2700-WRITE-PENDING-CHANGE.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE 'C' TO PND-FILE
           MOVE TRAN-CUST-ID TO PND-KEY
           MOVE TRAN-CODE TO PND-TRAN-CODE
           MOVE WS-CURRENT-DATE-NUMERIC TO PND-SUBMIT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO PND-SUBMIT-TIME
           MOVE TRAN-OPERATOR-ID TO PND-SUBMITTED-BY
           MOVE WS-PENDING-REASON TO PND-REASON
           MOVE WS-PENDING-OLD-VALUE TO PND-OLD-VALUE
           MOVE WS-PENDING-NEW-VALUE TO PND-NEW-VALUE
           MOVE 'P' TO PND-STATUS
           MOVE ZERO TO PND-ACTION-DATE
           MOVE TRAN-RECORD TO PND-TRAN-IMAGE
           WRITE PENDING-CHANGE-RECORD
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'PENDING WRITE FAILED' TO WS-REJECT-TEXT
           ELSE
               MOVE 'PENDING' TO WS-ACTION-TEXT
               MOVE WS-PENDING-REASON TO WS-AUDIT-NOTE
           END-IF.

       2800-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           MOVE TRAN-CUST-ID TO WS-DTL-CUST-ID
           MOVE TRAN-CUST-STATUS TO WS-DTL-STATUS

           MOVE TRAN-OPERATOR-ID TO WS-DTL-OPERATOR

           IF CHANGE-APPLIED
               MOVE CUST-CREDIT-LIMIT TO WS-DTL-CREDIT-LIMIT
               MOVE CUST-DISCOUNT-RATE TO WS-DTL-DISCOUNT
               MOVE CUST-REP-ID TO WS-DTL-REP-ID
           ELSE
               MOVE TRAN-CUST-CREDIT-LIMIT TO WS-DTL-CREDIT-LIMIT
               MOVE TRAN-CUST-DISCOUNT-RATE TO WS-DTL-DISCOUNT
               MOVE TRAN-CUST-REP-ID TO WS-DTL-REP-ID
           END-IF

           IF TRAN-VALID
               MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
               MOVE WS-AUDIT-NOTE TO WS-DTL-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DTL-ACTION
               MOVE WS-REJECT-TEXT TO WS-DTL-REASON
           PERFORM 1200-PRINT-HEADERS.

       3000-FINALIZE.
           PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
               UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
               IF WS-AP-USED-SW(WS-APPROVAL-SUB) = 'N'
                   ADD 1 TO WS-APPROVALS-UNUSED
                   DISPLAY 'CHANGE APPROVAL NOT MATCHED: '
                       WS-AP-KEY(WS-APPROVAL-SUB) ' '
                       WS-AP-SUBMIT-DATE(WS-APPROVAL-SUB)
               END-IF
           END-PERFORM
           PERFORM 3100-PRINT-SUMMARY
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ARCHIVE-FILE
           IF REP-FILE-OPEN
               CLOSE REP-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
           CLOSE PENDING-FILE.

       9100-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       9300-OPEN-PENDING-FILE.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
               IF WS-PENDING-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PENDING CHANGE FILE: '
                       WS-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3100-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
                  WS-CUSTOMERS-PURGED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'HELD FOR APPROVAL:      '
                  WS-TRANS-PENDING
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PENDING APPROVED:       '
                  WS-PENDING-APPROVED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PENDING REJECTED:       '
                  WS-PENDING-REJECTED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'PENDING EXPIRED:        '
                  WS-PENDING-EXPIRED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'STILL AWAITING APPROVAL:'
                  WS-PENDING-OUTSTANDING
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'APPROVALS REFUSED:      '
                  WS-APPROVALS-REFUSED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           STRING 'APPROVALS NOT MATCHED:  '
                  WS-APPROVALS-UNUSED
                  DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
