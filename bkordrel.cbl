               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT SHORT-SHIP-FILE ASSIGN TO 'SHPBKO'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHORT-SHIP-STATUS.

           SELECT SHORT-CARRY-FILE ASSIGN TO 'SHPBKWK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHORT-CARRY-STATUS.

           SELECT RELEASE-FILE ASSIGN TO 'ORDRLSE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 BKO-REASON               PIC X(15).
           05 BKO-AGE-DAYS             PIC 9(3).

      * Short-shipped quantities appended by SHIPCONF in the BACKORD
      * layout. Rebuilt at the end of each run from the short-ship
      * lines that could not be released, so they are offered again
      * on the next run with their age advanced.
       FD  SHORT-SHIP-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SHORT-SHIP-RECORD           PIC X(60).

      * Short-ship lines carried forward this run, held until
      * SHPBKO has been read through and can be rebuilt.
       FD  SHORT-CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SHORT-CARRY-RECORD          PIC X(60).

       FD  RELEASE-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
              10 RLS-ITEM-CODE         PIC X(8).
              10 RLS-ITEM-QTY          PIC 9(5).
              10 RLS-ITEM-PRICE        PIC 9(5)V99.
           05 RLS-ORDER-SOURCE         PIC X(1).
           05 FILLER                   PIC X(12).

       FD  CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
       01  WS-FILE-STATUS.
           05 WS-CUST-STATUS           PIC XX.
           05 WS-BACKORDER-STATUS      PIC XX.
           05 WS-SHORT-SHIP-STATUS     PIC XX.
           05 WS-SHORT-CARRY-STATUS    PIC XX.
           05 WS-RELEASE-STATUS        PIC XX.
           05 WS-CARRY-STATUS          PIC XX.
           05 WS-CONTROL-STATUS        PIC XX.
           05 WS-LINES-RELEASED        PIC 9(6) VALUE ZERO.
           05 WS-LINES-CARRIED         PIC 9(6) VALUE ZERO.
           05 WS-AGED-LINE-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-SHORT-SHIPS-KEPT      PIC 9(6) VALUE ZERO.
           05 WS-RELEASED-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05 WS-CARRIED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-REPORT-LINE-COUNT     PIC 99 VALUE ZERO.
              88 END-OF-FILE           VALUE 'Y'.
           05 WS-CUSTOMER-FOUND-SW     PIC X VALUE 'N'.
              88 CUSTOMER-FOUND        VALUE 'Y'.
           05 WS-SHORT-SHIP-PHASE-SW   PIC X VALUE 'N'.
              88 SHORT-SHIP-PHASE      VALUE 'Y'.
           05 WS-SHORT-SHIP-OPEN-SW    PIC X VALUE 'N'.
              88 SHORT-SHIP-FILE-OPEN  VALUE 'Y'.
           05 WS-SHORT-CARRY-EOF-SW    PIC X VALUE 'N'.
              88 SHORT-CARRY-EOF       VALUE 'Y'.

       01  WS-GROUP-FIELDS.
           05 WS-GROUP-CUSTOMER-ID     PIC X(10).
           05 WS-GROUP-ORDER-NUMBER    PIC X(12).
           05 WS-GROUP-SOURCE          PIC X(1).
           05 WS-LINE-SOURCE           PIC X(1).
           05 WS-REMAINING-CREDIT      PIC S9(9)V99.
           05 WS-LINE-AMOUNT           PIC 9(9)V99.
           05 WS-LINE-AGE              PIC 9(3).
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT RELEASE-FILE
           OPEN OUTPUT CARRY-FILE
           OPEN OUTPUT SHORT-CARRY-FILE
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 4 TO WS-REPORT-LINE-COUNT.

       1300-READ-BACKORDER-RECORD.
           IF SHORT-SHIP-PHASE
               READ SHORT-SHIP-FILE INTO BACKORDER-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
                   NOT AT END ADD 1 TO WS-LINES-READ
               END-READ
           ELSE
               READ BACKORDER-FILE
                   AT END PERFORM 1310-SWITCH-TO-SHORT-SHIPS
                   NOT AT END ADD 1 TO WS-LINES-READ
               END-READ
           END-IF

           IF BKO-REASON = 'SHORT SHIPPED'
               MOVE 'S' TO WS-LINE-SOURCE
           ELSE
               MOVE SPACE TO WS-LINE-SOURCE
           END-IF.

       1310-SWITCH-TO-SHORT-SHIPS.
           MOVE 'Y' TO WS-SHORT-SHIP-PHASE-SW
           OPEN INPUT SHORT-SHIP-FILE
           IF WS-SHORT-SHIP-STATUS = '00'
               MOVE 'Y' TO WS-SHORT-SHIP-OPEN-SW
               READ SHORT-SHIP-FILE INTO BACKORDER-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
                   NOT AT END ADD 1 TO WS-LINES-READ
               END-READ
           ELSE
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF.

       2000-PROCESS-ORDER-GROUP.
           MOVE BKO-CUSTOMER-ID TO WS-GROUP-CUSTOMER-ID
           MOVE BKO-ORDER-NUMBER TO WS-GROUP-ORDER-NUMBER
           MOVE WS-LINE-SOURCE TO WS-GROUP-SOURCE
           MOVE ZERO TO WS-RELEASE-ITEM-COUNT

           PERFORM 2050-CHECK-GROUP-ALREADY-RELEASED
           PERFORM UNTIL END-OF-FILE
                   OR BKO-CUSTOMER-ID NOT = WS-GROUP-CUSTOMER-ID
                   OR BKO-ORDER-NUMBER NOT = WS-GROUP-ORDER-NUMBER
                   OR WS-LINE-SOURCE NOT = WS-GROUP-SOURCE
               PERFORM 2200-DISPOSE-BACKORDER-LINE
               PERFORM 1300-READ-BACKORDER-RECORD
           END-PERFORM
           END-COMPUTE
           MOVE CRY-AGE-DAYS TO WS-LINE-AGE
           WRITE CARRY-RECORD
           IF WS-LINE-SOURCE = 'S'
               WRITE SHORT-CARRY-RECORD FROM CARRY-RECORD
               ADD 1 TO WS-SHORT-SHIPS-KEPT
           END-IF
           ADD 1 TO WS-LINES-CARRIED
           ADD WS-LINE-AMOUNT TO WS-CARRIED-AMOUNT
           IF CUSTOMER-FOUND
           MOVE WS-GROUP-ORDER-NUMBER TO RLS-ORDER-NUMBER
           MOVE WS-CURRENT-DATE-NUMERIC TO RLS-ORDER-DATE
           MOVE WS-RLS-SEQUENCE TO RLS-SEQUENCE-NUMBER
           MOVE WS-GROUP-SOURCE TO RLS-ORDER-SOURCE
           MOVE ZERO TO RLS-ITEM-COUNT
           ADD 1 TO WS-RLS-SEQUENCE.

           CLOSE CUSTOMER-FILE
           CLOSE RELEASE-FILE
           CLOSE CARRY-FILE
           CLOSE SHORT-CARRY-FILE
           CLOSE REPORT-FILE
           IF SHORT-SHIP-FILE-OPEN
               CLOSE SHORT-SHIP-FILE
           END-IF
           IF SHORT-SHIP-FILE-OPEN OR WS-SHORT-SHIPS-KEPT > ZERO
               PERFORM 3200-REBUILD-SHORT-SHIP-FILE
           END-IF
           PERFORM 9510-CYCLE-END-STAMP.

       3200-REBUILD-SHORT-SHIP-FILE.
           OPEN INPUT SHORT-CARRY-FILE
           OPEN OUTPUT SHORT-SHIP-FILE
           IF WS-SHORT-CARRY-STATUS NOT = '00'
                   OR WS-SHORT-SHIP-STATUS NOT = '00'
               DISPLAY 'ERROR REBUILDING SHORT SHIP BACKORDER FILE - '
                   'LINES KEPT IN SHPBKWK: ' WS-SHORT-CARRY-STATUS
                   ' ' WS-SHORT-SHIP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL SHORT-CARRY-EOF
                   READ SHORT-CARRY-FILE
                       AT END MOVE 'Y' TO WS-SHORT-CARRY-EOF-SW
                       NOT AT END
                           WRITE SHORT-SHIP-RECORD
                               FROM SHORT-CARRY-RECORD
                           IF WS-SHORT-SHIP-STATUS NOT = '00'
                               DISPLAY 'ERROR WRITING SHORT SHIP '
                                   'BACKORDER FILE: '
                                   WS-SHORT-SHIP-STATUS
                               MOVE 8 TO RETURN-CODE
                               MOVE 'Y' TO WS-SHORT-CARRY-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SHORT-CARRY-FILE
           CLOSE SHORT-SHIP-FILE.

       9500-CYCLE-START-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUMERIC
                  WS-AGED-LINE-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SHORT SHIPS KEPT SHPBKO:  '
                  WS-SHORT-SHIPS-KEPT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
