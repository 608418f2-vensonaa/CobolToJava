
       01  WS-PROGRAM-STATUS-TABLE.
           05 WS-PGM-NAMES.
              10 FILLER                PIC X(9) VALUE 'SORDGEN'.
              10 FILLER                PIC X(9) VALUE 'ORDERPRC'.
              10 FILLER                PIC X(9) VALUE 'BKORDREL'.
              10 FILLER                PIC X(9) VALUE 'PAYAPPLY'.
              10 FILLER                PIC X(9) VALUE 'ARSTMT'.
              10 FILLER                PIC X(9) VALUE 'CREDMGMT'.
              10 FILLER                PIC X(9) VALUE 'ARRECON'.
           05 WS-PGM-NAME-TABLE REDEFINES WS-PGM-NAMES.
              10 WS-PGM-NAME OCCURS 7 TIMES PIC X(9).
           05 WS-PGM-SUB               PIC 9.
           05 WS-PGM-STATE OCCURS 7 TIMES.
              15 WS-PGM-LAST-EVENT     PIC X(1).
              15 WS-PGM-LAST-STATUS    PIC X(1).
              15 WS-PGM-LAST-TIME      PIC 9(6).
           PERFORM 1100-FORMAT-DATE

           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > 7
               MOVE SPACES TO WS-PGM-LAST-EVENT(WS-PGM-SUB)
               MOVE SPACES TO WS-PGM-LAST-STATUS(WS-PGM-SUB)
               MOVE ZERO TO WS-PGM-LAST-TIME(WS-PGM-SUB)

       3250-TRACK-PROGRAM-STATE.
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > 7
               IF WS-PGM-NAME(WS-PGM-SUB) = CYC-PROGRAM-ID
                   MOVE 'Y' TO WS-PGM-SEEN-SW(WS-PGM-SUB)
                   MOVE CYC-EVENT TO WS-PGM-LAST-EVENT(WS-PGM-SUB)
           WRITE REPORT-RECORD

           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > 7
               PERFORM 3350-PRINT-SUMMARY-LINE
           END-PERFORM.

