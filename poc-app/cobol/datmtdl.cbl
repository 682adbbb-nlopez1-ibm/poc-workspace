      * rather than doubling them - DATBATCH's totals are already
      * cumulative across a restart. Until now every night's
      * figures were balanced, consolidated and then forgotten.
      * A date that took intraday cycles (DATICYC) has their TOTFILE
      * records concatenated behind the end-of-day generation; the
      * records for one key in the same run are summed into its
      * row, so the row carries the whole date once.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  Sums every record for a ledger key read in the
      *               same run - the day's intraday cycles ride TOTFILE
      *               behind the end-of-day generation under the same
      *               run date. The first record for a key still
      *               replaces the row, so a rerun does not double it.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
      *    Ledger keys already posted by this run - a second record
      *    for one of them adds into the row instead of replacing it.
       01  WS-KEY-IX                   PIC S9(4) COMP.
       01  WS-KEY-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-KEY-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-KEY-FOUND                      VALUE 'Y'.
       01  WS-KEY-TABLE.
           05  WS-POSTED-KEY           PIC X(20) OCCURS 500 TIMES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SUMMED         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REPLACED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-LINE.
           MOVE TOT-COMPANY        TO LED-COMPANY
           MOVE TOT-STREAM-ID      TO LED-STREAM
           MOVE TOT-RUN-DATE       TO LED-RUN-DATE
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
                   OR WS-KEY-FOUND
               IF WS-POSTED-KEY (WS-KEY-IX) = LED-KEY
                   SET WS-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-KEY-FOUND
               IF WS-KEY-COUNT < 500
                   ADD 1 TO WS-KEY-COUNT
                   MOVE LED-KEY TO WS-POSTED-KEY (WS-KEY-COUNT)
               ELSE
                   DISPLAY 'DATMTDL - KEY TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE TOT-FILE
                   CLOSE LEDG-FILE
                   CLOSE RPT-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           READ LEDG-FILE
           EVALUATE TRUE
               WHEN WS-LEDG-STATUS = '00'
                   AND WS-KEY-FOUND
                   ADD TOT-COUNT-IN        TO LED-COUNT-IN
                   ADD TOT-COUNT-PROCESSED TO LED-COUNT-PROCESSED
                   ADD TOT-COUNT-ERROR     TO LED-COUNT-ERROR
                   ADD TOT-NET-AMOUNT      TO LED-NET-AMOUNT
                   REWRITE DATLEDG-RECORD
                   PERFORM 2200-CHECK-LEDG-IO
                   ADD 1 TO WS-COUNT-SUMMED
               WHEN WS-LEDG-STATUS = '00'
                   PERFORM 2100-BUILD-LEDGER-ROW
                   REWRITE DATLEDG-RECORD
                   PERFORM 2200-CHECK-LEDG-IO
                   ADD 1 TO WS-COUNT-REPLACED
               WHEN WS-LEDG-STATUS = '23'
                   PERFORM 2100-BUILD-LEDGER-ROW
                   WRITE DATLEDG-RECORD
                   PERFORM 2200-CHECK-LEDG-IO

           MOVE 'LEDGER ROWS REPLACED' TO RPT-LABEL
           MOVE WS-COUNT-REPLACED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CYCLES SUMMED IN'    TO RPT-LABEL
           MOVE WS-COUNT-SUMMED       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE.

       9900-WRITE-ABND-LOG.
