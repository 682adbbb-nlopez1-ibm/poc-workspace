      *               already marked complete (RC 16), so the
      *               run-once protection holds even when a step
      *               is rerun on its own.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE SPACES            TO DATICR-RECORD
               MOVE 'DATTREL'         TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE   TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'TRANFILE'        TO ICR-DDNAME
               MOVE 'OUT'             TO ICR-DIRECTION
               MOVE WS-COUNT-RELEASED TO ICR-COUNT
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
