      *            refuses to open a date already marked complete,
      *            so the suite cannot be submitted twice for the
      *            same night.
      *  Mod log:
      *    2026-10-05  Processing cycles: a date can take intraday
      *                cycles (DATICYC) ahead of its end-of-day run.
      *                RUN-CTL-CYCLE numbers the date's cycles from
      *                1, RUN-CTL-CYCLE-TYPE says which kind is open
      *                and RUN-CTL-NUMBER still counts restarts
      *                within the cycle. DATRCLS closes an intraday
      *                cycle 'I' - the date stays open for the next
      *                cycle - and the end-of-day cycle 'C'. Both
      *                mean the cycle is complete, so every nightly
      *                program's run-once check refuses either one.
      *                Old records carry spaces in the new fields;
      *                DATROPN reads them as cycle 1, end of day.
      *================================================================
       01  DATRUNC-RECORD.
           05  RUN-CTL-DATE                PIC X(8).
           05  RUN-CTL-NUMBER              PIC 9(3).
           05  RUN-CTL-STATUS              PIC X(1).
               88  RUN-CTL-OPEN                  VALUE 'O'.
               88  RUN-CTL-COMPLETE              VALUE 'C' 'I'.
               88  RUN-CTL-DATE-COMPLETE         VALUE 'C'.
               88  RUN-CTL-CYCLE-CLOSED          VALUE 'I'.
           05  RUN-CTL-CYCLE               PIC 9(2).
           05  RUN-CTL-CYCLE-TYPE          PIC X(1).
               88  RUN-CTL-INTRADAY              VALUE 'I'.
               88  RUN-CTL-END-OF-DAY            VALUE 'E' ' '.
           05  FILLER                      PIC X(65).
