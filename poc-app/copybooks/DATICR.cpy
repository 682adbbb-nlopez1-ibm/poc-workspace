      *           flags any link whose counts disagree - the night a
      *           JCL mistake points a step at the wrong generation,
      *           this is what catches it.
      *  Mod log:
      *    2026-10-05  Carved ICR-CYCLE out of the filler - the RUNCTL
      *                processing cycle the record was written under,
      *                so the end-of-day check can tell a date's
      *                intraday cycles (riding the ICR day file ahead
      *                of the end-of-day generation) from a restart
      *                within one cycle. Spaces on old records and
      *                from writers that do not read RUNCTL.
      *================================================================
       01  DATICR-RECORD.
           05  ICR-PROGRAM                 PIC X(8).
               88  ICR-OUTBOUND                  VALUE 'OUT'.
           05  FILLER                      PIC X(1).
           05  ICR-COUNT                   PIC 9(7).
           05  FILLER                      PIC X(1).
           05  ICR-CYCLE                   PIC X(2).
           05  FILLER                      PIC X(38).
