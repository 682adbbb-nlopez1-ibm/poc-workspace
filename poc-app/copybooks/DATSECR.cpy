      *            nothing; reaching the region stopped being an
      *            entitlement the day the second subsidiary's desk
      *            arrived.
      *  Mod log:
      *    2026-10-05  Carved the operator's standing out of the
      *                filler. Every screen stamps SEC-LAST-USED-DATE
      *                the first time in a day the operator's row
      *                lets them in, for the quarterly recertification
      *                report (DATSRCT). Every refusal counts against
      *                SEC-DENIAL-COUNT for SEC-DENIAL-DATE; reaching
      *                the region's DATSVLIM limit in one day sets
      *                SEC-STATUS 'S' - suspended, entitled to nothing
      *                until DATSECM's RESUME puts it back. Blank on
      *                rows from before: never used, never suspended.
      *================================================================
       01  DATSECR-RECORD.
           05  SEC-KEY.
           05  SEC-DELETE-FLAG             PIC X(1).
               88  SEC-MAY-DELETE                VALUE 'Y'.
           05  SEC-COMPANY                 PIC X(4).
           05  SEC-STATUS                  PIC X(1).
               88  SEC-SUSPENDED                 VALUE 'S'.
           05  SEC-SUSPEND-DATE            PIC X(8).
           05  SEC-LAST-USED-DATE          PIC X(8).
           05  SEC-DENIAL-DATE             PIC X(8).
           05  SEC-DENIAL-COUNT            PIC 9(3).
           05  FILLER                      PIC X(36).
