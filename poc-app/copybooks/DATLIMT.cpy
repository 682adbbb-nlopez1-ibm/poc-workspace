      *            reject on the DATHOLD screen instead of posting
      *            that night. A company with no row here has no
      *            review limit.
      *  Mod log:
      *    2026-10-05  LIM-DEPT joined the key - a row with a
      *                department is that department's own limit and
      *                overrides the company row (LIM-DEPT spaces)
      *                for its transactions. LIM-DEPT moves every
      *                field after the company, so the cluster is
      *                converted once by DATLIMC - unloaded,
      *                reformatted with a blank department and a
      *                zero count limit, redefined KEYS(8 0) and
      *                reloaded - and each existing row comes back
      *                as the company-wide limit it was. Carved
      *                LIM-MAX-COUNT out of the filler - the night's
      *                count limit: everything past the Nth clean
      *                transaction for the row's company/department
      *                is held. Zero in either limit means that
      *                limit is not in force. The rows are kept by
      *                the DATLIMM maintenance batch.
      *================================================================
       01  DATLIMT-RECORD.
           05  LIM-KEY.
               10  LIM-COMPANY             PIC X(4).
               10  LIM-DEPT                PIC X(4).
           05  LIM-MAX-AMOUNT              PIC S9(7)V99 COMP-3.
           05  LIM-MAX-COUNT               PIC 9(5).
           05  FILLER                      PIC X(62).
