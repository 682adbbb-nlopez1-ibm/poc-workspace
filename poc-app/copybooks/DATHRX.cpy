      *           the HR system, sorted ascending by HRX-DEP-ID.
      *           Matched against a DEP-FILE unload by the dependent
      *           reconciliation utility.
      *  Mod log:
      *    2026-10-05  Added HRX-BIRTH-DATE - HR's date of birth for
      *                the dependent, YYYYMMDD, reconciled against
      *                DEP-BIRTH-DATE.
      *================================================================
       01  DATHRX-RECORD.
           05  HRX-DEP-ID                  PIC X(6).
           05  HRX-DEP-NAME                PIC X(30).
           05  HRX-RELATIONSHIP-CD         PIC X(2).
           05  HRX-EFFECTIVE-DATE          PIC X(8).
           05  HRX-BIRTH-DATE              PIC X(8).
           05  FILLER                      PIC X(26).
