      *    2026-09-02  Added DMT-EMP-ID - the carrying employee,
      *                validated against the employee master on an
      *                ADD (and on a CHANGE that supplies one).
      *    2026-10-05  Added DMT-BIRTH-DATE - the dependent's date of
      *                birth, YYYYMMDD, for the DATDAGE age-out pass.
      *================================================================
       01  DATDEPMT-RECORD.
           05  DMT-ACTION                  PIC X(6).
           05  DMT-EFFECTIVE-DATE          PIC X(8).
           05  DMT-COMPANY                 PIC X(4).
           05  DMT-EMP-ID                  PIC X(6).
           05  DMT-BIRTH-DATE              PIC X(8).
           05  FILLER                      PIC X(10).
