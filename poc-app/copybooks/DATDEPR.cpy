      *                against the EMPFILE employee master at
      *                maintenance. Blank on rows from before the
      *                linkage.
      *    2026-10-05  DATBIEX decodes this layout into the BI
      *                extracts under DATSCHV's SCHV-DEP-VERSION -
      *                bump it there with any change to this
      *                layout.
      *    2026-10-05  Carved DEP-BIRTH-DATE, DEP-END-DATE and
      *                DEP-END-REASON out of the filler, and added
      *                status 'T' - a dependent whose coverage has
      *                been end-dated. The nightly DATDAGE pass ends
      *                a dependent whose age has reached its
      *                relationship's REL-AGE-LIMIT (reason 'A').
      *                Coverage runs up to the day before the end
      *                date. Birth date is blank on rows from before
      *                it was captured, and such a row never ages
      *                out.
      *    2026-10-05  Status 'C' - reinstated under continuation
      *                coverage after the carrying employee's
      *                termination ended it (DATDTRM ends, reason
      *                'E'; an election on file before its deadline
      *                reinstates). A continuation row is in force.
      *================================================================
       01  DATDEPR-RECORD.
           05  DEP-KEY.
           05  DEP-RELATIONSHIP-CD         PIC X(2).
           05  DEP-EFFECTIVE-DATE          PIC X(8).
           05  DEP-STATUS                  PIC X(1).
               88  DEP-ACTIVE                    VALUES 'A' SPACE
                                                        'C'.
               88  DEP-PENDING                   VALUE 'P'.
               88  DEP-ENDED                     VALUE 'T'.
               88  DEP-CONTINUATION              VALUE 'C'.
           05  DEP-COMPANY                 PIC X(4).
           05  DEP-EMP-ID                  PIC X(6).
           05  DEP-BIRTH-DATE              PIC X(8).
           05  DEP-END-DATE                PIC X(8).
           05  DEP-END-REASON              PIC X(1).
               88  DEP-END-AGE-OUT               VALUE 'A'.
               88  DEP-END-EMP-TERM              VALUE 'E'.
           05  FILLER                      PIC X(6).
