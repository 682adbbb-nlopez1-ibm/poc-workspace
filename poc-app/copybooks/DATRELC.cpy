      *            to the raw code. Inactive rows stay on file so old
      *            dependents still resolve, but are rejected on new
      *            adds and changes.
      *  Mod log:
      *    2026-10-05  Added REL-AGE-LIMIT - the age at which a
      *                dependent under this relationship stops being
      *                covered (a child at 26, say). Zero means the
      *                relationship has no age limit. The nightly
      *                DATDAGE pass end-dates on it.
      *================================================================
       01  DATRELC-RECORD.
           05  REL-KEY.
           05  REL-ACTIVE-FLAG             PIC X(1).
               88  REL-ACTIVE                    VALUE 'Y'.
               88  REL-INACTIVE                  VALUE 'N'.
           05  REL-AGE-LIMIT               PIC 9(2).
               88  REL-NO-AGE-LIMIT              VALUE ZERO.
           05  FILLER                      PIC X(15).
