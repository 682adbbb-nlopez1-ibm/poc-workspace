      *================================================================
      *  DATRETP - retention policy card (RETPOL), one per satellite
      *            file the DATRETN housekeeping pass ages. RETP-
      *            FILE-ID is the file's DD name; RETP-AGE-FIELD
      *            names the date on the row the age is taken from
      *            and must be the one DATRETN knows for that file,
      *            so a card cannot quietly age a file by a field it
      *            does not carry. A row older than RETP-RETAIN-DAYS
      *            before the run date expires: 'A' offloads it to
      *            the dated archive generation first, 'D' removes
      *            it outright. Every file DATRETN keeps must have a
      *            card - a missing one stops the run before any row
      *            is touched.
      *================================================================
       01  DATRETP-RECORD.
           05  RETP-FILE-ID                PIC X(8).
           05  FILLER                      PIC X(1).
           05  RETP-AGE-FIELD              PIC X(20).
           05  FILLER                      PIC X(1).
           05  RETP-RETAIN-DAYS            PIC 9(5).
           05  FILLER                      PIC X(1).
           05  RETP-ACTION                 PIC X(1).
               88  RETP-ARCHIVE                  VALUE 'A'.
               88  RETP-DELETE                   VALUE 'D'.
               88  RETP-ACTION-VALID             VALUE 'A' 'D'.
           05  FILLER                      PIC X(43).
