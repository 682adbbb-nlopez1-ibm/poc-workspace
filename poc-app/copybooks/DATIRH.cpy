      *================================================================
      *  DATIRH - filed information return row (IRSHIST KSDS, one row
      *            per payment year per company). DATIRET writes the
      *            row with the figures it put on the filing file -
      *            an original run for every company it filed, a
      *            correction run for the one company it corrected -
      *            so a later correction is measured against what
      *            the tax authority actually holds. A rerun of the
      *            original replaces the rows; IRH-CORRECTION-COUNT
      *            counts the corrections filed since.
      *            Amounts are base currency, gross less refunds by
      *            month of transaction.
      *================================================================
       01  DATIRH-RECORD.
           05  IRH-KEY.
               10  IRH-YEAR                PIC X(4).
               10  IRH-COMPANY             PIC X(4).
           05  IRH-FILED-DATE              PIC X(8).
           05  IRH-RUN-TYPE                PIC X(1).
               88  IRH-ORIGINAL                  VALUE 'O'.
               88  IRH-CORRECTION                VALUE 'C'.
           05  IRH-CORRECTION-COUNT        PIC 9(3).
           05  IRH-TRAN-COUNT              PIC 9(9).
           05  IRH-GROSS                   PIC S9(13)V99 COMP-3.
           05  IRH-REFUNDS                 PIC S9(13)V99 COMP-3.
           05  IRH-NET                     PIC S9(13)V99 COMP-3.
           05  IRH-MONTH-NET               PIC S9(13)V99 COMP-3
                                           OCCURS 12 TIMES.
           05  FILLER                      PIC X(51).
