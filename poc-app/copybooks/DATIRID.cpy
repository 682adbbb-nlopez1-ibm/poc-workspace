      *================================================================
      *  DATIRID - information return identity card (IRSID), kept
      *            by the tax department. One 'P' card names us as
      *            the payer (filer) on the annual information
      *            return; one 'E' card per subsidiary names the
      *            payee the company's figures are reported under -
      *            its taxpayer identification number and the legal
      *            name and address on record with the tax
      *            authority. A blank IRID-NAME on a payee card
      *            takes COMP-NAME from the company master. The
      *            year-end DATIRET run refuses to start without a
      *            payer card, and reports a company with figures
      *            but no payee card instead of filing it.
      *================================================================
       01  DATIRID-RECORD.
           05  IRID-TYPE                   PIC X(1).
               88  IRID-PAYER                    VALUE 'P'.
               88  IRID-PAYEE                    VALUE 'E'.
           05  IRID-COMPANY                PIC X(4).
           05  IRID-TIN                    PIC X(9).
           05  IRID-NAME                   PIC X(40).
           05  IRID-STREET                 PIC X(40).
           05  IRID-CITY                   PIC X(30).
           05  IRID-STATE                  PIC X(2).
           05  IRID-ZIP                    PIC X(9).
           05  IRID-PHONE                  PIC X(15).
