      *================================================================
      *  DATTAXR - tax rate table record (TAXFILE). One row per
      *            company per effective date, the same lookup shape
      *            as RATEFILE: the applicable row for a transaction
      *            is the company's row with the latest effective
      *            date on or before the transaction date, falling
      *            back to the default rows (blank TAX-COMPANY) for
      *            a company with none of its own. TAX-PCT is the
      *            tax percentage charged on the processing fee and
      *            TAX-JURISDICTION the taxing authority it is owed
      *            to - the liability report (DATTAXL) totals by it.
      *            A company whose fees are not taxable has no row,
      *            or a zero-percent row from the date it stopped
      *            being taxable.
      *================================================================
       01  DATTAXR-RECORD.
           05  TAX-KEY.
               10  TAX-COMPANY             PIC X(4).
               10  TAX-EFFECTIVE-DATE      PIC X(8).
           05  TAX-JURISDICTION            PIC X(6).
           05  TAX-PCT                     PIC S9(3)V9(4) COMP-3.
           05  TAX-DESCRIPTION             PIC X(20).
           05  FILLER                      PIC X(38).
