      *            DS-MYDATA2 are the original one-byte flags kept
      *            for compatibility; the pricing fields follow:
      *            type, transaction date, company and amount in,
      *            computed fee, tax on the fee and net amount
      *            back.
      *  Mod log:
      *    2026-09-02  Added DS-COMPANY - the pricing module prices
      *                from the caller's company's rate plan now,
      *                falling back to the default (blank-company)
      *                plan when that company has none.
      *    2026-10-05  Added DS-TAX and DS-TAX-JURIS - the tax on the
      *                fee from the TAXFILE tax rate table and the
      *                jurisdiction it is owed to. DS-NET is the
      *                amount less the fee and the tax now.
      *================================================================
       01  DEMOSUB-PARMS.
           05  DS-MYDATA              PIC X(1).
           05  DS-AMOUNT              PIC S9(7)V99 COMP-3.
           05  DS-FEE                 PIC S9(7)V99 COMP-3.
           05  DS-NET                 PIC S9(7)V99 COMP-3.
           05  DS-TAX                 PIC S9(7)V99 COMP-3.
           05  DS-TAX-JURIS           PIC X(6).
