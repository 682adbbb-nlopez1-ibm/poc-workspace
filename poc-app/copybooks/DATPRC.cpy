      *                downstream billing work needs to know whose
      *                plan each detail priced under. Blank on old
      *                generations means the default company.
      *    2026-10-05  Carved PRC-TAX and PRC-TAX-JURIS out of the
      *                filler - the tax DEMOSUB charged on the fee
      *                and the jurisdiction it is owed to. PRC-NET
      *                is after fee and tax. Old generations carry
      *                spaces there; readers treat a non-numeric
      *                PRC-TAX as no tax.
      *    2026-10-05  DATBIEX decodes this layout into the BI
      *                extracts under DATSCHV's SCHV-PRC-VERSION -
      *                bump it there with any change to this
      *                layout.
      *    2026-10-05  Carved PRC-RUN-DATE out of the filler - the
      *                processing date (RUNCTL) of the run that
      *                priced the detail, so a reader can tell the
      *                night a transaction posted from the date it
      *                carries. Spaces on old generations; readers
      *                fall back to PRC-TRAN-DATE.
      *================================================================
       01  DATPRC-RECORD.
           05  PRC-TRAN-ID                 PIC X(6).
           05  PRC-COMPANY                 PIC X(4).
           05  PRC-CURRENCY                PIC X(3).
           05  PRC-ORIG-AMOUNT             PIC S9(7)V99 COMP-3.
           05  PRC-TAX                     PIC S9(7)V99 COMP-3.
           05  PRC-TAX-JURIS               PIC X(6).
           05  PRC-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(10).
