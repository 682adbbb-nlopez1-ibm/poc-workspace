      *================================================================
      *  DATSORD - standing order record (SORDFILE KSDS, keyed by
      *            the order id). A standing order is a recurring
      *            sale the desk sets up once - company, department,
      *            type, amount, weekly or monthly, from a start date
      *            to an optional end date. DATSORM maintains the
      *            orders; the nightly DATSORG pass writes every
      *            order falling due as a detail on its own
      *            transmission, ahead of DATLOAD, and rolls
      *            SORD-NEXT-DUE-DATE on to the following occurrence.
      *            A due date on a weekend or a CALFILE holiday posts
      *            on the next processing day; the nominal schedule
      *            itself is not moved by the push.
      *            SORD-LAST-RUN-DATE/SORD-PRIOR-DUE-DATE record the
      *            processing date that last generated from the order
      *            and the next-due date it stood at beforehand, so a
      *            rerun of the same night regenerates the same items
      *            rather than skipping them.
      *            The row keyed '000000' is the control row - it
      *            carries the last sequence DATSORG handed out for
      *            the generated TRAN-IDs ('S' + 5 digits), and the
      *            processing date and starting sequence of the last
      *            run so that a rerun reissues the same TRAN-IDs.
      *  Mod log:
      *    2026-10-05  Carved SORD-ACCOUNT out of the filler - the
      *                customer account the generated sales post to,
      *                carried into TRAN-ACCOUNT. Optional.
      *================================================================
       01  DATSORD-RECORD.
           05  SORD-KEY.
               10  SORD-ID                 PIC X(6).
                   88  SORD-CONTROL-ROW          VALUE '000000'.
           05  SORD-ORDER-DATA.
               10  SORD-COMPANY            PIC X(4).
               10  SORD-DEPT               PIC 9(4).
               10  SORD-TRAN-TYPE          PIC X(2).
               10  SORD-AMOUNT             PIC S9(7)V99 COMP-3.
               10  SORD-CURRENCY           PIC X(3).
               10  SORD-FREQUENCY          PIC X(1).
                   88  SORD-WEEKLY               VALUE 'W'.
                   88  SORD-MONTHLY              VALUE 'M'.
                   88  SORD-FREQUENCY-VALID      VALUE 'W' 'M'.
               10  SORD-START-DATE         PIC X(8).
               10  SORD-END-DATE           PIC X(8).
               10  SORD-NEXT-DUE-DATE      PIC X(8).
               10  SORD-LAST-RUN-DATE      PIC X(8).
               10  SORD-PRIOR-DUE-DATE     PIC X(8).
               10  SORD-ACCOUNT            PIC X(10).
               10  FILLER                  PIC X(5).
           05  SORD-CONTROL-DATA REDEFINES SORD-ORDER-DATA.
               10  SORD-CTL-LAST-SEQ       PIC 9(5).
               10  SORD-CTL-RUN-DATE       PIC X(8).
               10  SORD-CTL-START-SEQ      PIC 9(5).
               10  FILLER                  PIC X(56).
