      *================================================================
      *  DATDISP - chargeback / dispute case record (DISPFILE KSDS,
      *            keyed by the disputed sale's TRAN-ID). The DATDSPM
      *            screen opens a case against a posted sale, keeps
      *            the desk's notes on it and closes it with the
      *            outcome - merchant won or merchant lost. Opening a
      *            case flags a provisional-credit chargeback (type
      *            CB) for posting; a merchant win flags the
      *            re-presentment (type RP) that puts the money back.
      *            The nightly DATDSPP pass writes the flagged
      *            postings onto TRAN-FILE ahead of DATBATCH and
      *            stamps their TRAN-IDs here, and DATDSPA ages the
      *            open cases against their response deadline.
      *            The row keyed '000000' is the control row - it
      *            carries the last sequence DATDSPP handed out for
      *            the generated TRAN-IDs ('C'/'P' + 5 digits).
      *================================================================
       01  DATDISP-RECORD.
           05  DISP-KEY.
               10  DISP-TRAN-ID            PIC X(6).
                   88  DISP-CONTROL-ROW          VALUE '000000'.
           05  DISP-CASE-DATA.
               10  DISP-COMPANY            PIC X(4).
               10  DISP-DEPT               PIC 9(4).
               10  DISP-TRAN-TYPE          PIC X(2).
               10  DISP-TRAN-DATE          PIC X(8).
               10  DISP-AMOUNT             PIC S9(7)V99 COMP-3.
               10  DISP-CURRENCY           PIC X(3).
               10  DISP-STATUS             PIC X(1).
                   88  DISP-OPEN                 VALUE 'O'.
                   88  DISP-CLOSED               VALUE 'C'.
               10  DISP-OUTCOME            PIC X(1).
                   88  DISP-NO-OUTCOME           VALUE SPACE.
                   88  DISP-MERCHANT-WON         VALUE 'W'.
                   88  DISP-MERCHANT-LOST        VALUE 'L'.
               10  DISP-REASON-CODE        PIC X(4).
               10  DISP-OPENED-DATE        PIC X(8).
               10  DISP-DEADLINE-DATE      PIC X(8).
               10  DISP-CLOSED-DATE        PIC X(8).
               10  DISP-OWNER              PIC X(8).
               10  DISP-LAST-OPERATOR      PIC X(8).
               10  DISP-LAST-DATE          PIC X(8).
               10  DISP-POST-PENDING       PIC X(1).
                   88  DISP-NOTHING-PENDING      VALUE SPACE.
                   88  DISP-CB-PENDING           VALUE 'C'.
                   88  DISP-RP-PENDING           VALUE 'P'.
               10  DISP-CB-TRAN-ID         PIC X(6).
               10  DISP-CB-POSTED-DATE     PIC X(8).
               10  DISP-RP-TRAN-ID         PIC X(6).
               10  DISP-RP-POSTED-DATE     PIC X(8).
               10  DISP-NOTE               PIC X(60).
               10  FILLER                  PIC X(25).
           05  DISP-CONTROL-DATA REDEFINES DISP-CASE-DATA.
               10  DISP-CTL-LAST-SEQ       PIC 9(5).
               10  FILLER                  PIC X(189).
