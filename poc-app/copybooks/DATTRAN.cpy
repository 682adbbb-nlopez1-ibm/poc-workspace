      *                refund-matching pass can prove the sale
      *                exists instead of posting any refund whose
      *                fields edit clean.
      *    2026-10-05  TRAN-TYPE gained the dispute postings: 'CB'
      *                chargeback and 'RP' re-presentment, written
      *                only by the nightly DATDSPP pass (TRAN-SOURCE
      *                'DISPUTE', TRAN-ORIG-ID naming the disputed
      *                sale) - the intake edit still rejects both
      *                from a transmission.
      *    2026-10-05  TRAN-TYPE gained the manual adjustments: 'AC'
      *                adjustment credit and 'AD' adjustment debit,
      *                written only by the nightly DATADJP pass once
      *                a second operator has approved the adjustment
      *                on the DATADJM screen (TRAN-SOURCE 'ADJUST',
      *                TRAN-ORIG-ID naming the adjusted
      *                transaction) - the intake edit rejects both
      *                from a transmission.
      *    2026-10-05  Carved TRAN-ACCOUNT out of the filler - the
      *                customer (cardholder) account the transaction
      *                belongs to, so the desk can answer what an
      *                account has done. Optional: blank means the
      *                sender carries no account. A non-blank one is
      *                validated at intake against the ACCTFILE
      *                account master, and DATBATCH posts it to the
      *                account's running balance and history.
      *    2026-10-05  Carved TRAN-HOLD-REASON out of the filler -
      *                which review limit DATEDIT held the record
      *                against: the company or a department limit,
      *                on the amount or on the night's count. Blank
      *                on anything never held; a release or reject
      *                on DATHOLD leaves it as the record of why.
      *    2026-10-05  Carved TRAN-HELD-DATE out of the filler - the
      *                run date of the night DATEDIT held the record,
      *                so the hold desk's turnaround is counted from
      *                when the hold reached the desk, not from the
      *                transaction's own date. Blank on anything
      *                never held and on holds placed before the
      *                field existed.
      *    2026-10-05  Carved TRAN-EDIT-DATE and TRAN-EDIT-CYCLE out
      *                of the filler - the processing date and RUNCTL
      *                cycle DATEDIT loaded the record on, so a later
      *                intraday cycle of the same date can count what
      *                the earlier cycles already put against a
      *                review limit's daily count.
      *================================================================
       01  DATTRAN-RECORD.
           05  TRAN-KEY.
           05  TRAN-RESTORE-FLAG       PIC X(1).
               88  TRAN-RESTORED-FROM-HIST       VALUE 'R'.
           05  TRAN-CURRENCY           PIC X(3).
           05  TRAN-ACCOUNT            PIC X(10).
           05  TRAN-HOLD-REASON        PIC X(2).
               88  TRAN-HOLD-CO-AMOUNT           VALUE 'CA'.
               88  TRAN-HOLD-DEPT-AMOUNT         VALUE 'DA'.
               88  TRAN-HOLD-CO-COUNT            VALUE 'CC'.
               88  TRAN-HOLD-DEPT-COUNT          VALUE 'DC'.
           05  TRAN-HELD-DATE          PIC X(8).
           05  TRAN-EDIT-DATE          PIC X(8).
           05  TRAN-EDIT-CYCLE         PIC 9(2).
