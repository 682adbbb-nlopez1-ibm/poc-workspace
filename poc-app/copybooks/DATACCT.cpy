      *================================================================
      *  DATACCT - customer account master record (ACCTFILE KSDS,
      *            keyed by the account number). One row per
      *            cardholder account a transaction may name in
      *            TRAN-ACCOUNT. DATACTM maintains the name, company
      *            and status; the intake edit rejects a transaction
      *            naming an account that is not here, is closed, or
      *            belongs to another company. ACCT-BALANCE and the
      *            last-activity fields belong to DATBATCH alone - it
      *            adds each posted transaction's signed base amount
      *            to the balance and writes the posting to the
      *            ACTHFILE history (DATACTH).
      *================================================================
       01  DATACCT-RECORD.
           05  ACCT-KEY.
               10  ACCT-NUMBER             PIC X(10).
           05  ACCT-NAME                   PIC X(30).
           05  ACCT-COMPANY                PIC X(4).
           05  ACCT-STATUS                 PIC X(1).
               88  ACCT-OPEN                     VALUE 'A'.
               88  ACCT-CLOSED                   VALUE 'C'.
               88  ACCT-STATUS-VALID             VALUE 'A' 'C'.
           05  ACCT-OPEN-DATE              PIC X(8).
           05  ACCT-BALANCE                PIC S9(9)V99 COMP-3.
           05  ACCT-LAST-ACTIVITY-DATE     PIC X(8).
           05  ACCT-LAST-TRAN-ID           PIC X(6).
           05  FILLER                      PIC X(7).
