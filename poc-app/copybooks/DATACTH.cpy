      *================================================================
      *  DATACTH - account history record (ACTHFILE KSDS). DATBATCH
      *            writes one row per transaction it posts to an
      *            account. The key is the account, then the
      *            transaction date inverted (99999999 less TRAN-DATE)
      *            so that a forward browse from an account's first
      *            key returns its most recent activity first, then
      *            the TRAN-ID to keep same-day rows apart. The key
      *            is also what makes a restarted DATBATCH safe - a
      *            duplicate on the history write means the account
      *            was already posted before the failure.
      *            ACTH-AMOUNT is the signed base-currency amount the
      *            posting moved the balance by (a void moves it by
      *            nothing); ACTH-BALANCE is the balance it left.
      *================================================================
       01  DATACTH-RECORD.
           05  ACTH-KEY.
               10  ACTH-ACCOUNT            PIC X(10).
               10  ACTH-INV-DATE           PIC 9(8).
               10  ACTH-TRAN-ID            PIC X(6).
           05  ACTH-TRAN-DATE              PIC X(8).
           05  ACTH-TRAN-TYPE              PIC X(2).
           05  ACTH-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  ACTH-COMPANY                PIC X(4).
           05  ACTH-CURRENCY               PIC X(3).
           05  ACTH-BALANCE                PIC S9(9)V99 COMP-3.
           05  ACTH-POSTED-DATE            PIC X(8).
           05  FILLER                      PIC X(19).
