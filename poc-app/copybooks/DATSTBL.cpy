      *================================================================
      *  DATSTBL - statement balance row (STBFILE KSDS, one row per
      *            company per statement month). DATSTMT writes the
      *            row when it renders the month's statement - the
      *            amount billed is the statement's AMOUNT DUE, due
      *            on the terms date printed with it - and the
      *            lockbox cash application (DATCAPP) applies the
      *            subsidiary's remittances against it, oldest month
      *            first, until the balance is gone. DATARAG ages
      *            the open balances. A rerun of DATSTMT for the
      *            same month replaces the billed amount and keeps
      *            what has already been paid against it.
      *================================================================
       01  DATSTBL-RECORD.
           05  STB-KEY.
               10  STB-COMPANY             PIC X(4).
               10  STB-PERIOD              PIC X(6).
           05  STB-STMT-DATE               PIC X(8).
           05  STB-DUE-DATE                PIC X(8).
           05  STB-AMOUNT-BILLED           PIC S9(9)V99 COMP-3.
           05  STB-AMOUNT-PAID             PIC S9(9)V99 COMP-3.
           05  STB-BALANCE                 PIC S9(9)V99 COMP-3.
           05  STB-STATUS                  PIC X(1).
               88  STB-OPEN                      VALUE 'O'.
               88  STB-PAID                      VALUE 'P'.
           05  STB-LAST-PAY-DATE           PIC X(8).
           05  STB-LAST-PAY-ITEM           PIC X(10).
           05  FILLER                      PIC X(17).
