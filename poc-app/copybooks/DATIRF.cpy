      *================================================================
      *  DATIRF - annual information return filing record (IRSFILE),
      *            the tax authority's fixed 750-byte electronic
      *            filing layout. A file is one payer: an 'A' payer
      *            record, one 'B' payee record per subsidiary
      *            reported, a 'C' end-of-payer record carrying the
      *            control totals of the B records, and an 'F'
      *            end-of-file record. IRF-SEQUENCE-NUMBER numbers
      *            the records from 1 in file order.
      *            Amounts are in base currency, gross less refunds
      *            by month of transaction, with the sign in a
      *            leading separate byte and two implied decimals.
      *            A 'G' corrected-return indicator on a B record
      *            replaces the payee's figures as previously filed;
      *            IRF-B-ACCOUNT (the company code) is how the tax
      *            authority matches the correction to the original.
      *            IRF-A-TEST-IND 'T' marks a file produced outside
      *            production, which the authority will not accept
      *            as a filing.
      *================================================================
       01  DATIRF-RECORD.
           05  IRF-RECORD-TYPE             PIC X(1).
               88  IRF-PAYER-REC                 VALUE 'A'.
               88  IRF-PAYEE-REC                 VALUE 'B'.
               88  IRF-END-PAYER-REC             VALUE 'C'.
               88  IRF-END-FILE-REC              VALUE 'F'.
           05  IRF-PAYMENT-YEAR            PIC X(4).
           05  IRF-BODY                    PIC X(737).
           05  IRF-A-BODY REDEFINES IRF-BODY.
               10  IRF-A-RETURN-TYPE       PIC X(2).
               10  IRF-A-TEST-IND          PIC X(1).
               10  IRF-A-TIN               PIC X(9).
               10  IRF-A-NAME              PIC X(40).
               10  IRF-A-STREET            PIC X(40).
               10  IRF-A-CITY              PIC X(40).
               10  IRF-A-STATE             PIC X(2).
               10  IRF-A-ZIP               PIC X(9).
               10  IRF-A-PHONE             PIC X(15).
               10  FILLER                  PIC X(579).
           05  IRF-B-BODY REDEFINES IRF-BODY.
               10  IRF-B-CORRECTED-IND     PIC X(1).
                   88  IRF-B-ORIGINAL            VALUE SPACE.
                   88  IRF-B-CORRECTED           VALUE 'G'.
               10  IRF-B-TIN               PIC X(9).
               10  IRF-B-ACCOUNT           PIC X(20).
               10  IRF-B-NAME              PIC X(40).
               10  IRF-B-STREET            PIC X(40).
               10  IRF-B-CITY              PIC X(40).
               10  IRF-B-STATE             PIC X(2).
               10  IRF-B-ZIP               PIC X(9).
               10  IRF-B-TRAN-COUNT        PIC 9(13).
               10  IRF-B-GROSS             PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-B-REFUNDS           PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-B-NET               PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-B-MONTH-NET         PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE
                                           OCCURS 12 TIMES.
               10  FILLER                  PIC X(323).
           05  IRF-C-BODY REDEFINES IRF-BODY.
               10  IRF-C-PAYEE-COUNT       PIC 9(8).
               10  IRF-C-TRAN-COUNT        PIC 9(13).
               10  IRF-C-GROSS             PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-C-REFUNDS           PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-C-NET               PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  IRF-C-MONTH-NET         PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE
                                           OCCURS 12 TIMES.
               10  FILLER                  PIC X(476).
           05  IRF-F-BODY REDEFINES IRF-BODY.
               10  IRF-F-PAYER-COUNT       PIC 9(8).
               10  IRF-F-PAYEE-COUNT       PIC 9(8).
               10  IRF-F-RECORD-COUNT      PIC 9(8).
               10  IRF-F-NET               PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(697).
           05  IRF-SEQUENCE-NUMBER         PIC 9(8).
