      *================================================================
      *  DATLBOX - lockbox remittance record (LBXFILE, one file per
      *            bank lockbox delivery). One record per check or
      *            wire the bank received for us, display format per
      *            the bank's lockbox spec: the deposit date, the
      *            bank's item reference, how it came in, the payer
      *            reference the bank captured off the remittance
      *            advice (our company code when the subsidiary
      *            filled it in - blank or unknown when it did not)
      *            and the amount. Applied by DATCAPP.
      *================================================================
       01  DATLBOX-RECORD.
           05  LBX-DEPOSIT-DATE            PIC X(8).
           05  LBX-ITEM-REF                PIC X(10).
           05  LBX-METHOD                  PIC X(1).
               88  LBX-CHECK                     VALUE 'C'.
               88  LBX-WIRE                      VALUE 'W'.
           05  LBX-PAYER-REF               PIC X(4).
           05  LBX-AMOUNT                  PIC 9(9)V99.
           05  LBX-PAYER-NAME              PIC X(30).
           05  FILLER                      PIC X(16).
