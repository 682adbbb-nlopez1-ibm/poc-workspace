      *================================================================
      *  DATFXRT - treasury exchange-rate feed record (FXFEED), one
      *            row per currency per effective date, loaded onto
      *            the CURRFILE exchange-rate table by DATFXLD. The
      *            rate is in the CURRFILE convention - units of
      *            base currency (USD) per unit of the foreign
      *            currency - with six decimals, unsigned, zero
      *            filled. FXR-CONFIRM 'Y' is treasury's confirmation
      *            of a row DATFXLD rejected for moving more than the
      *            tolerance from the prior rate; it loads on the
      *            resend regardless of the move.
      *================================================================
       01  DATFXRT-RECORD.
           05  FXR-CURRENCY                PIC X(3).
           05  FXR-EFFECTIVE-DATE          PIC X(8).
           05  FXR-RATE                    PIC X(9).
           05  FXR-RATE-NUM REDEFINES FXR-RATE
                                           PIC 9(3)V9(6).
           05  FXR-CONFIRM                 PIC X(1).
               88  FXR-CONFIRMED                     VALUE 'Y'.
           05  FILLER                      PIC X(59).
