      *            this file, and SHARED-COMPANY-CODE (DATSHARE)
      *            remains only the default stamped onto records
      *            that arrive without one.
      *  Mod log:
      *    2026-10-05  Added the settlement bank instructions - the
      *                receiving bank's ABA routing number, the
      *                account and its type - so the nightly DATSETL
      *                settlement can pay the merchant payable by
      *                ACH instead of accounting keying wires. The
      *                record grew from 40 to 80 bytes; COMPFILE was
      *                reloaded at the new length. Blank instructions
      *                mean no payment goes out - the balance is
      *                held and carried forward.
      *================================================================
       01  DATCOMP-RECORD.
           05  COMP-KEY.
               88  COMP-ACTIVE                   VALUE 'Y'.
               88  COMP-INACTIVE                 VALUE 'N'.
           05  FILLER                      PIC X(5).
           05  COMP-BANK-ROUTING           PIC X(9).
           05  COMP-BANK-ROUTING-9 REDEFINES COMP-BANK-ROUTING
                                           PIC 9(9).
           05  COMP-BANK-ACCOUNT           PIC X(17).
           05  COMP-BANK-ACCT-TYPE         PIC X(1).
               88  COMP-BANK-CHECKING            VALUE 'C'.
               88  COMP-BANK-SAVINGS             VALUE 'S'.
           05  FILLER                      PIC X(13).
