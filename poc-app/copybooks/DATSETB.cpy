      *================================================================
      *  DATSETB - settlement carry-forward row (SETBFILE KSDS, one
      *            row per company). The nightly DATSETL settlement
      *            pays a company's net merchant payable by ACH; a
      *            night that nets negative (refunds and chargebacks
      *            outrunning sales) never generates a pull - the
      *            debit is carried here and offsets the next
      *            night's payment. A positive balance held for want
      *            of bank instructions carries the same way. The
      *            row also remembers what it carried in at the last
      *            run, so a rerun of the same processing date
      *            starts from that figure instead of counting the
      *            night twice. No row means nothing carried.
      *================================================================
       01  DATSETB-RECORD.
           05  SETB-KEY.
               10  SETB-COMPANY            PIC X(4).
           05  SETB-CARRY-FWD              PIC S9(9)V99 COMP-3.
           05  SETB-PRIOR-CARRY            PIC S9(9)V99 COMP-3.
           05  SETB-LAST-RUN-DATE          PIC X(8).
           05  SETB-LAST-PAID              PIC S9(9)V99 COMP-3.
           05  SETB-LAST-PAID-DATE         PIC X(8).
           05  FILLER                      PIC X(42).
