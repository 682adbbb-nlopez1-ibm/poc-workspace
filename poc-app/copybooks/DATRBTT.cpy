      *================================================================
      *  DATRBTT - volume rebate tier table record (RBTFILE KSDS).
      *            One row per company per effective date carrying
      *            up to five tiers in ascending order of volume:
      *            once the company's net sales volume for a month
      *            reaches a tier's RBT-TIER-VOLUME, RBT-TIER-PCT of
      *            that month's fees comes back to it as a rebate.
      *            The highest tier reached applies to all of the
      *            month's fees. The applicable row for a month is
      *            the company's row with the latest effective date
      *            on or before the month's last day; unused tiers
      *            are zero. A company with no row earns no rebate.
      *================================================================
       01  DATRBTT-RECORD.
           05  RBT-KEY.
               10  RBT-COMPANY             PIC X(4).
               10  RBT-EFFECTIVE-DATE      PIC X(8).
           05  RBT-TIER OCCURS 5 TIMES.
               10  RBT-TIER-VOLUME         PIC S9(11)V99 COMP-3.
               10  RBT-TIER-PCT            PIC S9(3)V9(4) COMP-3.
           05  FILLER                      PIC X(13).
