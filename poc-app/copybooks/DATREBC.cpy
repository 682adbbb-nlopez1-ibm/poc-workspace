      *================================================================
      *  DATREBC - volume rebate credit record (REBFILE KSDS). One
      *            row per company per month a rebate was earned,
      *            written by the month-end rebate run (DATREBT):
      *            the month's volume and fees, the tier reached and
      *            the rebate credited back. DATSTMT takes the credit
      *            on the company's next statement and stamps the
      *            statement month into REB-APPLIED-PERIOD, so a
      *            rebate is credited once; a rerun of that same
      *            statement month finds its own stamp and credits
      *            it again in place of the first run.
      *================================================================
       01  DATREBC-RECORD.
           05  REB-KEY.
               10  REB-COMPANY             PIC X(4).
               10  REB-PERIOD              PIC X(6).
           05  REB-VOLUME                  PIC S9(11)V99 COMP-3.
           05  REB-FEES                    PIC S9(9)V99 COMP-3.
           05  REB-TIER                    PIC 9(1).
           05  REB-PCT                     PIC S9(3)V9(4) COMP-3.
           05  REB-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  REB-CALC-DATE               PIC X(8).
           05  REB-APPLIED-PERIOD          PIC X(6).
               88  REB-NOT-APPLIED               VALUE SPACES.
           05  FILLER                      PIC X(32).
