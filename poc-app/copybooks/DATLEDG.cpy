      *            totals by summing these rows, and a calendar
      *            night with no row is how a silently skipped night
      *            finally shows.
      *  Mod log:
      *    2026-10-05  DATBIEX decodes this layout into the BI
      *                extracts under DATSCHV's SCHV-LEDG-VERSION -
      *                bump it there with any change to this
      *                layout.
      *================================================================
       01  DATLEDG-RECORD.
           05  LED-KEY.
