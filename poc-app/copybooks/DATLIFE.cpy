      *            DATLINQ screen can answer "what happened to my
      *            payment" in one read instead of a callback and
      *            four reports.
      *  Mod log:
      *    2026-10-05  DATBIEX decodes this layout into the BI
      *                extracts under DATSCHV's SCHV-LIFE-VERSION -
      *                bump it there with any change to this
      *                layout.
      *================================================================
       01  DATLIFE-RECORD.
           05  LIFE-KEY.
