      *================================================================
      *  DATSTFX - Q.STAFF staffing extract record layout, one record
      *            per department, written by DB2STFX for the
      *            department profitability report (DATDPRF).
      *            STFX-SALARY and STFX-COMM are the department's
      *            annual totals from Q.STAFF SALARY and COMM (a null
      *            commission counts as zero); staff with no
      *            department extract under STFX-DEPT zero.
      *================================================================
       01  DATSTFX-RECORD.
           05  STFX-DEPT                   PIC 9(4).
           05  STFX-HEADCOUNT              PIC 9(5).
           05  STFX-SALARY                 PIC S9(9)V99 COMP-3.
           05  STFX-COMM                   PIC S9(9)V99 COMP-3.
           05  FILLER                      PIC X(59).
