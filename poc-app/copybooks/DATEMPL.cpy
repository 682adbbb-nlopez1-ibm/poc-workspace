      *            can answer it. A terminated employee stays on
      *            file with EMP-STATUS 'T' - the history still
      *            needs the name.
      *  Mod log:
      *    2026-10-05  Added EMP-TERM-DATE and EMP-TERM-NOTICE-SW.
      *                A termination applied by DATEMPM stamps the
      *                termination date and sets the switch 'N' -
      *                not yet processed. The nightly DATDTRM pass
      *                ends the employee's dependents, opens their
      *                continuation elections and sets it 'Y'. A
      *                blank switch is a termination from before
      *                the pass existed and is never swept.
      *================================================================
       01  DATEMPL-RECORD.
           05  EMP-KEY.
               88  EMP-ACTIVE                    VALUE 'A'.
               88  EMP-TERMINATED                VALUE 'T'.
           05  EMP-COMPANY                 PIC X(4).
           05  EMP-TERM-DATE               PIC X(8).
           05  EMP-TERM-NOTICE-SW          PIC X(1).
               88  EMP-TERM-UNPROCESSED          VALUE 'N'.
               88  EMP-TERM-PROCESSED            VALUE 'Y'.
           05  FILLER                      PIC X(26).
