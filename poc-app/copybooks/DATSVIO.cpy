      *================================================================
      *  DATSVIO - security violation record, one per refusal on a
      *            DATxxx screen because of the operator's SECFILE
      *            row, written to the SVIO extrapartition TD queue
      *            by the DATSVCK paragraphs. Carries the CICS
      *            operator, terminal and transid, the function that
      *            was refused and - for a refusal on another
      *            company's record - the company it belongs to, so a
      *            mistyped transid can be told from someone probing
      *            another subsidiary. The nightly DATAUDL drain
      *            carries the queue onto SVIOHIST and DATSVRP lists
      *            the day's refusals.
      *================================================================
       01  DATSVIO-RECORD.
           05  SVIO-TIMESTAMP              PIC X(15).
           05  FILLER                      PIC X(1).
           05  SVIO-OPERATOR               PIC X(8).
           05  FILLER                      PIC X(1).
           05  SVIO-TERMINAL               PIC X(4).
           05  FILLER                      PIC X(1).
           05  SVIO-TRANSID                PIC X(4).
           05  FILLER                      PIC X(1).
           05  SVIO-FUNCTION               PIC X(8).
           05  FILLER                      PIC X(1).
           05  SVIO-COMPANY                PIC X(4).
           05  FILLER                      PIC X(1).
           05  SVIO-RECORD-KEY             PIC X(10).
           05  FILLER                      PIC X(1).
           05  SVIO-REASON                 PIC X(2).
               88  SVIO-NO-ENTITLEMENT           VALUE 'NR'.
               88  SVIO-FUNCTION-REFUSED         VALUE 'FN'.
               88  SVIO-COMPANY-REFUSED          VALUE 'CO'.
               88  SVIO-OPERATOR-SUSPENDED       VALUE 'SU'.
           05  FILLER                      PIC X(1).
           05  SVIO-SUSPENDED-SW           PIC X(1).
               88  SVIO-SUSPENDED-NOW            VALUE 'Y'.
           05  FILLER                      PIC X(36).
