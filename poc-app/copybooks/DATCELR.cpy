      *================================================================
      *  DATCELR - continuation-election record (CELFILE KSDS, keyed
      *            by dependent). Opened by the nightly DATDTRM pass
      *            when the employee carrying the dependent is
      *            terminated and the dependent's coverage is ended:
      *            the qualifying event (the termination date), the
      *            night the notice went to the mailing vendor, and
      *            the date an election must be received by. An
      *            election keyed before the deadline (DATCELM batch
      *            card or the DATDMNT screen) marks it elected and
      *            reinstates the dependent under continuation
      *            status; DATDTRM lapses one still open once its
      *            deadline has passed. A later qualifying event
      *            for the same dependent replaces a closed row.
      *================================================================
       01  DATCELR-RECORD.
           05  CEL-KEY.
               10  CEL-DEP-ID              PIC X(6).
           05  CEL-EMP-ID                  PIC X(6).
           05  CEL-COMPANY                 PIC X(4).
           05  CEL-EVENT-REASON            PIC X(1).
               88  CEL-EVENT-EMP-TERM            VALUE 'E'.
           05  CEL-EVENT-DATE              PIC X(8).
           05  CEL-NOTICE-DATE             PIC X(8).
           05  CEL-DEADLINE-DATE           PIC X(8).
           05  CEL-STATUS                  PIC X(1).
               88  CEL-OPEN                      VALUE 'O'.
               88  CEL-ELECTED                   VALUE 'E'.
               88  CEL-LAPSED                    VALUE 'L'.
           05  CEL-ELECTED-DATE            PIC X(8).
           05  CEL-ELECTED-BY              PIC X(8).
           05  CEL-LAPSED-DATE             PIC X(8).
           05  FILLER                      PIC X(14).
