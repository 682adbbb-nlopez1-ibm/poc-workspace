      *================================================================
      *  DATCENR - carrier enrollment status record (CENFILE KSDS,
      *            keyed by dependent). One row per dependent the
      *            enrollment feed (DATCFED) has ever sent to the
      *            benefits carrier: the maintenance type of the last
      *            record sent (834 codes - 021 add, 001 change, 024
      *            termination), the feed file it went on, and the
      *            carrier's answer once DATCRSP has read the
      *            response file back. The employee and company are
      *            kept as sent, so a dependent deleted from the
      *            master can still be terminated with the carrier.
      *================================================================
       01  DATCENR-RECORD.
           05  CEN-KEY.
               10  CEN-DEP-ID              PIC X(6).
           05  CEN-EMP-ID                  PIC X(6).
           05  CEN-COMPANY                 PIC X(4).
           05  CEN-MAINT-TYPE              PIC X(3).
               88  CEN-SENT-ADD                  VALUE '021'.
               88  CEN-SENT-CHANGE               VALUE '001'.
               88  CEN-SENT-TERM                 VALUE '024'.
           05  CEN-SENT-DATE               PIC X(8).
           05  CEN-FILE-SEQ                PIC 9(6).
           05  CEN-STATUS                  PIC X(1).
               88  CEN-AWAITING                  VALUE 'S'.
               88  CEN-ACCEPTED                  VALUE 'A'.
               88  CEN-REJECTED                  VALUE 'R'.
           05  CEN-RESPONSE-DATE           PIC X(8).
           05  CEN-REJECT-CODE             PIC X(4).
           05  CEN-REJECT-REASON           PIC X(40).
           05  FILLER                      PIC X(14).
