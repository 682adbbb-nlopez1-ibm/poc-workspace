      *================================================================
      *  DATXWLK - department reorganization crosswalk (XWKFILE,
      *            sequential, cumulative - every reorganization
      *            ever made stays on it). One row per old-to-new
      *            department move: a merge is one row per old
      *            department at 100.00; a split is one row per new
      *            department, the allocation percents of an old
      *            department's rows totalling 100.00. An old
      *            department that keeps part of itself in a split
      *            carries a row to itself.
      *            DATREORG applies one effective date's rows to the
      *            files that carry a department number and stamps
      *            XWK-APPLIED-DATE; the revenue and budget reports
      *            read every row in effect to restate earlier
      *            periods under the new structure. Records that
      *            cannot be divided (a transaction, an employee, a
      *            staff row) go to the old department's largest
      *            share, the first such row on a tie.
      *================================================================
       01  DATXWLK-RECORD.
           05  XWK-OLD-DEPT                PIC 9(4).
           05  XWK-NEW-DEPT                PIC 9(4).
           05  XWK-EFF-DATE                PIC X(8).
           05  XWK-ALLOC-PCT               PIC 9(3)V99.
           05  XWK-APPLIED-DATE            PIC X(8).
           05  FILLER                      PIC X(51).
