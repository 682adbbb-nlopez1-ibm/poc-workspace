      *================================================================
      *  DATCNOT - continuation-coverage notice file (CNOTFILE, one
      *            GDG generation per night) for the mailing vendor,
      *            written by DATDTRM: a header (H), one notice (D)
      *            per dependent whose coverage ended because the
      *            carrying employee was terminated, and a trailer
      *            (T) with the notice count. 150-byte records; the
      *            record type in byte 1 picks the view. The vendor
      *            holds the mailing addresses against the employee
      *            number.
      *================================================================
       01  CNOT-HEADER.
           05  CNOT-H-REC-TYPE             PIC X(1).
           05  CNOT-H-SENDER               PIC X(8).
           05  CNOT-H-RUN-DATE             PIC X(8).
           05  CNOT-H-FILE-TYPE            PIC X(20).
           05  FILLER                      PIC X(113).
       01  CNOT-DETAIL.
           05  CNOT-D-REC-TYPE             PIC X(1).
           05  CNOT-D-EMP-ID               PIC X(6).
           05  CNOT-D-EMP-NAME             PIC X(30).
           05  CNOT-D-COMPANY              PIC X(4).
           05  CNOT-D-DEP-ID               PIC X(6).
           05  CNOT-D-DEP-NAME             PIC X(30).
           05  CNOT-D-RELATIONSHIP-CD      PIC X(2).
           05  CNOT-D-BIRTH-DATE           PIC X(8).
           05  CNOT-D-EVENT-REASON         PIC X(1).
           05  CNOT-D-EVENT-DATE           PIC X(8).
           05  CNOT-D-COVERAGE-END-DATE    PIC X(8).
           05  CNOT-D-DEADLINE-DATE        PIC X(8).
           05  FILLER                      PIC X(38).
       01  CNOT-TRAILER.
           05  CNOT-T-REC-TYPE             PIC X(1).
           05  CNOT-T-NOTICE-COUNT         PIC 9(7).
           05  FILLER                      PIC X(142).
