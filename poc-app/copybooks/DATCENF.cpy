      *================================================================
      *  DATCENF - outbound enrollment feed to the benefits carrier
      *            (CENFOUT, one GDG generation per send), written by
      *            DATCFED in the carrier's standard enrollment
      *            layout: a header (H) with the file sequence
      *            number the carrier echoes on its response, one
      *            maintenance record (D) per dependent added,
      *            changed or terminated since the last send, and a
      *            trailer (T) with the counts by maintenance type.
      *            Maintenance types follow the 834 codes - 021 add,
      *            001 change, 024 termination. Coverage end is the
      *            last day covered; the end reason is A age-out,
      *            E employee terminated, D deleted from the master.
      *            Coverage type R is regular coverage, C
      *            continuation. 150-byte records; the record type
      *            in byte 1 picks the view.
      *================================================================
       01  CENF-HEADER.
           05  CENF-H-REC-TYPE             PIC X(1).
           05  CENF-H-SENDER               PIC X(8).
           05  CENF-H-FILE-SEQ             PIC 9(6).
           05  CENF-H-RUN-DATE             PIC X(8).
           05  CENF-H-FILE-TYPE            PIC X(20).
           05  FILLER                      PIC X(107).
       01  CENF-DETAIL.
           05  CENF-D-REC-TYPE             PIC X(1).
           05  CENF-D-MAINT-TYPE           PIC X(3).
           05  CENF-D-SUBSCRIBER-ID        PIC X(6).
           05  CENF-D-MEMBER-ID            PIC X(6).
           05  CENF-D-MEMBER-NAME          PIC X(30).
           05  CENF-D-RELATIONSHIP-CD      PIC X(2).
           05  CENF-D-BIRTH-DATE           PIC X(8).
           05  CENF-D-GROUP                PIC X(4).
           05  CENF-D-COVERAGE-TYPE        PIC X(1).
           05  CENF-D-COVERAGE-BEGIN       PIC X(8).
           05  CENF-D-COVERAGE-END         PIC X(8).
           05  CENF-D-END-REASON           PIC X(1).
           05  FILLER                      PIC X(72).
       01  CENF-TRAILER.
           05  CENF-T-REC-TYPE             PIC X(1).
           05  CENF-T-ADD-COUNT            PIC 9(7).
           05  CENF-T-CHANGE-COUNT         PIC 9(7).
           05  CENF-T-TERM-COUNT           PIC 9(7).
           05  CENF-T-RECORD-COUNT         PIC 9(7).
           05  FILLER                      PIC X(121).
