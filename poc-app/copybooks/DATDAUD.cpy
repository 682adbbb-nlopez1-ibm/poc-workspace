      *            the DAUD extrapartition TD queue. Carries the CICS
      *            operator and terminal so "who changed this record"
      *            has an answer.
      *  Mod log:
      *    2026-10-05  Added DAUD-BIRTH-DATE from the filler - the
      *                dependent's date of birth as the change left
      *                it.
      *================================================================
       01  DATDAUD-RECORD.
           05  DAUD-TIMESTAMP              PIC X(15).
           05  DAUD-RELATIONSHIP-CD        PIC X(2).
           05  FILLER                      PIC X(1).
           05  DAUD-EFFECTIVE-DATE         PIC X(8).
           05  FILLER                      PIC X(1).
           05  DAUD-BIRTH-DATE             PIC X(8).
           05  FILLER                      PIC X(5).
