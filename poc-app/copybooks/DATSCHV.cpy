      *================================================================
      *  DATSCHV - extract schema version stamps. One entry per
      *            record layout DATBIEX decodes into the delimited
      *            BI extracts. Every extract's header and trailer
      *            rows carry the copybook name and its version from
      *            here, so a downstream load can refuse a file laid
      *            out differently from the one it was built for
      *            instead of loading shifted columns.
      *            Bump the version here, and the column list in
      *            DATBIEX, in the same change as any layout change
      *            to the copybook an entry names - the minor number
      *            for a column added at the end, the major number
      *            for anything that moves or drops a column.
      *  Mod log:
      *    2026-10-05  DATDEPR to V01.04 - birth date, end date and
      *                end reason added at the end of the dependent
      *                extract.
      *    2026-10-05  DATPRC to V01.04 - the run date the detail
      *                was priced on added at the end of the priced
      *                detail extract.
      *================================================================
       01  DATSCHV-VERSIONS.
           05  SCHV-PRC-COPYBOOK       PIC X(8)  VALUE 'DATPRC'.
           05  SCHV-PRC-VERSION        PIC X(6)  VALUE 'V01.04'.
           05  SCHV-LIFE-COPYBOOK      PIC X(8)  VALUE 'DATLIFE'.
           05  SCHV-LIFE-VERSION       PIC X(6)  VALUE 'V01.00'.
           05  SCHV-DEP-COPYBOOK       PIC X(8)  VALUE 'DATDEPR'.
           05  SCHV-DEP-VERSION        PIC X(6)  VALUE 'V01.04'.
           05  SCHV-LEDG-COPYBOOK      PIC X(8)  VALUE 'DATLEDG'.
           05  SCHV-LEDG-VERSION       PIC X(6)  VALUE 'V01.00'.
      *
