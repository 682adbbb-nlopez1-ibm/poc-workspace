      *            the full DATEDIT edit ahead of the night's feed.
      *            REP-TRAN-DATA is the DATTRAN image as rejected
      *            (and as repaired, once the desk has been at it).
      *            REP-REPAIRED-DATE / REP-REPAIRED-BY say when and
      *            by whom DATRFIX marked the row repaired; a row
      *            the load pass reopens has them cleared.
      *  Mod log:
      *    2026-10-05  REP-REPAIRED-DATE and REP-REPAIRED-BY added for
      *                the desk workload report. The record grew
      *                from 130 to 150 bytes; REPFILE was reloaded
      *                at the new length.
      *================================================================
       01  DATREPR-RECORD.
           05  REP-KEY.
               88  REP-FROM-LOADER               VALUE 'L'.
               88  REP-FROM-EDIT                 VALUE 'E'.
           05  FILLER                      PIC X(6).
           05  REP-REPAIRED-DATE           PIC X(8).
           05  REP-REPAIRED-BY             PIC X(8).
           05  FILLER                      PIC X(4).
