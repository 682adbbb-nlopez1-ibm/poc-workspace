      *================================================================
      *  DATCSCT - carrier enrollment send control (CARRCTL, one
      *            record). The high-water timestamp of the last
      *            successful enrollment feed: DATCFED sends the
      *            dependent changes journaled after it and rewrites
      *            the record, with the next file sequence number,
      *            only when the feed has been written clean - a
      *            failed run leaves it alone and the rerun picks up
      *            the same changes. Seed it with the cutover
      *            timestamp before the first run; an empty file
      *            sends every change on hand.
      *  Mod log:
      *    2026-10-05  DATCLTR keeps its letter-run high-water on its
      *                own LTRCTL in this layout - CSC-LAST-SEND-DATE
      *                is the last letter run date and CSC-FILE-SEQ
      *                the letter run number.
      *================================================================
       01  DATCSCT-RECORD.
           05  CSC-LAST-TIMESTAMP          PIC X(14).
           05  CSC-LAST-SEND-DATE          PIC X(8).
           05  CSC-FILE-SEQ                PIC 9(6).
           05  FILLER                      PIC X(52).
