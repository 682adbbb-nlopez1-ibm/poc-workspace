      *================================================================
      *  DATRARC - retention archive record (RETARCH GDG, one
      *            generation per DATRETN run). RARC-DATA is the
      *            expired row exactly as it stood on its file,
      *            left-justified and space-padded to the widest
      *            layout; RARC-FILE-ID says which file and layout it
      *            came from and RARC-ARCHIVE-DATE the run that
      *            offloaded it. A row is put back by selecting on
      *            RARC-FILE-ID and reloading RARC-DATA at the
      *            file's own record length.
      *  Mod log:
      *    2026-10-05  RARC-DATA widened from 130 to 150 bytes to
      *                carry the longer REPFILE row.
      *================================================================
       01  DATRARC-RECORD.
           05  RARC-FILE-ID                PIC X(8).
           05  RARC-ARCHIVE-DATE           PIC X(8).
           05  RARC-DATA                   PIC X(150).
