      *  DATORGX - Q.ORG sequential extract record layout, shared by
      *            the DB2-to-flat extract programs and the extract
      *            reconciliation utility.
      *  Mod log:
      *    2026-10-05  Added the MANAGER, DIVISION and LOCATION
      *                columns finance organizes by, and the
      *                manager's name from Q.STAFF (ORGX-MGR-NAME),
      *                carved from filler. A null column extracts
      *                as zero / spaces; a manager id with no Q.STAFF
      *                row extracts with a blank name.
      *================================================================
       01  DATORGX-RECORD.
           05  ORGX-DEPTNUMB               PIC 9(4).
           05  ORGX-DEPTNAME               PIC X(36).
           05  ORGX-MANAGER                PIC 9(4).
           05  ORGX-MGR-NAME               PIC X(9).
           05  ORGX-DIVISION               PIC X(10).
           05  ORGX-LOCATION               PIC X(13).
           05  FILLER                      PIC X(4).
