      *               company code (a blank on a pre-multi-company
      *               row displays as the default SHARED-COMPANY-
      *               CODE), carried in the commarea like the name.
      *   2026-10-05  A dependent end-dated on or before the as-of
      *               date (DEP-STATUS 'T', e.g. aged out by
      *               DATDAGE) shows as COVERAGE ENDED with its end
      *               date instead of as in force.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER              PIC X(13) VALUE 'NOT IN FORCE '.
           05  WS-NIF-DATE         PIC X(8).
           05  FILLER              PIC X(9)  VALUE SPACES.
       01  WS-ENDED-MSG.
           05  FILLER              PIC X(15) VALUE 'COVERAGE ENDED '.
           05  WS-END-DATE         PIC X(8).
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-OUT-COMMAREA.
                       MOVE WS-NOT-IN-FORCE-MSG TO WS-DEPNM
                       MOVE SPACES TO WS-RELDS
                       MOVE SPACES TO WS-DEPCO
                   ELSE
                   IF DEP-ENDED
                       AND DEP-END-DATE NOT > WS-ASOF-DATE
                       MOVE DEP-END-DATE TO WS-END-DATE
                       MOVE WS-ENDED-MSG TO WS-DEPNM
                       MOVE SPACES TO WS-RELDS
                       MOVE SPACES TO WS-DEPCO
                   ELSE
                       MOVE DEP-NAME TO WS-DEPNM
                       PERFORM 3500-LOOKUP-REL-DESC
                           MOVE DEP-COMPANY TO WS-DEPCO
                       END-IF
                   END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'DEPENDENT NOT FOUND' TO WS-DEPNM
                   MOVE SPACES TO WS-RELDS
