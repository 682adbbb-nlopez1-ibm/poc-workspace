      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  A termination stamps EMP-TERM-DATE (the card's
      *               EMT-TERM-DATE, or today when it is blank) and
      *               flags it unprocessed, so the nightly DATDTRM
      *               pass ends the employee's dependents and opens
      *               their continuation elections. A rehire (CHANGE
      *               back to 'A') clears both. A termination date
      *               that is not numeric is rejected.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       PIC 9(4).
           05  EMT-STATUS              PIC X(1).
           05  EMT-COMPANY             PIC X(4).
           05  EMT-TERM-DATE           PIC X(8).
           05  FILLER                  PIC X(21).
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
           88  WS-EMP-FOUND                      VALUE 'Y'.
       01  WS-COMP-VALID-SW            PIC X(1)  VALUE 'N'.
           88  WS-COMP-VALID                     VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZEROS.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
               WHEN EMT-DEPT-NUM NOT NUMERIC
                   MOVE 'DEPT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN EMT-TERM-DATE NOT = SPACES
                   AND EMT-TERM-DATE NOT NUMERIC
                   MOVE 'TERM DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 2300-VALIDATE-COMPANY
                   IF NOT WS-COMP-VALID
                       MOVE EMT-DEPT-NUM TO EMP-DEPT
                       IF EMT-STATUS = 'T'
                           MOVE 'T' TO EMP-STATUS
                           PERFORM 3300-STAMP-TERMINATION
                           SET EMP-TERM-PROCESSED TO TRUE
                       ELSE
                           MOVE 'A' TO EMP-STATUS
                       END-IF
                   AND EMT-DEPT-NUM NOT NUMERIC
                   MOVE 'DEPT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN EMT-TERM-DATE NOT = SPACES
                   AND EMT-TERM-DATE NOT NUMERIC
                   MOVE 'TERM DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   IF EMT-NAME NOT = SPACES
                       MOVE EMT-NAME TO EMP-NAME
                   IF EMT-DEPT NOT = SPACES
                       MOVE EMT-DEPT-NUM TO EMP-DEPT
                   END-IF
                   EVALUATE TRUE
                       WHEN EMT-STATUS = 'T' AND EMP-ACTIVE
                           MOVE 'T' TO EMP-STATUS
                           PERFORM 3300-STAMP-TERMINATION
                           SET EMP-TERM-UNPROCESSED TO TRUE
                       WHEN EMT-STATUS = 'A' AND EMP-TERMINATED
                           MOVE 'A' TO EMP-STATUS
                           MOVE SPACES TO EMP-TERM-DATE
                           MOVE SPACES TO EMP-TERM-NOTICE-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE DATEMPL-RECORD
                   PERFORM 5000-CHECK-EMP-IO
                   PERFORM 4000-REPORT-APPLIED
               PERFORM 4000-REPORT-APPLIED
           END-IF.

      *    An employee loaded already terminated has no dependents
      *    yet to end, so an ADD stamps the date but marks it
      *    processed; a CHANGE from active leaves it for DATDTRM.
       3300-STAMP-TERMINATION.
           IF EMT-TERM-DATE = SPACES
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO EMP-TERM-DATE
           ELSE
               MOVE EMT-TERM-DATE TO EMP-TERM-DATE
           END-IF.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
           MOVE EMT-ACTION TO RL-ACTION
