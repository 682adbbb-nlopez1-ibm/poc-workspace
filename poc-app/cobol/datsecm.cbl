      * with the same presence validation and per-transaction
      * disposition reporting as the other table maintainers. On a
      * CHANGE, a blank flag or company leaves that field as it
      * stands. RESUME reinstates an operator the screens suspended
      * for too many refusals in a day.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  RESUME action: clears the suspension the
      *               screens set when an operator reaches the day's
      *               refusal limit (SEC-STATUS 'S'), with the
      *               suspend date and the day's refusal count. Only
      *               a suspended operator can be RESUMEd, and a
      *               CHANGE leaves the standing as it is. ADD starts
      *               the refusal count at zero.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  SMT-ADD                       VALUE 'ADD'.
               88  SMT-CHANGE                    VALUE 'CHANGE'.
               88  SMT-DELETE                    VALUE 'DELETE'.
               88  SMT-RESUME                    VALUE 'RESUME'.
           05  SMT-OPERATOR            PIC X(8).
           05  SMT-INQUIRE-FLAG        PIC X(1).
           05  SMT-ADD-FLAG            PIC X(1).
                   PERFORM 3100-APPLY-CHANGE
               WHEN SMT-DELETE
                   PERFORM 3200-APPLY-DELETE
               WHEN SMT-RESUME
                   PERFORM 3300-APPLY-RESUME
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
                   MOVE SMT-OPERATOR TO SEC-KEY
                   PERFORM 3050-SET-FLAGS
                   MOVE SMT-COMPANY  TO SEC-COMPANY
                   MOVE ZEROS        TO SEC-DENIAL-COUNT
                   WRITE DATSECR-RECORD
                   PERFORM 5000-CHECK-SEC-IO
                   PERFORM 4000-REPORT-APPLIED
               PERFORM 4000-REPORT-APPLIED
           END-IF.

      *    The refusals that earned the suspension are on SVIOHIST;
      *    the row keeps only the operator's standing, so it goes
      *    back to clean.
       3300-APPLY-RESUME.
           EVALUATE TRUE
               WHEN NOT WS-SEC-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT SEC-SUSPENDED
                   MOVE 'NOT SUSPENDED' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE SPACES TO SEC-STATUS
                   MOVE SPACES TO SEC-SUSPEND-DATE
                   MOVE SPACES TO SEC-DENIAL-DATE
                   MOVE ZEROS  TO SEC-DENIAL-COUNT
                   REWRITE DATSECR-RECORD
                   PERFORM 5000-CHECK-SEC-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
           MOVE SMT-ACTION   TO RL-ACTION
