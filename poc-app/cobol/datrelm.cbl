      *----------------------------------------------------------------
      * Mod log:
      *   2026-08-22  Initial version.
      *   2026-10-05  Transactions carry the relationship's age limit
      *               (RMT-AGE-LIMIT, two digits) for the DATDAGE
      *               age-out pass. Blank on an ADD means no limit;
      *               blank on a CHANGE leaves the limit as it
      *               stands, and 00 removes it. A limit that is not
      *               numeric is rejected.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RMT-REL-CODE            PIC X(2).
           05  RMT-DESCRIPTION         PIC X(20).
           05  RMT-ACTIVE-FLAG         PIC X(1).
           05  RMT-AGE-LIMIT           PIC X(2).
           05  RMT-AGE-LIMIT-N REDEFINES RMT-AGE-LIMIT
                                       PIC 9(2).
           05  FILLER                  PIC X(49).
       FD  REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRELC.
               WHEN RMT-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN RMT-AGE-LIMIT NOT = SPACES
                   AND RMT-AGE-LIMIT NOT NUMERIC
                   MOVE 'AGE LIMIT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE SPACES          TO DATRELC-RECORD
                   MOVE RMT-REL-CODE    TO REL-KEY
                   ELSE
                       MOVE 'Y' TO REL-ACTIVE-FLAG
                   END-IF
                   IF RMT-AGE-LIMIT = SPACES
                       MOVE ZERO TO REL-AGE-LIMIT
                   ELSE
                       MOVE RMT-AGE-LIMIT-N TO REL-AGE-LIMIT
                   END-IF
                   WRITE DATRELC-RECORD
                   PERFORM 5000-CHECK-REL-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

      *    A row written before the age limit was carried has
      *    blanks there; it is stamped no-limit on its first change.
       3100-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN NOT WS-REL-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN RMT-AGE-LIMIT NOT = SPACES
                   AND RMT-AGE-LIMIT NOT NUMERIC
                   MOVE 'AGE LIMIT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   IF RMT-DESCRIPTION NOT = SPACES
                       MOVE RMT-DESCRIPTION TO REL-DESCRIPTION
                   END-IF
                   IF RMT-ACTIVE-FLAG = 'Y' OR RMT-ACTIVE-FLAG = 'N'
                       MOVE RMT-ACTIVE-FLAG TO REL-ACTIVE-FLAG
                   END-IF
                   IF RMT-AGE-LIMIT NOT = SPACES
                       MOVE RMT-AGE-LIMIT-N TO REL-AGE-LIMIT
                   END-IF
                   IF REL-AGE-LIMIT NOT NUMERIC
                       MOVE ZERO TO REL-AGE-LIMIT
                   END-IF
                   REWRITE DATRELC-RECORD
                   PERFORM 5000-CHECK-REL-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       3200-APPLY-DELETE.
           IF NOT WS-REL-FOUND
