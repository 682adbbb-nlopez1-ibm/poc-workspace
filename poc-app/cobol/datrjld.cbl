      *               already marked complete (RC 16), so the
      *               run-once protection holds even when a step
      *               is rerun on its own.
      *   2026-10-05  A reopened row has its repaired date and
      *               operator cleared - it is fresh work again.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE 'O'               TO REP-STATUS
               MOVE SHARED-RUN-DATE   TO REP-ADDED-DATE
               MOVE WS-WORK-SOURCE    TO REP-SOURCE
               MOVE SPACES            TO REP-REPAIRED-DATE
                                         REP-REPAIRED-BY
               REWRITE DATREPR-RECORD
               IF WS-REP-STATUS NOT = '00'
                   AND WS-REP-STATUS NOT = '02'
