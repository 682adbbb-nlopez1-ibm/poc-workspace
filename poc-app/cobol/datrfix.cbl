      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  PF5 stamps REP-REPAIRED-DATE and REP-REPAIRED-BY
      *               so the workload report can time the repair.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-REPID                PIC X(6).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-USERID               PIC X(8).
       01  WS-AMT-ZONED            PIC 9(7)V99.
       01  WS-AMT-DISPLAY          PIC 9(9).
       01  WS-AMT-BAD-SW           PIC X(1).

           MOVE DATTRAN-RECORD TO REP-TRAN-DATA
           MOVE 'R'            TO REP-STATUS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE  TO REP-REPAIRED-DATE
           EXEC CICS
                ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID      TO REP-REPAIRED-BY
           EXEC CICS
                REWRITE DATASET('REPFILE')
                        FROM(DATREPR-RECORD)
