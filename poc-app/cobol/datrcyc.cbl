      *               already marked complete (RC 16), so the
      *               run-once protection holds even when a step
      *               is rerun on its own.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             BY ==RCY-RESTORE-FLAG==
                         ==TRAN-RESTORED-FROM-HIST==
                             BY ==RCY-RESTORED-FROM-HIST==
                         ==TRAN-CURRENCY==  BY ==RCY-CURRENCY==
                         ==TRAN-ACCOUNT==   BY ==RCY-ACCOUNT==
                         ==TRAN-HOLD-REASON==
                             BY ==RCY-HOLD-REASON==
                         ==TRAN-HOLD-CO-AMOUNT==
                             BY ==RCY-HOLD-CO-AMOUNT==
                         ==TRAN-HOLD-DEPT-AMOUNT==
                             BY ==RCY-HOLD-DEPT-AMOUNT==
                         ==TRAN-HOLD-CO-COUNT==
                             BY ==RCY-HOLD-CO-COUNT==
                         ==TRAN-HOLD-DEPT-COUNT==
                             BY ==RCY-HOLD-DEPT-COUNT==
                         ==TRAN-HELD-DATE== BY ==RCY-HELD-DATE==
                         ==TRAN-EDIT-DATE== BY ==RCY-EDIT-DATE==
                         ==TRAN-EDIT-CYCLE== BY ==RCY-EDIT-CYCLE==.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

      *    The recycled records ride EDTIN behind the feed, so the
               MOVE SPACES            TO DATICR-RECORD
               MOVE 'DATRCYC'         TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE   TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'RCYOUT'          TO ICR-DDNAME
               MOVE 'OUT'             TO ICR-DIRECTION
               MOVE WS-COUNT-RECYCLED TO ICR-COUNT
