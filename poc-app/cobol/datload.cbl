      *               clean path and on every out-of-balance abend,
      *               so the sending system's scheduler reacts to a
      *               failed transmission overnight.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             BY ==LOD-RESTORE-FLAG==
                         ==TRAN-RESTORED-FROM-HIST==
                             BY ==LOD-RESTORED-FROM-HIST==
                         ==TRAN-CURRENCY==  BY ==LOD-CURRENCY==
                         ==TRAN-ACCOUNT==   BY ==LOD-ACCOUNT==
                         ==TRAN-HOLD-REASON==
                             BY ==LOD-HOLD-REASON==
                         ==TRAN-HOLD-CO-AMOUNT==
                             BY ==LOD-HOLD-CO-AMOUNT==
                         ==TRAN-HOLD-DEPT-AMOUNT==
                             BY ==LOD-HOLD-DEPT-AMOUNT==
                         ==TRAN-HOLD-CO-COUNT==
                             BY ==LOD-HOLD-CO-COUNT==
                         ==TRAN-HOLD-DEPT-COUNT==
                             BY ==LOD-HOLD-DEPT-COUNT==
                         ==TRAN-HELD-DATE== BY ==LOD-HELD-DATE==
                         ==TRAN-EDIT-DATE== BY ==LOD-EDIT-DATE==
                         ==TRAN-EDIT-CYCLE== BY ==LOD-EDIT-CYCLE==.
       FD  REJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJ-RECORD.
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATLOAD'       TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'LODOUT'        TO ICR-DDNAME
               MOVE 'OUT'           TO ICR-DIRECTION
               MOVE WS-NT-ACCEPTED  TO ICR-COUNT
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
