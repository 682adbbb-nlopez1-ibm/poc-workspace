                             BY ==HIST-RESTORE-FLAG==
                         ==TRAN-RESTORED-FROM-HIST==
                             BY ==HIST-RESTORED-FROM-HIST==
                         ==TRAN-CURRENCY==  BY ==HIST-CURRENCY==
                         ==TRAN-ACCOUNT==   BY ==HIST-ACCOUNT==
                         ==TRAN-HOLD-REASON==
                             BY ==HIST-HOLD-REASON==
                         ==TRAN-HOLD-CO-AMOUNT==
                             BY ==HIST-HOLD-CO-AMOUNT==
                         ==TRAN-HOLD-DEPT-AMOUNT==
                             BY ==HIST-HOLD-DEPT-AMOUNT==
                         ==TRAN-HOLD-CO-COUNT==
                             BY ==HIST-HOLD-CO-COUNT==
                         ==TRAN-HOLD-DEPT-COUNT==
                             BY ==HIST-HOLD-DEPT-COUNT==
                         ==TRAN-HELD-DATE== BY ==HIST-HELD-DATE==
                         ==TRAN-EDIT-DATE== BY ==HIST-EDIT-DATE==
                         ==TRAN-EDIT-CYCLE== BY ==HIST-EDIT-CYCLE==.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
