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
       FD  LREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  LREJ-RECORD.
