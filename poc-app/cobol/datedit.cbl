      *               this edit - the refund-matching pass (DATRFMT)
      *               is the one that searches the archive; rekey
      *               the refund after the desk confirms the sale.
      *   2026-10-05  A non-blank TRAN-ACCOUNT must now be on the
      *               ACCTFILE account master (DATACCT layout), open,
      *               and held under the transaction's company. A
      *               blank account is not an error - not every
      *               sender carries one.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *   2026-10-05  Review limits by department and by count: the
      *               LIMFILE row for the transaction's company and
      *               department overrides the company row, and a
      *               row's LIM-MAX-COUNT holds every clean
      *               transaction past the Nth this run for that
      *               company/department. TRAN-HOLD-REASON records
      *               which limit held the record for the DATHOLD
      *               screen; the control report splits the holds
      *               by amount and by count.
      *   2026-10-05  A held record carries the run date it was held
      *               on in TRAN-HELD-DATE, so the hold desk's
      *               turnaround starts when the hold reached it.
      *   2026-10-05  The review limit's count covers the whole
      *               processing date, not one intraday cycle: every
      *               record loaded carries the date and cycle it was
      *               edited in (TRAN-EDIT-DATE/-CYCLE), and a cycle
      *               past the first starts each limit row's count
      *               from the date's earlier cycles on TRAN-FILE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-EDT-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CURR-FILE ASSIGN TO CURRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
                             BY ==EDT-RESTORE-FLAG==
                         ==TRAN-RESTORED-FROM-HIST==
                             BY ==EDT-RESTORED-FROM-HIST==
                         ==TRAN-CURRENCY==  BY ==EDT-CURRENCY==
                         ==TRAN-ACCOUNT==   BY ==EDT-ACCOUNT==
                         ==TRAN-HOLD-REASON==
                             BY ==EDT-HOLD-REASON==
                         ==TRAN-HOLD-CO-AMOUNT==
                             BY ==EDT-HOLD-CO-AMOUNT==
                         ==TRAN-HOLD-DEPT-AMOUNT==
                             BY ==EDT-HOLD-DEPT-AMOUNT==
                         ==TRAN-HOLD-CO-COUNT==
                             BY ==EDT-HOLD-CO-COUNT==
                         ==TRAN-HOLD-DEPT-COUNT==
                             BY ==EDT-HOLD-DEPT-COUNT==
                         ==TRAN-HELD-DATE== BY ==EDT-HELD-DATE==
                         ==TRAN-EDIT-DATE== BY ==EDT-EDIT-DATE==
                         ==TRAN-EDIT-CYCLE== BY ==EDT-EDIT-CYCLE==.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  LIM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLIMT.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACCT.
       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCURR.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LIM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CURR-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CURR-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-CURR-EOF                       VALUE 'Y'.
       01  WS-CURR-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-CURR-TABLE.
           05  WS-CURR-CODE            PIC X(3) OCCURS 100 TIMES.
       01  WS-LIM-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-LIM-FOUND                      VALUE 'Y'.
      *    The company and department a limit row is looked up for.
       01  WS-LIM-COMPANY              PIC X(4).
       01  WS-LIM-DEPT                 PIC 9(4).
       01  WS-TRAN-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-LIMC-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-LIMC-FOUND                     VALUE 'Y'.
       01  WS-LIMC-IX                  PIC S9(4) COMP.
       01  WS-LIMC-COUNT               PIC S9(4) COMP VALUE ZEROS.
      *    One slot per LIMFILE row that has decided a transaction
      *    this processing date - the row's key and how many clean
      *    transactions it has seen, this run and the date's earlier
      *    cycles, for the count limit.
       01  WS-LIMC-TABLE.
           05  WS-LIMC-ENTRY           OCCURS 500 TIMES.
               10  WS-LIMC-KEY         PIC X(8).
               10  WS-LIMC-TALLY       PIC 9(7).
       01  WS-REJ-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
           05  WS-COUNT-CLEAN          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HELD           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HELD-AMOUNT    PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HELD-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-FUTURE         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LOADED-CLEAN   PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-EARLIER-CYCLE  PIC 9(7) VALUE ZEROS.
      *    Maximum single-transaction amount accepted at intake; a
      *    figure past this is assumed to be a keying or transmission
      *    fault rather than real business.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-DEPT-TABLE.
           PERFORM 1600-LOAD-CURRENCY-TABLE.
           IF SHARED-RUN-CYCLE > 1
               PERFORM 1700-SEED-LIMIT-COUNTS
           END-IF

           PERFORM UNTIL WS-EOF
               READ EDT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATEDIT - ACCT-FILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           OPEN EXTEND AIMG-FILE
           IF WS-AIMG-STATUS NOT = '00'
               DISPLAY 'DATEDIT - AIMG-FILE OPEN FAILED, '
               MOVE CURR-CODE TO WS-CURR-CODE (WS-CURR-COUNT)
           END-IF.

      *    A review limit's count is for the processing date, and
      *    the date's earlier intraday cycles have already loaded
      *    their share - still on TRAN-FILE, which DATARCH only
      *    clears at the end of the date. Each record an earlier
      *    cycle of this date loaded counts against the row that
      *    governs it now, held or not, as it did then. This
      *    cycle's own records (a restarted cycle) are left to be
      *    counted again as they come back through the edit.
       1700-SEED-LIMIT-COUNTS.
           MOVE LOW-VALUES TO TRAN-KEY
           START TRAN-FILE KEY IS NOT LESS THAN TRAN-KEY
           EVALUATE WS-TRAN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-TRAN-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'DATEDIT - TRAN-FILE START FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF TRAN-EDIT-DATE = SHARED-RUN-DATE
                           AND TRAN-EDIT-CYCLE NUMERIC
                           AND TRAN-EDIT-CYCLE < SHARED-RUN-CYCLE
                           AND NOT TRAN-RESTORED-FROM-HIST
                           PERFORM 1750-SEED-ONE-RECORD
                       END-IF
               END-READ
               IF WS-TRAN-STATUS NOT = '00'
                   AND WS-TRAN-STATUS NOT = '10'
                   DISPLAY 'DATEDIT - TRAN-FILE READ FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM
           DISPLAY 'DATEDIT - CYCLE ' SHARED-RUN-CYCLE ' OF '
               SHARED-RUN-DATE ' - ' WS-COUNT-EARLIER-CYCLE
               ' EARLIER-CYCLE RECORDS COUNTED TOWARD REVIEW LIMITS'.

       1750-SEED-ONE-RECORD.
           ADD 1 TO WS-COUNT-EARLIER-CYCLE
           IF TRAN-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-LIM-COMPANY
           ELSE
               MOVE TRAN-COMPANY TO WS-LIM-COMPANY
           END-IF
           MOVE TRAN-DEPT TO WS-LIM-DEPT
           PERFORM 2910-FIND-REVIEW-LIMIT
           IF WS-LIM-FOUND
               PERFORM 2950-TALLY-LIMIT-COUNT
           END-IF.

       2000-EDIT-RECORD.
           MOVE 'N' TO WS-RECORD-BAD-SW

           PERFORM 2700-EDIT-TRAN-COMPANY.
           PERFORM 2800-EDIT-REFUND-REFERENCE.
           PERFORM 2850-EDIT-TRAN-CURRENCY.
           PERFORM 2870-EDIT-TRAN-ACCOUNT.

           IF WS-RECORD-BAD
               ADD 1 TO WS-COUNT-REJECTED
      *    limit lookup always has a real company code to key on.
      *    The hold outranks the calendar, so the limit decides
      *    first and a record lands - and is counted - under one
      *    status only. Every clean record counts against its
      *    limit row's tally, held or not; an amount hold is the
      *    reason given when both limits are broken. A hold is
      *    stamped with the run date it reached the desk on.
       2900-APPLY-REVIEW-LIMIT.
           MOVE SPACES TO EDT-HOLD-REASON
           MOVE SPACES TO EDT-HELD-DATE
           MOVE EDT-COMPANY TO WS-LIM-COMPANY
           MOVE EDT-DEPT    TO WS-LIM-DEPT
           PERFORM 2910-FIND-REVIEW-LIMIT
           IF WS-LIM-FOUND
               PERFORM 2950-TALLY-LIMIT-COUNT
               IF LIM-MAX-AMOUNT > ZERO
                   AND EDT-AMOUNT > LIM-MAX-AMOUNT
                   MOVE 'H' TO EDT-STATUS
                   ADD 1 TO WS-COUNT-HELD
                   ADD 1 TO WS-COUNT-HELD-AMOUNT
                   IF LIM-DEPT = SPACES
                       SET EDT-HOLD-CO-AMOUNT TO TRUE
                   ELSE
                       SET EDT-HOLD-DEPT-AMOUNT TO TRUE
                   END-IF
               ELSE
                   IF LIM-MAX-COUNT > ZERO
                       AND WS-LIMC-TALLY (WS-LIMC-IX) > LIM-MAX-COUNT
                       MOVE 'H' TO EDT-STATUS
                       ADD 1 TO WS-COUNT-HELD
                       ADD 1 TO WS-COUNT-HELD-COUNT
                       IF LIM-DEPT = SPACES
                           SET EDT-HOLD-CO-COUNT TO TRUE
                       ELSE
                           SET EDT-HOLD-DEPT-COUNT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF EDT-STATUS = 'H'
               MOVE SHARED-RUN-DATE TO EDT-HELD-DATE
           END-IF
           IF EDT-STATUS NOT = 'H'
               AND EDT-DATE > SHARED-RUN-DATE
               MOVE 'F' TO EDT-STATUS
               ADD 1 TO WS-COUNT-FUTURE
           END-IF.

      *    The department's own row wins; without one the company
      *    row (LIM-DEPT spaces) applies; without either there is
      *    no limit.
       2910-FIND-REVIEW-LIMIT.
           MOVE 'N' TO WS-LIM-FOUND-SW
           MOVE WS-LIM-COMPANY TO LIM-COMPANY
           MOVE WS-LIM-DEPT    TO LIM-DEPT
           PERFORM 2920-READ-LIM-FILE
           IF NOT WS-LIM-FOUND
               MOVE WS-LIM-COMPANY TO LIM-COMPANY
               MOVE SPACES      TO LIM-DEPT
               PERFORM 2920-READ-LIM-FILE
           END-IF.

       2920-READ-LIM-FILE.
           READ LIM-FILE
           EVALUATE WS-LIM-STATUS
               WHEN '00'
                   SET WS-LIM-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATEDIT - LIM-FILE READ FAILED, '
                       'STATUS=' WS-LIM-STATUS
                       ' FOR COMPANY=' WS-LIM-COMPANY
                       ' DEPT=' WS-LIM-DEPT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    Leaves WS-LIMC-IX on the row's slot with this record
      *    already counted in.
       2950-TALLY-LIMIT-COUNT.
           MOVE 'N' TO WS-LIMC-FOUND-SW
           PERFORM VARYING WS-LIMC-IX FROM 1 BY 1
                   UNTIL WS-LIMC-IX > WS-LIMC-COUNT
                   OR WS-LIMC-FOUND
               IF WS-LIMC-KEY (WS-LIMC-IX) = LIM-KEY
                   SET WS-LIMC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LIMC-FOUND
               SUBTRACT 1 FROM WS-LIMC-IX
           ELSE
               IF WS-LIMC-COUNT = 500
                   DISPLAY 'DATEDIT - LIMIT COUNT TABLE FULL, RAISE '
                       'THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-LIMC-COUNT
               MOVE WS-LIMC-COUNT TO WS-LIMC-IX
               MOVE LIM-KEY TO WS-LIMC-KEY (WS-LIMC-IX)
               MOVE ZEROS   TO WS-LIMC-TALLY (WS-LIMC-IX)
           END-IF
           ADD 1 TO WS-LIMC-TALLY (WS-LIMC-IX).

       2100-EDIT-TRAN-ID.
           IF EDT-ID = SPACES OR LOW-VALUES
               END-IF
           END-IF.

      *    Runs after 2700- so EDT-COMPANY is already defaulted; an
      *    account row with no company belongs to the shared one.
       2870-EDIT-TRAN-ACCOUNT.
           IF EDT-ACCOUNT NOT = SPACES
               MOVE EDT-ACCOUNT TO ACCT-KEY
               READ ACCT-FILE
               EVALUATE WS-ACCT-STATUS
                   WHEN '00'
                       IF ACCT-COMPANY = SPACES
                           MOVE SHARED-COMPANY-CODE TO ACCT-COMPANY
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT ACCT-OPEN
                               MOVE 'TRAN-ACCOUNT' TO RPT-FIELD
                               MOVE 'ACCOUNT CLOSED' TO RPT-REASON
                               PERFORM 4000-REJECT-FIELD
                           WHEN ACCT-COMPANY NOT = EDT-COMPANY
                               MOVE 'TRAN-ACCOUNT' TO RPT-FIELD
                               MOVE 'ACCOUNT OTHER COMPANY'
                                   TO RPT-REASON
                               PERFORM 4000-REJECT-FIELD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN '23'
                       MOVE 'TRAN-ACCOUNT'     TO RPT-FIELD
                       MOVE 'ACCOUNT NOT ON MASTER' TO RPT-REASON
                       PERFORM 4000-REJECT-FIELD
                   WHEN OTHER
                       DISPLAY 'DATEDIT - ACCT-FILE READ FAILED, '
                           'STATUS=' WS-ACCT-STATUS
                           ' FOR ACCOUNT=' EDT-ACCOUNT
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-IF.

       3000-WRITE-CLEAN-RECORD.
           MOVE SHARED-RUN-DATE  TO EDT-EDIT-DATE
           MOVE SHARED-RUN-CYCLE TO EDT-EDIT-CYCLE
           MOVE EDT-RECORD TO DATTRAN-RECORD
           WRITE DATTRAN-RECORD
           EVALUATE WS-TRAN-STATUS
           MOVE WS-COUNT-HELD        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'HELD - AMOUNT LIMIT' TO RPT-LABEL
           MOVE WS-COUNT-HELD-AMOUNT TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'HELD - COUNT LIMIT' TO RPT-LABEL
           MOVE WS-COUNT-HELD-COUNT  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'RECORDS FUTURE-DATED' TO RPT-LABEL
           MOVE WS-COUNT-FUTURE      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'EARLIER CYCLES CLEAN' TO RPT-LABEL
           MOVE WS-COUNT-EARLIER-CYCLE TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE COMP-FILE
           CLOSE LIM-FILE
           CLOSE ACCT-FILE
           CLOSE REJ-FILE
           CLOSE AIMG-FILE
           CLOSE RPT-FILE.
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATEDIT'       TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'EDTIN'         TO ICR-DDNAME
               MOVE 'IN'            TO ICR-DIRECTION
               MOVE WS-COUNT-IN     TO ICR-COUNT
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATEDIT'       TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'TRANFILE'      TO ICR-DDNAME
               MOVE 'OUT'           TO ICR-DIRECTION
               MOVE WS-COUNT-LOADED-CLEAN TO ICR-COUNT
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

      *    One after-image per change this program makes to the
