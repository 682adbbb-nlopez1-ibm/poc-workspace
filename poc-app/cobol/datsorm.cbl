       ID DIVISION.
       PROGRAM-ID. DATSORM.
      *----------------------------------------------------------------
      * Maintenance for the standing-order master (SORDFILE KSDS,
      * DATSORD layout) that the nightly DATSORG pass generates the
      * recurring sales from. Applies ADD/CHANGE/DELETE transactions
      * from SORTRANS - order id, company, department, type, amount,
      * frequency, start/end date and next-due date - with the same
      * validation and per-transaction disposition reporting as the
      * fee rate table maintenance pass.
      * Standing orders are sales only: a refund names the sale it
      * returns and a void carries no money, so neither can recur.
      * An ADD with no next-due date starts the schedule on the start
      * date; a next-due on a CHANGE re-points the schedule (skip an
      * occurrence, or pick an order back up). A blank field on a
      * CHANGE leaves the order's value as it stands. The end date is
      * inclusive; an order with none runs until it is deleted or
      * given one.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  Orders carry an optional customer account
      *               (SOM-ACCOUNT), checked against the ACCTFILE
      *               master - on file and open - when supplied, so a
      *               bad one is caught here rather than rejecting
      *               every occurrence at the nightly edit.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOM-FILE ASSIGN TO SORTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOM-STATUS.
           SELECT SORD-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SOM-RECORD.
           05  SOM-ACTION              PIC X(6).
               88  SOM-ADD                       VALUE 'ADD'.
               88  SOM-CHANGE                    VALUE 'CHANGE'.
               88  SOM-DELETE                    VALUE 'DELETE'.
           05  SOM-ID                  PIC X(6).
           05  SOM-COMPANY             PIC X(4).
           05  SOM-DEPT                PIC X(4).
           05  SOM-DEPT-NUM REDEFINES SOM-DEPT
                                       PIC 9(4).
           05  SOM-TRAN-TYPE           PIC X(2).
           05  SOM-AMOUNT              PIC X(9).
           05  SOM-AMOUNT-NUM REDEFINES SOM-AMOUNT
                                       PIC 9(7)V99.
           05  SOM-CURRENCY            PIC X(3).
           05  SOM-FREQUENCY           PIC X(1).
               88  SOM-FREQUENCY-VALID           VALUE 'W' 'M'.
           05  SOM-START-DATE          PIC X(8).
           05  SOM-END-DATE            PIC X(8).
           05  SOM-NEXT-DUE-DATE       PIC X(8).
           05  SOM-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(11).
       FD  SORD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSORD.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACCT.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-SOM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-SORD-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-SORD-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-SORD-FOUND                     VALUE 'Y'.
       01  WS-ACCT-OK-SW               PIC X(1)  VALUE 'Y'.
           88  WS-ACCT-OK                        VALUE 'Y'.
       01  WS-START-DATE               PIC X(8)  VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-ID                   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NEXT-DUE-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSORM CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.

           PERFORM UNTIL WS-EOF
               READ SOM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-APPLY-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           IF WS-COUNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT SOM-FILE
           IF WS-SOM-STATUS NOT = '00'
               DISPLAY 'DATSORM - SOM-FILE OPEN FAILED, STATUS='
                   WS-SOM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O SORD-FILE
           IF WS-SORD-STATUS NOT = '00'
               DISPLAY 'DATSORM - SORD-FILE OPEN FAILED, STATUS='
                   WS-SORD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATSORM - ACCT-FILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSORM - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The '000000' key is DATSORG's control row, not an order -
      *    no action is allowed to touch it from here.
       2000-APPLY-TRANSACTION.
           PERFORM 2100-READ-STANDING-ORDER.
           PERFORM 2200-CHECK-ACCOUNT.
           EVALUATE TRUE
               WHEN SOM-ID = SPACES
                   MOVE 'ORDER ID MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-ID = '000000'
                   MOVE 'ORDER ID RESERVED' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-ADD
                   PERFORM 3000-APPLY-ADD
               WHEN SOM-CHANGE
                   PERFORM 3100-APPLY-CHANGE
               WHEN SOM-DELETE
                   PERFORM 3200-APPLY-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
           END-EVALUATE.

       2100-READ-STANDING-ORDER.
           MOVE 'N' TO WS-SORD-FOUND-SW
           MOVE SOM-ID TO SORD-ID
           READ SORD-FILE
           EVALUATE WS-SORD-STATUS
               WHEN '00'
                   SET WS-SORD-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATSORM - SORD-FILE READ FAILED, STATUS='
                       WS-SORD-STATUS ' FOR ORDER=' SOM-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    A blank account is fine - the order then posts to none.
       2200-CHECK-ACCOUNT.
           SET WS-ACCT-OK TO TRUE
           IF SOM-ACCOUNT NOT = SPACES
               MOVE SOM-ACCOUNT TO ACCT-KEY
               READ ACCT-FILE
               EVALUATE WS-ACCT-STATUS
                   WHEN '00'
                       IF NOT ACCT-OPEN
                           MOVE 'N' TO WS-ACCT-OK-SW
                       END-IF
                   WHEN '23'
                       MOVE 'N' TO WS-ACCT-OK-SW
                   WHEN OTHER
                       DISPLAY 'DATSORM - ACCT-FILE READ FAILED, '
                           'STATUS=' WS-ACCT-STATUS
                           ' FOR ACCOUNT=' SOM-ACCOUNT
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-IF.

       3000-APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-SORD-FOUND
                   MOVE 'DUPLICATE KEY ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-TRAN-TYPE NOT = 'SA'
                   MOVE 'TRAN TYPE MUST BE SA' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-DEPT-NUM NOT NUMERIC
                   MOVE 'DEPT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-AMOUNT-NUM NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-AMOUNT-NUM = ZERO
                   MOVE 'AMOUNT IS ZERO' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT SOM-FREQUENCY-VALID
                   MOVE 'FREQUENCY NOT W OR M' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-START-DATE NOT NUMERIC
                   MOVE 'START DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-END-DATE NOT = SPACES
                   AND SOM-END-DATE NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-END-DATE NOT = SPACES
                   AND SOM-END-DATE < SOM-START-DATE
                   MOVE 'END DATE BEFORE START DATE'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-NEXT-DUE-DATE NOT = SPACES
                   AND SOM-NEXT-DUE-DATE NOT NUMERIC
                   MOVE 'NEXT DUE DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-NEXT-DUE-DATE NOT = SPACES
                   AND SOM-NEXT-DUE-DATE < SOM-START-DATE
                   MOVE 'NEXT DUE BEFORE START DATE'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-ACCT-OK
                   MOVE 'ACCOUNT NOT ON FILE OR CLOSED'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE SPACES            TO DATSORD-RECORD
                   MOVE SOM-ID            TO SORD-ID
                   MOVE SOM-COMPANY       TO SORD-COMPANY
                   MOVE SOM-DEPT-NUM      TO SORD-DEPT
                   MOVE SOM-TRAN-TYPE     TO SORD-TRAN-TYPE
                   MOVE SOM-AMOUNT-NUM    TO SORD-AMOUNT
                   MOVE SOM-CURRENCY      TO SORD-CURRENCY
                   MOVE SOM-FREQUENCY     TO SORD-FREQUENCY
                   MOVE SOM-START-DATE    TO SORD-START-DATE
                   MOVE SOM-END-DATE      TO SORD-END-DATE
                   MOVE SOM-ACCOUNT       TO SORD-ACCOUNT
                   IF SOM-NEXT-DUE-DATE = SPACES
                       MOVE SOM-START-DATE    TO SORD-NEXT-DUE-DATE
                   ELSE
                       MOVE SOM-NEXT-DUE-DATE TO SORD-NEXT-DUE-DATE
                   END-IF
                   WRITE DATSORD-RECORD
                   PERFORM 5000-CHECK-SORD-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

      *    The date cross-checks run against the start date the order
      *    will carry after the change - the new one if the CHANGE
      *    supplies it, the one on file if not.
       3100-APPLY-CHANGE.
           IF SOM-START-DATE NOT = SPACES
               MOVE SOM-START-DATE  TO WS-START-DATE
           ELSE
               MOVE SORD-START-DATE TO WS-START-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-SORD-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-TRAN-TYPE NOT = SPACES
                   AND SOM-TRAN-TYPE NOT = 'SA'
                   MOVE 'TRAN TYPE MUST BE SA' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-DEPT NOT = SPACES
                   AND SOM-DEPT-NUM NOT NUMERIC
                   MOVE 'DEPT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-AMOUNT NOT = SPACES
                   AND SOM-AMOUNT-NUM NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-AMOUNT NOT = SPACES
                   AND SOM-AMOUNT-NUM = ZERO
                   MOVE 'AMOUNT IS ZERO' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-FREQUENCY NOT = SPACES
                   AND NOT SOM-FREQUENCY-VALID
                   MOVE 'FREQUENCY NOT W OR M' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN WS-START-DATE NOT NUMERIC
                   MOVE 'START DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-END-DATE NOT = SPACES
                   AND SOM-END-DATE NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-END-DATE NOT = SPACES
                   AND SOM-END-DATE < WS-START-DATE
                   MOVE 'END DATE BEFORE START DATE'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-NEXT-DUE-DATE NOT = SPACES
                   AND SOM-NEXT-DUE-DATE NOT NUMERIC
                   MOVE 'NEXT DUE DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN SOM-NEXT-DUE-DATE NOT = SPACES
                   AND SOM-NEXT-DUE-DATE < WS-START-DATE
                   MOVE 'NEXT DUE BEFORE START DATE'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-ACCT-OK
                   MOVE 'ACCOUNT NOT ON FILE OR CLOSED'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   IF SOM-COMPANY NOT = SPACES
                       MOVE SOM-COMPANY TO SORD-COMPANY
                   END-IF
                   IF SOM-DEPT NOT = SPACES
                       MOVE SOM-DEPT-NUM TO SORD-DEPT
                   END-IF
                   IF SOM-TRAN-TYPE NOT = SPACES
                       MOVE SOM-TRAN-TYPE TO SORD-TRAN-TYPE
                   END-IF
                   IF SOM-AMOUNT NOT = SPACES
                       MOVE SOM-AMOUNT-NUM TO SORD-AMOUNT
                   END-IF
                   IF SOM-CURRENCY NOT = SPACES
                       MOVE SOM-CURRENCY TO SORD-CURRENCY
                   END-IF
                   IF SOM-FREQUENCY NOT = SPACES
                       MOVE SOM-FREQUENCY TO SORD-FREQUENCY
                   END-IF
                   MOVE WS-START-DATE TO SORD-START-DATE
                   IF SOM-END-DATE NOT = SPACES
                       MOVE SOM-END-DATE TO SORD-END-DATE
                   END-IF
                   IF SOM-ACCOUNT NOT = SPACES
                       MOVE SOM-ACCOUNT TO SORD-ACCOUNT
                   END-IF
      *            A re-pointed schedule also drops the generator's
      *            rerun marker, so a same-night rerun of DATSORG
      *            works from the desk's date, not the one it saved.
                   IF SOM-NEXT-DUE-DATE NOT = SPACES
                       MOVE SOM-NEXT-DUE-DATE TO SORD-NEXT-DUE-DATE
                       MOVE SPACES TO SORD-LAST-RUN-DATE
                   END-IF
                   REWRITE DATSORD-RECORD
                   PERFORM 5000-CHECK-SORD-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       3200-APPLY-DELETE.
           IF NOT WS-SORD-FOUND
               MOVE 'NOT ON FILE' TO RL-DISPOSITION
               PERFORM 4100-REPORT-REJECTED
           ELSE
               DELETE SORD-FILE
               PERFORM 5000-CHECK-SORD-IO
               PERFORM 4000-REPORT-APPLIED
           END-IF.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
           MOVE SOM-ACTION         TO RL-ACTION
           MOVE SOM-ID             TO RL-ID
           MOVE SORD-COMPANY       TO RL-COMPANY
           MOVE SORD-NEXT-DUE-DATE TO RL-NEXT-DUE-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-APPLIED.

       4100-REPORT-REJECTED.
           MOVE SOM-ACTION         TO RL-ACTION
           MOVE SOM-ID             TO RL-ID
           MOVE SOM-COMPANY        TO RL-COMPANY
           MOVE SOM-NEXT-DUE-DATE  TO RL-NEXT-DUE-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-REJECTED.

       5000-CHECK-SORD-IO.
           IF WS-SORD-STATUS NOT = '00' AND WS-SORD-STATUS NOT = '02'
               DISPLAY 'DATSORM - SORD-FILE UPDATE FAILED, STATUS='
                   WS-SORD-STATUS ' FOR ORDER=' SOM-ID
                   ' ACTION=' SOM-ACTION
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'TRANSACTIONS READ'  TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'APPLIED'            TO RPT-LABEL
           MOVE WS-COUNT-APPLIED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'REJECTED'           TO RPT-LABEL
           MOVE WS-COUNT-REJECTED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE SOM-FILE
           CLOSE SORD-FILE
           CLOSE ACCT-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATSORM'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
