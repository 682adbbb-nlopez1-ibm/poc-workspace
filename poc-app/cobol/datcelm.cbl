       ID DIVISION.
       PROGRAM-ID. DATCELM.
      *----------------------------------------------------------------
      * Applies continuation elections received on paper to the
      * election file (CEL-FILE KSDS, DATCELR layout) DATDTRM opens
      * when an employee is terminated. Each ELECT card names the
      * dependent and the date the election was received (blank =
      * today). An election received on or before the deadline on
      * an open row reinstates the dependent under continuation
      * status (DEP-STATUS 'C') and marks the row elected; anything
      * else is rejected with a per-card disposition, the same
      * report the relationship-table maintenance pass writes.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLT-FILE ASSIGN TO CELTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLT-STATUS.
           SELECT CEL-FILE ASSIGN TO CELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEL-KEY
               FILE STATUS IS WS-CEL-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLT-RECORD.
           05  CLT-ACTION              PIC X(6).
               88  CLT-ELECT                     VALUE 'ELECT'.
           05  CLT-DEP-ID              PIC X(6).
           05  CLT-RECEIVED-DATE       PIC X(8).
           05  FILLER                  PIC X(60).
       FD  CEL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCELR.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-CLT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CEL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CEL-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CEL-FOUND                      VALUE 'Y'.
       01  WS-DEP-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-DEP-FOUND                      VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZEROS.
       01  WS-RECEIVED-DATE            PIC X(8)  VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RECEIVED-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCELM CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-OPEN-FILES.

           PERFORM UNTIL WS-EOF
               READ CLT-FILE
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
           OPEN INPUT CLT-FILE
           IF WS-CLT-STATUS NOT = '00'
               DISPLAY 'DATCELM - CLT-FILE OPEN FAILED, STATUS='
                   WS-CLT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CEL-FILE
           IF WS-CEL-STATUS NOT = '00'
               DISPLAY 'DATCELM - CEL-FILE OPEN FAILED, STATUS='
                   WS-CEL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATCELM - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCELM - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-APPLY-TRANSACTION.
           IF CLT-RECEIVED-DATE = SPACES
               MOVE WS-TODAY-DATE     TO WS-RECEIVED-DATE
           ELSE
               MOVE CLT-RECEIVED-DATE TO WS-RECEIVED-DATE
           END-IF
           PERFORM 2100-READ-ELECTION.
           PERFORM 2200-READ-DEPENDENT.
           EVALUATE TRUE
               WHEN NOT CLT-ELECT
                   MOVE 'INVALID ACTION' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-CEL-FOUND
                   MOVE 'NO ELECTION ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN CEL-ELECTED
                   MOVE 'ALREADY ELECTED' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT CEL-OPEN
                   MOVE 'ELECTION LAPSED' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN WS-RECEIVED-DATE NOT NUMERIC
                   MOVE 'RECEIVED DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN WS-RECEIVED-DATE > CEL-DEADLINE-DATE
                   MOVE 'RECEIVED AFTER DEADLINE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-DEP-FOUND
                   MOVE 'DEPENDENT NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT DEP-ENDED OR NOT DEP-END-EMP-TERM
                   MOVE 'DEPENDENT NOT ENDED BY TERM' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 3000-APPLY-ELECTION
           END-EVALUATE.

       2100-READ-ELECTION.
           MOVE 'N' TO WS-CEL-FOUND-SW
           MOVE CLT-DEP-ID TO CEL-KEY
           READ CEL-FILE
           EVALUATE WS-CEL-STATUS
               WHEN '00'
                   SET WS-CEL-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCELM - CEL-FILE READ FAILED, STATUS='
                       WS-CEL-STATUS ' FOR DEP-ID=' CLT-DEP-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       2200-READ-DEPENDENT.
           MOVE 'N' TO WS-DEP-FOUND-SW
           MOVE CLT-DEP-ID TO DEP-KEY
           READ DEP-FILE
           EVALUATE WS-DEP-STATUS
               WHEN '00'
                   SET WS-DEP-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCELM - DEP-FILE READ FAILED, STATUS='
                       WS-DEP-STATUS ' FOR DEP-ID=' CLT-DEP-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    The dependent goes back in force under continuation
      *    status; the end date and reason come off, the election
      *    row keeps the history.
       3000-APPLY-ELECTION.
           MOVE 'C'    TO DEP-STATUS
           MOVE SPACES TO DEP-END-DATE
           MOVE SPACE  TO DEP-END-REASON
           REWRITE DATDEPR-RECORD
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATCELM - DEP-FILE UPDATE FAILED, STATUS='
                   WS-DEP-STATUS ' FOR DEP-ID=' CLT-DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           MOVE 'E'              TO CEL-STATUS
           MOVE WS-RECEIVED-DATE TO CEL-ELECTED-DATE
           MOVE 'DATCELM'        TO CEL-ELECTED-BY
           REWRITE DATCELR-RECORD
           IF WS-CEL-STATUS NOT = '00'
               DISPLAY 'DATCELM - CEL-FILE UPDATE FAILED, STATUS='
                   WS-CEL-STATUS ' FOR DEP-ID=' CLT-DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM 4000-REPORT-APPLIED.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED'        TO RL-DISPOSITION
           MOVE CLT-ACTION       TO RL-ACTION
           MOVE CLT-DEP-ID       TO RL-DEP-ID
           MOVE WS-RECEIVED-DATE TO RL-RECEIVED-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-APPLIED.

       4100-REPORT-REJECTED.
           MOVE CLT-ACTION       TO RL-ACTION
           MOVE CLT-DEP-ID       TO RL-DEP-ID
           MOVE WS-RECEIVED-DATE TO RL-RECEIVED-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-REJECTED.

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
           CLOSE CLT-FILE
           CLOSE CEL-FILE
           CLOSE DEP-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATCELM'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
