       ID DIVISION.
       PROGRAM-ID. DATLIMM.
      *----------------------------------------------------------------
      * Maintenance for the review limit table (LIMFILE KSDS, DATLIMT
      * layout) that DATEDIT holds over-limit transactions against.
      * Applies ADD/CHANGE/DELETE transactions from LIMTRANS -
      * company, department, maximum amount, maximum count - with
      * the same presence validation and per-transaction disposition
      * reporting as the rate and company maintainers. A blank
      * department maintains the company-wide row; a department
      * (four digits, as TRAN-DEPT carries it) maintains that
      * department's own row, which overrides the company row at
      * intake. The company must be on the COMPFILE company master.
      * Zero in a limit means that limit is not in force, so a row
      * must keep at least one of the two. Replaces the IDCAMS REPRO
      * of a hand-built record that was the only way to move a limit.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LMM-FILE ASSIGN TO LIMTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMM-STATUS.
           SELECT LIM-FILE ASSIGN TO LIMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-STATUS.
           SELECT COMP-FILE ASSIGN TO COMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMP-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LMM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LMM-RECORD.
           05  LMM-ACTION              PIC X(6).
               88  LMM-ADD                       VALUE 'ADD'.
               88  LMM-CHANGE                    VALUE 'CHANGE'.
               88  LMM-DELETE                    VALUE 'DELETE'.
           05  LMM-COMPANY             PIC X(4).
           05  LMM-DEPT                PIC X(4).
           05  LMM-DEPT-NUM REDEFINES LMM-DEPT
                                       PIC 9(4).
           05  LMM-MAX-AMOUNT          PIC X(9).
           05  LMM-MAX-AMOUNT-NUM REDEFINES LMM-MAX-AMOUNT
                                       PIC 9(7)V99.
           05  LMM-MAX-COUNT           PIC X(5).
           05  LMM-MAX-COUNT-NUM REDEFINES LMM-MAX-COUNT
                                       PIC 9(5).
           05  FILLER                  PIC X(52).
       FD  LIM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLIMT.
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-LMM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-LIM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-LIM-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-LIM-FOUND                      VALUE 'Y'.
       01  WS-COMP-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-COMP-FOUND                     VALUE 'Y'.
      *    The limits the row would carry once this transaction is
      *    applied - a blank field on a CHANGE keeps the row's own.
       01  WS-NEW-MAX-AMOUNT           PIC S9(7)V99 COMP-3.
       01  WS-NEW-MAX-COUNT            PIC 9(5).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEPT                 PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATLIMM CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.

           PERFORM UNTIL WS-EOF
               READ LMM-FILE
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
           OPEN INPUT LMM-FILE
           IF WS-LMM-STATUS NOT = '00'
               DISPLAY 'DATLIMM - LMM-FILE OPEN FAILED, STATUS='
                   WS-LMM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O LIM-FILE
           IF WS-LIM-STATUS NOT = '00'
               DISPLAY 'DATLIMM - LIM-FILE OPEN FAILED, STATUS='
                   WS-LIM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATLIMM - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATLIMM - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-APPLY-TRANSACTION.
           PERFORM 2100-READ-LIMIT-TABLE.
           EVALUATE TRUE
               WHEN LMM-ADD
                   PERFORM 3000-APPLY-ADD
               WHEN LMM-CHANGE
                   PERFORM 3100-APPLY-CHANGE
               WHEN LMM-DELETE
                   PERFORM 3200-APPLY-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
           END-EVALUATE.

       2100-READ-LIMIT-TABLE.
           MOVE 'N' TO WS-LIM-FOUND-SW
           MOVE LMM-COMPANY        TO LIM-COMPANY
           MOVE LMM-DEPT           TO LIM-DEPT
           READ LIM-FILE
           EVALUATE WS-LIM-STATUS
               WHEN '00'
                   SET WS-LIM-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATLIMM - LIM-FILE READ FAILED, STATUS='
                       WS-LIM-STATUS ' FOR COMPANY=' LMM-COMPANY
                       ' DEPT=' LMM-DEPT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       2200-READ-COMPANY-MASTER.
           MOVE 'N' TO WS-COMP-FOUND-SW
           MOVE LMM-COMPANY        TO COMP-CODE
           READ COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   SET WS-COMP-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATLIMM - COMP-FILE READ FAILED, STATUS='
                       WS-COMP-STATUS ' FOR COMPANY=' LMM-COMPANY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    A blank amount or count on an ADD is a limit not in
      *    force (zero); the row still needs one of the two.
       3000-APPLY-ADD.
           PERFORM 2200-READ-COMPANY-MASTER
           MOVE ZERO TO WS-NEW-MAX-AMOUNT
           MOVE ZERO TO WS-NEW-MAX-COUNT
           IF LMM-MAX-AMOUNT NOT = SPACES
               AND LMM-MAX-AMOUNT-NUM NUMERIC
               MOVE LMM-MAX-AMOUNT-NUM TO WS-NEW-MAX-AMOUNT
           END-IF
           IF LMM-MAX-COUNT NOT = SPACES
               AND LMM-MAX-COUNT-NUM NUMERIC
               MOVE LMM-MAX-COUNT-NUM TO WS-NEW-MAX-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-LIM-FOUND
                   MOVE 'DUPLICATE KEY ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-COMPANY = SPACES
                   MOVE 'COMPANY MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-COMP-FOUND
                   MOVE 'COMPANY NOT ON COMPANY MASTER'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-DEPT NOT = SPACES
                   AND LMM-DEPT-NUM NOT NUMERIC
                   MOVE 'DEPARTMENT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-MAX-AMOUNT NOT = SPACES
                   AND LMM-MAX-AMOUNT-NUM NOT NUMERIC
                   MOVE 'MAX AMOUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-MAX-COUNT NOT = SPACES
                   AND LMM-MAX-COUNT-NUM NOT NUMERIC
                   MOVE 'MAX COUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN WS-NEW-MAX-AMOUNT = ZERO
                   AND WS-NEW-MAX-COUNT = ZERO
                   MOVE 'NO LIMIT IN FORCE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE SPACES             TO DATLIMT-RECORD
                   MOVE LMM-COMPANY        TO LIM-COMPANY
                   MOVE LMM-DEPT           TO LIM-DEPT
                   MOVE WS-NEW-MAX-AMOUNT  TO LIM-MAX-AMOUNT
                   MOVE WS-NEW-MAX-COUNT   TO LIM-MAX-COUNT
                   WRITE DATLIMT-RECORD
                   PERFORM 5000-CHECK-LIM-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

      *    A blank amount or count on a CHANGE leaves that limit as
      *    it stands on the row, same convention as the rate table
      *    maintenance pass; zero keyed takes the limit out of force.
       3100-APPLY-CHANGE.
           IF WS-LIM-FOUND
               MOVE LIM-MAX-AMOUNT TO WS-NEW-MAX-AMOUNT
               MOVE LIM-MAX-COUNT  TO WS-NEW-MAX-COUNT
               IF LMM-MAX-AMOUNT NOT = SPACES
                   AND LMM-MAX-AMOUNT-NUM NUMERIC
                   MOVE LMM-MAX-AMOUNT-NUM TO WS-NEW-MAX-AMOUNT
               END-IF
               IF LMM-MAX-COUNT NOT = SPACES
                   AND LMM-MAX-COUNT-NUM NUMERIC
                   MOVE LMM-MAX-COUNT-NUM TO WS-NEW-MAX-COUNT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-LIM-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-MAX-AMOUNT NOT = SPACES
                   AND LMM-MAX-AMOUNT-NUM NOT NUMERIC
                   MOVE 'MAX AMOUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN LMM-MAX-COUNT NOT = SPACES
                   AND LMM-MAX-COUNT-NUM NOT NUMERIC
                   MOVE 'MAX COUNT NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN WS-NEW-MAX-AMOUNT = ZERO
                   AND WS-NEW-MAX-COUNT = ZERO
                   MOVE 'NO LIMIT LEFT - DELETE THE ROW'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE WS-NEW-MAX-AMOUNT  TO LIM-MAX-AMOUNT
                   MOVE WS-NEW-MAX-COUNT   TO LIM-MAX-COUNT
                   REWRITE DATLIMT-RECORD
                   PERFORM 5000-CHECK-LIM-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       3200-APPLY-DELETE.
           IF NOT WS-LIM-FOUND
               MOVE 'NOT ON FILE' TO RL-DISPOSITION
               PERFORM 4100-REPORT-REJECTED
           ELSE
               DELETE LIM-FILE
               PERFORM 5000-CHECK-LIM-IO
               PERFORM 4000-REPORT-APPLIED
           END-IF.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
           MOVE LMM-ACTION         TO RL-ACTION
           MOVE LMM-COMPANY        TO RL-COMPANY
           MOVE LMM-DEPT           TO RL-DEPT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-APPLIED.

       4100-REPORT-REJECTED.
           MOVE LMM-ACTION         TO RL-ACTION
           MOVE LMM-COMPANY        TO RL-COMPANY
           MOVE LMM-DEPT           TO RL-DEPT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-REJECTED.

       5000-CHECK-LIM-IO.
           IF WS-LIM-STATUS NOT = '00' AND WS-LIM-STATUS NOT = '02'
               DISPLAY 'DATLIMM - LIM-FILE UPDATE FAILED, STATUS='
                   WS-LIM-STATUS ' FOR COMPANY=' LMM-COMPANY
                   ' DEPT=' LMM-DEPT
                   ' ACTION=' LMM-ACTION
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
           CLOSE LMM-FILE
           CLOSE LIM-FILE
           CLOSE COMP-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATLIMM'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
