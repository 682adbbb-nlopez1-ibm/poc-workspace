       ID DIVISION.
       PROGRAM-ID. DATACTM.
      *----------------------------------------------------------------
      * Maintenance for the customer account master (ACCTFILE KSDS,
      * DATACCT layout) that transactions name in TRAN-ACCOUNT.
      * Applies ADD/CHANGE/DELETE transactions from ACCTRANS - account
      * number, name, company, status and open date - with the same
      * validation and per-transaction disposition reporting as the
      * other table maintainers. A blank company defaults to
      * SHARED-COMPANY-CODE on an ADD; a supplied one is validated
      * against the company master. A blank status on an ADD opens
      * the account ('A') and a blank open date takes today's. On a
      * CHANGE, a blank field leaves the master as it stands; closing
      * an account is the normal CHANGE to status 'C', after which
      * the intake edit rejects new transactions naming it.
      * The balance and last-activity fields are DATBATCH's - nothing
      * here sets them, beyond zeroing the balance on an ADD - and an
      * account may only be deleted once its balance is zero. Its
      * ACTHFILE history stays behind for the record.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-FILE ASSIGN TO ACCTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACM-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
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
       FD  ACM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACM-RECORD.
           05  ACM-ACTION              PIC X(6).
               88  ACM-ADD                       VALUE 'ADD'.
               88  ACM-CHANGE                    VALUE 'CHANGE'.
               88  ACM-DELETE                    VALUE 'DELETE'.
           05  ACM-NUMBER              PIC X(10).
           05  ACM-NAME                PIC X(30).
           05  ACM-COMPANY             PIC X(4).
           05  ACM-STATUS              PIC X(1).
               88  ACM-STATUS-VALID              VALUE 'A' 'C'.
           05  ACM-OPEN-DATE           PIC X(8).
           05  FILLER                  PIC X(21).
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACCT.
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
       01  WS-ACM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZEROS.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-ACCT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-ACCT-FOUND                     VALUE 'Y'.
       01  WS-COMP-VALID-SW            PIC X(1)  VALUE 'N'.
           88  WS-COMP-VALID                     VALUE 'Y'.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NUMBER               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-STATUS               PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATACTM CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-EOF
               READ ACM-FILE
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
           OPEN INPUT ACM-FILE
           IF WS-ACM-STATUS NOT = '00'
               DISPLAY 'DATACTM - ACM-FILE OPEN FAILED, STATUS='
                   WS-ACM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATACTM - ACCT-FILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATACTM - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATACTM - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-APPLY-TRANSACTION.
           PERFORM 2100-READ-ACCT-MASTER.
           EVALUATE TRUE
               WHEN ACM-NUMBER = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-ADD
                   PERFORM 3000-APPLY-ADD
               WHEN ACM-CHANGE
                   PERFORM 3100-APPLY-CHANGE
               WHEN ACM-DELETE
                   PERFORM 3200-APPLY-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
           END-EVALUATE.

       2100-READ-ACCT-MASTER.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE ACM-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
           EVALUATE WS-ACCT-STATUS
               WHEN '00'
                   SET WS-ACCT-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATACTM - ACCT-FILE READ FAILED, STATUS='
                       WS-ACCT-STATUS ' FOR ACCOUNT=' ACM-NUMBER
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       2300-VALIDATE-COMPANY.
           MOVE 'N' TO WS-COMP-VALID-SW
           MOVE ACM-COMPANY TO COMP-KEY
           READ COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   IF COMP-ACTIVE
                       SET WS-COMP-VALID TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATACTM - COMP-FILE READ FAILED, '
                       'STATUS=' WS-COMP-STATUS
                       ' FOR COMPANY=' ACM-COMPANY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       3000-APPLY-ADD.
           IF ACM-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO ACM-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND
                   MOVE 'ALREADY ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-NAME = SPACES
                   MOVE 'NAME MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-STATUS NOT = SPACES
                   AND NOT ACM-STATUS-VALID
                   MOVE 'STATUS NOT A OR C' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-OPEN-DATE NOT = SPACES
                   AND ACM-OPEN-DATE NOT NUMERIC
                   MOVE 'OPEN DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 2300-VALIDATE-COMPANY
                   IF NOT WS-COMP-VALID
                       MOVE 'INVALID COMPANY CODE' TO RL-DISPOSITION
                       PERFORM 4100-REPORT-REJECTED
                   ELSE
                       MOVE SPACES        TO DATACCT-RECORD
                       MOVE ACM-NUMBER    TO ACCT-NUMBER
                       MOVE ACM-NAME      TO ACCT-NAME
                       MOVE ACM-COMPANY   TO ACCT-COMPANY
                       IF ACM-STATUS = SPACES
                           SET ACCT-OPEN TO TRUE
                       ELSE
                           MOVE ACM-STATUS TO ACCT-STATUS
                       END-IF
                       IF ACM-OPEN-DATE = SPACES
                           MOVE WS-TODAY-DATE TO ACCT-OPEN-DATE
                       ELSE
                           MOVE ACM-OPEN-DATE TO ACCT-OPEN-DATE
                       END-IF
                       MOVE ZERO          TO ACCT-BALANCE
                       WRITE DATACCT-RECORD
                       PERFORM 5000-CHECK-ACCT-IO
                       PERFORM 4000-REPORT-APPLIED
                   END-IF
           END-EVALUATE.

       3100-APPLY-CHANGE.
           MOVE 'Y' TO WS-COMP-VALID-SW
           IF WS-ACCT-FOUND AND ACM-COMPANY NOT = SPACES
               PERFORM 2300-VALIDATE-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN NOT WS-COMP-VALID
                   MOVE 'INVALID COMPANY CODE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-STATUS NOT = SPACES
                   AND NOT ACM-STATUS-VALID
                   MOVE 'STATUS NOT A OR C' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACM-OPEN-DATE NOT = SPACES
                   AND ACM-OPEN-DATE NOT NUMERIC
                   MOVE 'OPEN DATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   IF ACM-NAME NOT = SPACES
                       MOVE ACM-NAME TO ACCT-NAME
                   END-IF
                   IF ACM-COMPANY NOT = SPACES
                       MOVE ACM-COMPANY TO ACCT-COMPANY
                   END-IF
                   IF ACM-STATUS NOT = SPACES
                       MOVE ACM-STATUS TO ACCT-STATUS
                   END-IF
                   IF ACM-OPEN-DATE NOT = SPACES
                       MOVE ACM-OPEN-DATE TO ACCT-OPEN-DATE
                   END-IF
                   REWRITE DATACCT-RECORD
                   PERFORM 5000-CHECK-ACCT-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       3200-APPLY-DELETE.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'NOT ON FILE' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN ACCT-BALANCE NOT = ZERO
                   MOVE 'BALANCE NOT ZERO' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   DELETE ACCT-FILE
                   PERFORM 5000-CHECK-ACCT-IO
                   PERFORM 4000-REPORT-APPLIED
           END-EVALUATE.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
           MOVE ACM-ACTION         TO RL-ACTION
           MOVE ACM-NUMBER         TO RL-NUMBER
           MOVE ACCT-COMPANY       TO RL-COMPANY
           MOVE ACCT-STATUS        TO RL-STATUS
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-APPLIED.

       4100-REPORT-REJECTED.
           MOVE ACM-ACTION         TO RL-ACTION
           MOVE ACM-NUMBER         TO RL-NUMBER
           MOVE ACM-COMPANY        TO RL-COMPANY
           MOVE ACM-STATUS         TO RL-STATUS
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-COUNT-REJECTED.

       5000-CHECK-ACCT-IO.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '02'
               DISPLAY 'DATACTM - ACCT-FILE UPDATE FAILED, STATUS='
                   WS-ACCT-STATUS ' FOR ACCOUNT=' ACM-NUMBER
                   ' ACTION=' ACM-ACTION
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
           CLOSE ACM-FILE
           CLOSE ACCT-FILE
           CLOSE COMP-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATACTM'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
