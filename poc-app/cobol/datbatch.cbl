      *               area is undefined then, and an empty file or
      *               stream never populated TRAN-KEY at all. A
      *               restart seeds it from the checkpoint key.
      *   2026-10-05  Dispute postings: chargebacks (CB) come off the
      *               merchant's net like a refund, re-presentments
      *               (RP) go back on like a sale. DATDSPP writes
      *               them ahead of this step; both count as
      *               processed and have their own control-report
      *               lines.
      *   2026-10-05  DEMOSUB returns the tax on the fee (DS-TAX,
      *               from the TAXFILE tax rate table) - it rides the
      *               DATPRC detail with its jurisdiction, and a
      *               TOTAL TAX ON FEES line follows TOTAL FEES on the
      *               control report for the DATGLPI TAX PAYABLE
      *               line to tie to.
      *   2026-10-05  New transaction types for the maker-checker
      *               manual adjustments DATADJP writes ahead of this
      *               step: AC (adjustment credit) goes on the
      *               merchant's net like a sale, AD (adjustment
      *               debit) comes off it like a refund. Both count as
      *               processed, neither is priced, and they print in
      *               a MANUAL ADJUSTMENTS section of their own on the
      *               control report.
      *   2026-10-05  Customer accounts: a posted transaction naming a
      *               TRAN-ACCOUNT moves that account's running
      *               balance on ACCTFILE by its signed base amount,
      *               stamps the last-activity date and TRAN-ID, and
      *               writes an ACTHFILE history row for the DATAHIQ
      *               inquiry. Done before the record is marked 'P',
      *               and proven against the history row and the
      *               last TRAN-ID on a restart, so it posts once.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *   2026-10-05  The exchange-rate table holds 5000 rows (was
      *               100) - treasury's daily feed (DATFXLD) now adds
      *               a row per currency per day to CURRFILE.
      *   2026-10-05  The DATPRC detail carries PRC-RUN-DATE, the
      *               processing date it was priced on, so year-end
      *               work can select detail by the night it posted.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACTH-FILE ASSIGN TO ACTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACTH-KEY
               FILE STATUS IS WS-ACTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCURR.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACCT.
       FD  ACTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACTH.
       WORKING-STORAGE SECTION.
       01 WS-PARM-CARD.
      *    WS-PARM-MAX-RECS limits records read THIS run (see
       01 WS-ICR-STATUS    PIC X(2)  VALUE '00'.
       01 WS-CURR-STATUS   PIC X(2)  VALUE '00'.
       01 WS-AIMG-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ACCT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ACTH-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ACCT-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-ACCT-TRAN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-COUNT-ACCT-POSTED  PIC 9(7) VALUE ZEROS.
       01 WS-COUNT-ACCT-MISSING PIC 9(7) VALUE ZEROS.
       01 WS-CURR-EOF-SW   PIC X(1)  VALUE 'N'.
          88  WS-CURR-EOF            VALUE 'Y'.
       01 WS-CURR-OK-SW    PIC X(1)  VALUE 'N'.
       01 WS-CURR-IX       PIC S9(4) COMP.
       01 WS-CURR-BEST-IX  PIC S9(4) COMP.
       01 WS-CURR-TABLE.
          05  WS-CURR-ENTRY OCCURS 5000 TIMES.
              10  WS-CU-CODE       PIC X(3).
              10  WS-CU-EFFDATE    PIC X(8).
              10  WS-CU-RATE       PIC S9(3)V9(6) COMP-3.
          05  WS-COUNT-REFUNDS     PIC 9(7) VALUE ZEROS.
          05  WS-AMT-REFUNDS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
          05  WS-COUNT-VOIDS       PIC 9(7) VALUE ZEROS.
          05  WS-COUNT-CHARGEBACKS PIC 9(7) VALUE ZEROS.
          05  WS-AMT-CHARGEBACKS   PIC S9(9)V99 COMP-3 VALUE ZEROS.
          05  WS-COUNT-REPRESENTS  PIC 9(7) VALUE ZEROS.
          05  WS-AMT-REPRESENTS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
          05  WS-COUNT-ADJ-CREDITS PIC 9(7) VALUE ZEROS.
          05  WS-AMT-ADJ-CREDITS   PIC S9(9)V99 COMP-3 VALUE ZEROS.
          05  WS-COUNT-ADJ-DEBITS  PIC 9(7) VALUE ZEROS.
          05  WS-AMT-ADJ-DEBITS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
          05  WS-COUNT-UNKNOWN     PIC 9(7) VALUE ZEROS.
       01 WS-COUNT-ALREADY-PROC PIC 9(7) VALUE ZEROS.
       01 WS-COUNT-HELD-SKIP    PIC 9(7) VALUE ZEROS.
           REPLACING ==DEMOSUB-PARMS== BY ==WS-DEMOSUB-PARMS==
                     LEADING ==DS-==   BY ==WS-DS-==.
       01 WS-TOTAL-FEES    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-COMP-IX       PIC S9(4) COMP.
       01 WS-COMP-COUNT    PIC S9(4) COMP VALUE ZEROS.
       01 WS-COMP-TOTALS.
                   'OPERATOR STATUS MIRROR'
           END-IF

           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATBATCH - ACCT-FILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O ACTH-FILE
           IF WS-ACTH-STATUS NOT = '00'
               DISPLAY 'DATBATCH - ACTH-FILE OPEN FAILED, STATUS='
                   WS-ACTH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           IF WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO TRAN-KEY
               START TRAN-FILE KEY IS GREATER THAN TRAN-KEY
           CLOSE JRNL-FILE
           CLOSE PRC-FILE
           CLOSE AIMG-FILE
           CLOSE ACCT-FILE
           CLOSE ACTH-FILE

           IF WS-EOF OR WS-RANGE-DONE
               PERFORM 6100-CLEAR-CHECKPOINT
                   AT END
                       SET WS-CURR-EOF TO TRUE
                   NOT AT END
                       IF WS-CURR-COUNT < 5000
                           ADD 1 TO WS-CURR-COUNT
                           MOVE CURR-CODE
                               TO WS-CU-CODE (WS-CURR-COUNT)
                   PERFORM 1520-PROCESS-REFUND
               WHEN 'VD'
                   PERFORM 1530-PROCESS-VOID
               WHEN 'CB'
                   PERFORM 1560-PROCESS-CHARGEBACK
               WHEN 'RP'
                   PERFORM 1570-PROCESS-REPRESENTMENT
               WHEN 'AC'
                   PERFORM 1580-PROCESS-ADJ-CREDIT
               WHEN 'AD'
                   PERFORM 1590-PROCESS-ADJ-DEBIT
               WHEN OTHER
                   PERFORM 1540-UNKNOWN-TYPE
           END-EVALUATE.
           ADD 1 TO WS-COUNT-VOIDS
           PERFORM 1600-CALL-DEMOSUB.

      *    A chargeback takes the disputed sale's amount back off the
      *    merchant while the case is worked; a re-presentment the
      *    merchant won puts it back. Neither is priced again.
       1560-PROCESS-CHARGEBACK.
           ADD 1 TO WS-COUNT-CHARGEBACKS
           SUBTRACT WS-BASE-AMOUNT FROM WS-AMT-CHARGEBACKS
           SUBTRACT WS-BASE-AMOUNT FROM WS-TOTAL-AMOUNT
           SUBTRACT WS-BASE-AMOUNT
               FROM WS-CT-NET-AMOUNT (WS-COMP-IX)
           PERFORM 1600-CALL-DEMOSUB.

       1570-PROCESS-REPRESENTMENT.
           ADD 1 TO WS-COUNT-REPRESENTS
           ADD WS-BASE-AMOUNT TO WS-AMT-REPRESENTS
           ADD WS-BASE-AMOUNT TO WS-TOTAL-AMOUNT
           ADD WS-BASE-AMOUNT TO WS-CT-NET-AMOUNT (WS-COMP-IX)
           PERFORM 1600-CALL-DEMOSUB.

      *    An approved manual adjustment: a credit goes on the
      *    merchant's net like a sale, a debit comes off it like a
      *    refund. DATADJP wrote it ahead of this step once a second
      *    operator approved it; DEMOSUB does not price it again.
       1580-PROCESS-ADJ-CREDIT.
           ADD 1 TO WS-COUNT-ADJ-CREDITS
           ADD WS-BASE-AMOUNT TO WS-AMT-ADJ-CREDITS
           ADD WS-BASE-AMOUNT TO WS-TOTAL-AMOUNT
           ADD WS-BASE-AMOUNT TO WS-CT-NET-AMOUNT (WS-COMP-IX)
           PERFORM 1600-CALL-DEMOSUB.

       1590-PROCESS-ADJ-DEBIT.
           ADD 1 TO WS-COUNT-ADJ-DEBITS
           SUBTRACT WS-BASE-AMOUNT FROM WS-AMT-ADJ-DEBITS
           SUBTRACT WS-BASE-AMOUNT FROM WS-TOTAL-AMOUNT
           SUBTRACT WS-BASE-AMOUNT
               FROM WS-CT-NET-AMOUNT (WS-COMP-IX)
           PERFORM 1600-CALL-DEMOSUB.

      *    No applicable exchange rate: the record is an error, it
      *    stays unmarked for a rerun once the rate row goes in.
       1550-CURRENCY-ERROR.
                   ADD 1 TO WS-CT-PROCESSED (WS-COMP-IX)
               END-IF
               ADD WS-DS-FEE TO WS-TOTAL-FEES
               ADD WS-DS-TAX TO WS-TOTAL-TAX
               IF TRAN-ACCOUNT NOT = SPACES
                   PERFORM 1750-POST-ACCOUNT
               END-IF
               PERFORM 1700-MARK-PROCESSED
           END-IF.

           MOVE DATTRAN-RECORD TO AIMG-TRAN-DATA
           PERFORM 9500-WRITE-AFTER-IMAGE.

      *    The account is posted before the record is marked, so a
      *    failure in between leaves the record to be picked up
      *    again. On that second pass the history row, or failing
      *    it the account's last TRAN-ID, shows what already went
      *    through: the balance moves once and the row is written
      *    once. An account missing from the master (deleted since
      *    the edit) is reported and the transaction still posts.
       1750-POST-ACCOUNT.
           EVALUATE TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   MOVE WS-BASE-AMOUNT TO WS-ACCT-AMOUNT
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   COMPUTE WS-ACCT-AMOUNT = 0 - WS-BASE-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-ACCT-AMOUNT
           END-EVALUATE
           MOVE TRAN-DATE TO WS-ACCT-TRAN-DATE
           MOVE TRAN-ACCOUNT TO ACTH-ACCOUNT
           COMPUTE ACTH-INV-DATE = 99999999 - WS-ACCT-TRAN-DATE
           MOVE TRAN-ID TO ACTH-TRAN-ID
           READ ACTH-FILE
           EVALUATE WS-ACTH-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   PERFORM 1760-UPDATE-ACCOUNT
               WHEN OTHER
                   DISPLAY 'DATBATCH - ACTH-FILE READ FAILED, STATUS='
                       WS-ACTH-STATUS ' FOR TRAN-ID=' TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       1760-UPDATE-ACCOUNT.
           MOVE TRAN-ACCOUNT TO ACCT-NUMBER
           READ ACCT-FILE
           EVALUATE WS-ACCT-STATUS
               WHEN '00'
                   IF ACCT-LAST-TRAN-ID NOT = TRAN-ID
                       ADD WS-ACCT-AMOUNT TO ACCT-BALANCE
                       IF TRAN-DATE > ACCT-LAST-ACTIVITY-DATE
                           MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
                       END-IF
                       MOVE TRAN-ID TO ACCT-LAST-TRAN-ID
                       REWRITE DATACCT-RECORD
                       IF WS-ACCT-STATUS NOT = '00'
                           DISPLAY 'DATBATCH - ACCT-FILE REWRITE '
                               'FAILED, STATUS=' WS-ACCT-STATUS
                               ' FOR ACCOUNT=' TRAN-ACCOUNT
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM 1770-WRITE-ACCOUNT-HISTORY
                   ADD 1 TO WS-COUNT-ACCT-POSTED
               WHEN '23'
                   DISPLAY 'DATBATCH - ACCOUNT NOT ON MASTER, '
                       'ACCOUNT=' TRAN-ACCOUNT
                       ' FOR TRAN-ID=' TRAN-ID
                   ADD 1 TO WS-COUNT-ACCT-MISSING
               WHEN OTHER
                   DISPLAY 'DATBATCH - ACCT-FILE READ FAILED, STATUS='
                       WS-ACCT-STATUS ' FOR ACCOUNT=' TRAN-ACCOUNT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       1770-WRITE-ACCOUNT-HISTORY.
           MOVE SPACES           TO DATACTH-RECORD
           MOVE TRAN-ACCOUNT     TO ACTH-ACCOUNT
           COMPUTE ACTH-INV-DATE = 99999999 - WS-ACCT-TRAN-DATE
           MOVE TRAN-ID          TO ACTH-TRAN-ID
           MOVE TRAN-DATE        TO ACTH-TRAN-DATE
           MOVE TRAN-TYPE        TO ACTH-TRAN-TYPE
           MOVE WS-ACCT-AMOUNT   TO ACTH-AMOUNT
           MOVE TRAN-COMPANY     TO ACTH-COMPANY
           MOVE TRAN-CURRENCY    TO ACTH-CURRENCY
           MOVE ACCT-BALANCE     TO ACTH-BALANCE
           MOVE SHARED-RUN-DATE  TO ACTH-POSTED-DATE
           WRITE DATACTH-RECORD
           IF WS-ACTH-STATUS NOT = '00'
               DISPLAY 'DATBATCH - ACTH-FILE WRITE FAILED, STATUS='
                   WS-ACTH-STATUS ' FOR TRAN-ID=' TRAN-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    One after-image per change this program makes to the
      *    cluster, for the forward-recovery utility. The caller
      *    sets AIMG-ACTION and stages the record image first.
           MOVE TRAN-COMPANY  TO PRC-COMPANY
           MOVE TRAN-CURRENCY TO PRC-CURRENCY
           MOVE TRAN-AMOUNT   TO PRC-ORIG-AMOUNT
           MOVE WS-DS-TAX     TO PRC-TAX
           MOVE WS-DS-TAX-JURIS TO PRC-TAX-JURIS
           MOVE SHARED-RUN-DATE TO PRC-RUN-DATE
           WRITE DATPRC-RECORD
           ADD 1 TO WS-PRC-WRITE-COUNT.

               MOVE WS-COUNT-VOIDS TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               MOVE 'CHARGEBACK (CB) CNT' TO RPT-LABEL
               MOVE WS-COUNT-CHARGEBACKS TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               MOVE 'CHARGEBACK (CB) AMT' TO RPT-AMT-LABEL
               MOVE WS-AMT-CHARGEBACKS TO RPT-AMT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

               MOVE 'REPRESENTMENT (RP) #' TO RPT-LABEL
               MOVE WS-COUNT-REPRESENTS TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               MOVE 'REPRESENTMT (RP) AMT' TO RPT-AMT-LABEL
               MOVE WS-AMT-REPRESENTS TO RPT-AMT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

               PERFORM 8040-WRITE-ADJUSTMENT-SECTION

               MOVE 'UNKNOWN TYPE COUNT' TO RPT-LABEL
               MOVE WS-COUNT-UNKNOWN TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE
               MOVE WS-TOTAL-FEES TO RPT-AMT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

               MOVE 'TOTAL TAX ON FEES' TO RPT-AMT-LABEL
               MOVE WS-TOTAL-TAX TO RPT-AMT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

               MOVE 'SKIPPED (ALREADY P)' TO RPT-LABEL
               MOVE WS-COUNT-ALREADY-PROC TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE
               MOVE WS-COUNT-CONVERTED TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               MOVE 'ACCOUNT POSTINGS' TO RPT-LABEL
               MOVE WS-COUNT-ACCT-POSTED TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               MOVE 'ACCOUNT NOT ON FILE' TO RPT-LABEL
               MOVE WS-COUNT-ACCT-MISSING TO RPT-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE

               PERFORM VARYING WS-COMP-IX FROM 1 BY 1
                       UNTIL WS-COMP-IX > WS-COMP-COUNT
                   PERFORM 8050-WRITE-COMPANY-SECTION
               CLOSE RPT-FILE
           END-IF.

      *    Manual adjustments get a section of their own, so the
      *    desk's corrections for the night can be ticked back to
      *    the DATADJP posting report without picking them out of
      *    the transmitted volume.
       8040-WRITE-ADJUSTMENT-SECTION.
           MOVE 'MANUAL ADJUSTMENTS' TO RPT-ID-LABEL
           MOVE SPACES TO RPT-ID-VALUE
           WRITE RPT-RECORD FROM WS-RPT-ID-LINE

           MOVE 'ADJ CREDIT (AC) CNT' TO RPT-LABEL
           MOVE WS-COUNT-ADJ-CREDITS TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ADJ CREDIT (AC) AMT' TO RPT-AMT-LABEL
           MOVE WS-AMT-ADJ-CREDITS TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'ADJ DEBIT (AD) CNT' TO RPT-LABEL
           MOVE WS-COUNT-ADJ-DEBITS TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ADJ DEBIT (AD) AMT' TO RPT-AMT-LABEL
           MOVE WS-AMT-ADJ-DEBITS TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

      *    One control-report section per company tallied tonight;
      *    the sections sum to the grand totals above them.
       8050-WRITE-COMPANY-SECTION.
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATBATCH'      TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'TRANFILE'      TO ICR-DDNAME
               MOVE 'IN'            TO ICR-DIRECTION
               MOVE WS-CENSUS-UNPROC TO ICR-COUNT
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATBATCH'      TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'PRCFILE'       TO ICR-DDNAME
               MOVE 'OUT'           TO ICR-DIRECTION
               MOVE WS-PRC-WRITE-COUNT TO ICR-COUNT
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
