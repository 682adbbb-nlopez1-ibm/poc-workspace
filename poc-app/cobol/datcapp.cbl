       ID DIVISION.
       PROGRAM-ID. DATCAPP.
      *----------------------------------------------------------------
      * Lockbox cash application. Reads one delivery of the bank's
      * lockbox remittance file (LBXFILE, DATLBOX layout) - the
      * checks and wires the subsidiaries sent against their monthly
      * statements - and applies each item to the paying company's
      * open rows on the statement balance master (STBFILE KSDS,
      * DATSTBL layout, written by DATSTMT), oldest statement month
      * first, until the money runs out. Each application updates
      * the row's amount paid, balance and last payment, and closes
      * the row when the balance reaches zero.
      * Anything that does not apply cleanly goes to the suspense
      * report (SUSFILE) for accounting to work:
      *   UNIDENTIFIED - no payer reference, or one that is not a
      *                  company on COMPFILE; nothing is applied.
      *   SHORT PAY    - the money ran out part way through a
      *                  statement; what there was is applied and
      *                  the statement stays open for the shortfall
      *                  shown.
      *   OVERPAY      - money left after every open statement of
      *                  the company is paid (or none was open); the
      *                  excess is held unapplied.
      *   BAD AMOUNT   - the bank's amount is not numeric.
      * The application register (RPTFILE) lists every application
      * and proves that what was received equals what was applied
      * plus what went to suspense, RC 12 when it does not. RC 4
      * when anything went to suspense.
      * Replaces the spreadsheet accounting kept of who had paid.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBX-FILE ASSIGN TO LBXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.
           SELECT STB-FILE ASSIGN TO STBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STB-KEY
               FILE STATUS IS WS-STB-STATUS.
           SELECT COMP-FILE ASSIGN TO COMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMP-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUS-FILE ASSIGN TO SUSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LBX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLBOX.
       FD  STB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTBL.
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  SUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUS-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-LBX-STATUS               PIC X(2)  VALUE '00'.
       01  WS-STB-STATUS               PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-SUS-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-STB-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-STB-EOF                        VALUE 'Y'.
       01  WS-PAYER-OK-SW              PIC X(1)  VALUE 'N'.
           88  WS-PAYER-OK                       VALUE 'Y'.
       01  WS-REMAINING                PIC S9(9)V99 COMP-3.
       01  WS-APPLY                    PIC S9(9)V99 COMP-3.
       01  WS-SUS-REASON               PIC X(12).
       01  WS-SUS-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-APPLIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CLOSED         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-UNIDENT        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SHORT          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OVERPAY        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-BAD-AMOUNT     PIC 9(7) VALUE ZEROS.
           05  WS-TOTAL-RECEIVED       PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-APPLIED        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-UNIDENT        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-OVERPAY        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-SHORTFALL      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PROOF-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(80) VALUE
               'DATCAPP LOCKBOX CASH APPLICATION REGISTER'.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'ITEM REF   CO   MONTH          APPLIED'.
           05  FILLER                  PIC X(40) VALUE
               '  BALANCE LEFT  NOTE'.
       01  WS-RPT-DETAIL.
           05  RL-ITEM-REF             PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-PERIOD               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-APPLIED              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NOTE                 PIC X(12).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCAPP CASH APPL  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCAPP CASH APPL  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-SUS-HEADING-1.
           05  FILLER                  PIC X(80) VALUE
               'DATCAPP LOCKBOX SUSPENSE REPORT'.
       01  WS-SUS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'DEPOSIT  ITEM REF   M PAYR REASON'.
           05  FILLER                  PIC X(40) VALUE
               '         AMOUNT  PAYER NAME'.
       01  WS-SUS-DETAIL.
           05  SL-DEPOSIT-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-ITEM-REF             PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-METHOD               PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-PAYER-REF            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-REASON               PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-PAYER-NAME           PIC X(23).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.

           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE SUS-RECORD FROM WS-SUS-HEADING-1
           WRITE SUS-RECORD FROM WS-SUS-HEADING-2

           PERFORM UNTIL WS-EOF
               READ LBX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-APPLY-REMITTANCE
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-APPLICATION-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           COMPUTE WS-PROOF-AMOUNT = WS-TOTAL-APPLIED
               + WS-TOTAL-UNIDENT + WS-TOTAL-OVERPAY
           EVALUATE TRUE
               WHEN WS-PROOF-AMOUNT NOT = WS-TOTAL-RECEIVED
                   DISPLAY 'DATCAPP - CASH APPLICATION DOES NOT '
                       'PROVE AGAINST THE LOCKBOX TOTAL'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-UNIDENT > ZEROS
                 OR WS-COUNT-SHORT > ZEROS
                 OR WS-COUNT-OVERPAY > ZEROS
                 OR WS-COUNT-BAD-AMOUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'DATCAPP - ITEMS READ=' WS-COUNT-READ
               ' APPLICATIONS=' WS-COUNT-APPLIED
               ' UNIDENTIFIED=' WS-COUNT-UNIDENT
               ' SHORT=' WS-COUNT-SHORT
               ' OVERPAID=' WS-COUNT-OVERPAY

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LBX-FILE
           IF WS-LBX-STATUS NOT = '00'
               DISPLAY 'DATCAPP - LBX-FILE OPEN FAILED, STATUS='
                   WS-LBX-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O STB-FILE
           IF WS-STB-STATUS NOT = '00'
               DISPLAY 'DATCAPP - STB-FILE OPEN FAILED, STATUS='
                   WS-STB-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATCAPP - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCAPP - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT SUS-FILE
           IF WS-SUS-STATUS NOT = '00'
               DISPLAY 'DATCAPP - SUS-FILE OPEN FAILED, STATUS='
                   WS-SUS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The payer reference is all we go on - a blank or unknown
      *    one is not guessed at, it waits in suspense until
      *    accounting identifies the payer and keys it.
       2000-APPLY-REMITTANCE.
           IF LBX-AMOUNT NOT NUMERIC
               ADD 1 TO WS-COUNT-BAD-AMOUNT
               MOVE 'BAD AMOUNT' TO WS-SUS-REASON
               MOVE ZEROS        TO WS-SUS-AMOUNT
               PERFORM 7000-WRITE-SUSPENSE
           ELSE
               ADD LBX-AMOUNT TO WS-TOTAL-RECEIVED
               PERFORM 2100-VALIDATE-PAYER
               IF WS-PAYER-OK
                   MOVE LBX-AMOUNT TO WS-REMAINING
                   PERFORM 3000-APPLY-TO-STATEMENTS
                   IF WS-REMAINING > ZEROS
                       ADD 1 TO WS-COUNT-OVERPAY
                       ADD WS-REMAINING TO WS-TOTAL-OVERPAY
                       MOVE 'OVERPAY'    TO WS-SUS-REASON
                       MOVE WS-REMAINING TO WS-SUS-AMOUNT
                       PERFORM 7000-WRITE-SUSPENSE
                   END-IF
               ELSE
                   ADD 1 TO WS-COUNT-UNIDENT
                   ADD LBX-AMOUNT TO WS-TOTAL-UNIDENT
                   MOVE 'UNIDENTIFIED' TO WS-SUS-REASON
                   MOVE LBX-AMOUNT     TO WS-SUS-AMOUNT
                   PERFORM 7000-WRITE-SUSPENSE
               END-IF
           END-IF.

       2100-VALIDATE-PAYER.
           MOVE 'N' TO WS-PAYER-OK-SW
           IF LBX-PAYER-REF NOT = SPACES
               MOVE LBX-PAYER-REF TO COMP-KEY
               READ COMP-FILE
               EVALUATE WS-COMP-STATUS
                   WHEN '00'
                       SET WS-PAYER-OK TO TRUE
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DATCAPP - COMP-FILE READ FAILED, '
                           'STATUS=' WS-COMP-STATUS ' FOR PAYER='
                           LBX-PAYER-REF
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    The master is keyed company then month, so browsing from
      *    the company's lowest key visits its statements oldest
      *    first; the browse stops at the next company or when the
      *    money is gone.
       3000-APPLY-TO-STATEMENTS.
           MOVE 'N' TO WS-STB-EOF-SW
           MOVE LBX-PAYER-REF TO STB-COMPANY
           MOVE LOW-VALUES    TO STB-PERIOD
           START STB-FILE KEY NOT < STB-KEY
           IF WS-STB-STATUS = '23'
               SET WS-STB-EOF TO TRUE
           ELSE
               IF WS-STB-STATUS NOT = '00'
                   DISPLAY 'DATCAPP - STB-FILE START FAILED, '
                       'STATUS=' WS-STB-STATUS ' FOR COMPANY='
                       LBX-PAYER-REF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-STB-EOF
               READ STB-FILE NEXT RECORD
                   AT END
                       SET WS-STB-EOF TO TRUE
                   NOT AT END
                       IF STB-COMPANY NOT = LBX-PAYER-REF
                           SET WS-STB-EOF TO TRUE
                       ELSE
                           IF STB-OPEN AND STB-BALANCE > ZEROS
                               PERFORM 3100-APPLY-TO-STATEMENT
                           END-IF
                           IF WS-REMAINING = ZEROS
                               SET WS-STB-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-APPLY-TO-STATEMENT.
           IF WS-REMAINING < STB-BALANCE
               MOVE WS-REMAINING TO WS-APPLY
           ELSE
               MOVE STB-BALANCE  TO WS-APPLY
           END-IF
           ADD WS-APPLY        TO STB-AMOUNT-PAID
           SUBTRACT WS-APPLY FROM STB-BALANCE
           SUBTRACT WS-APPLY FROM WS-REMAINING
           MOVE LBX-DEPOSIT-DATE TO STB-LAST-PAY-DATE
           MOVE LBX-ITEM-REF     TO STB-LAST-PAY-ITEM
           IF STB-BALANCE = ZEROS
               SET STB-PAID TO TRUE
               ADD 1 TO WS-COUNT-CLOSED
           END-IF
           REWRITE DATSTBL-RECORD
           IF WS-STB-STATUS NOT = '00'
               DISPLAY 'DATCAPP - STB-FILE UPDATE FAILED, STATUS='
                   WS-STB-STATUS ' FOR COMPANY=' STB-COMPANY
                   ' MONTH=' STB-PERIOD
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-APPLIED
           ADD WS-APPLY TO WS-TOTAL-APPLIED

           MOVE LBX-ITEM-REF TO RL-ITEM-REF
           MOVE STB-COMPANY  TO RL-COMPANY
           MOVE STB-PERIOD   TO RL-PERIOD
           MOVE WS-APPLY     TO RL-APPLIED
           MOVE STB-BALANCE  TO RL-BALANCE
           IF STB-PAID
               MOVE 'PAID'      TO RL-NOTE
           ELSE
               MOVE 'SHORT PAY' TO RL-NOTE
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL

      *    The money ran out on this statement - it stays open and
      *    the shortfall is worked from the suspense report.
           IF STB-OPEN
               ADD 1 TO WS-COUNT-SHORT
               ADD STB-BALANCE TO WS-TOTAL-SHORTFALL
               MOVE 'SHORT PAY'  TO WS-SUS-REASON
               MOVE STB-BALANCE  TO WS-SUS-AMOUNT
               PERFORM 7000-WRITE-SUSPENSE
           END-IF.

       7000-WRITE-SUSPENSE.
           MOVE LBX-DEPOSIT-DATE TO SL-DEPOSIT-DATE
           MOVE LBX-ITEM-REF     TO SL-ITEM-REF
           MOVE LBX-METHOD       TO SL-METHOD
           MOVE LBX-PAYER-REF    TO SL-PAYER-REF
           MOVE WS-SUS-REASON    TO SL-REASON
           MOVE WS-SUS-AMOUNT    TO SL-AMOUNT
           MOVE LBX-PAYER-NAME   TO SL-PAYER-NAME
           WRITE SUS-RECORD FROM WS-SUS-DETAIL.

       8000-WRITE-APPLICATION-TOTALS.
           MOVE 'LOCKBOX ITEMS READ'  TO RPT-LABEL
           MOVE WS-COUNT-READ         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'APPLICATIONS'        TO RPT-LABEL
           MOVE WS-COUNT-APPLIED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'STATEMENTS CLOSED'   TO RPT-LABEL
           MOVE WS-COUNT-CLOSED       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'UNIDENTIFIED ITEMS'  TO RPT-LABEL
           MOVE WS-COUNT-UNIDENT      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'SHORT PAYS'          TO RPT-LABEL
           MOVE WS-COUNT-SHORT        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'OVERPAYS'            TO RPT-LABEL
           MOVE WS-COUNT-OVERPAY      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'BAD AMOUNTS'         TO RPT-LABEL
           MOVE WS-COUNT-BAD-AMOUNT   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'TOTAL RECEIVED'      TO RPT-AMT-LABEL
           MOVE WS-TOTAL-RECEIVED     TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'TOTAL APPLIED'       TO RPT-AMT-LABEL
           MOVE WS-TOTAL-APPLIED      TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'UNIDENTIFIED'        TO RPT-AMT-LABEL
           MOVE WS-TOTAL-UNIDENT      TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'OVERPAID UNAPPLIED'  TO RPT-AMT-LABEL
           MOVE WS-TOTAL-OVERPAY      TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'SHORT PAY SHORTFALL' TO RPT-AMT-LABEL
           MOVE WS-TOTAL-SHORTFALL    TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

       9000-CLOSE-FILES.
           CLOSE LBX-FILE
           CLOSE STB-FILE
           CLOSE COMP-FILE
           CLOSE RPT-FILE
           CLOSE SUS-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATCAPP'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
