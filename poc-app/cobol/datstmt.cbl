      * disagree. This is the document we send the subsidiaries;
      * until now accounting hand-built it from a spreadsheet pull
      * of the generations.
      * Each statement closes with the AMOUNT DUE - the fees charged
      * for the month and the tax on them (PRC-TAX, shown on its own
      * TAX ON FEES line), which is what the subsidiary pays us - and
      * its due date, and posts that amount to the statement
      * balance master (STBFILE KSDS, DATSTBL layout) under the
      * SYSIN statement month, where the lockbox cash application
      * (DATCAPP) applies the subsidiary's payments and DATARAG
      * ages what is still open.
      * Volume rebates the month-end DATREBT run wrote to the rebate
      * credit master (REBFILE KSDS, DATREBC layout) for earlier
      * months come off the company's next statement on a VOLUME
      * REBATE line ahead of the AMOUNT DUE, and each one taken is
      * stamped with the statement month so it is credited once.
      * SYSIN parameter card: cols 1-6 statement month YYYYMM.
      * A record DEMOSUB returned non-zero for still rides the gross
      * amounts (DATBATCH nets it into the totals record before the
      * call), but its fee and net are the zeros that came back.
      *               records (TOT-COMPANY set) behind each run's
      *               grand record now - the tie check sums only the
      *               grand records so a night is not counted twice.
      *   2026-10-05  Dispute postings net with the sales and
      *               refunds: a re-presentment (RP) adds like a
      *               sale, a chargeback (CB) subtracts like a
      *               refund, matching DATBATCH's NET TRAN AMOUNT.
      *   2026-10-05  AMOUNT DUE and DUE DATE close each statement
      *               and the amount due is posted to the STBFILE
      *               statement balance master for cash application
      *               and aging. The statement month now comes in
      *               on a SYSIN card; a rerun of a month replaces
      *               the billed amount and keeps the payments.
      *   2026-10-05  TAX ON FEES line - the tax charged on the
      *               month's fees (PRC-TAX) - follows FEES CHARGED,
      *               and the AMOUNT DUE is the fees plus that tax.
      *               Generations from before the tax carry no tax.
      *   2026-10-05  Volume rebates: rebates DATREBT wrote to
      *               REBFILE for an earlier month and no statement
      *               has taken yet are credited on a VOLUME REBATE
      *               line and reduce the AMOUNT DUE; each is stamped
      *               with the statement month, which a rerun of the
      *               month recognises and credits again.
      *   2026-10-05  Manual adjustments net like the dispute
      *               postings: an adjustment credit (AC) with the
      *               sales, an adjustment debit (AD) with the
      *               refunds; neither carries a fee.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT STB-FILE ASSIGN TO STBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STB-KEY
               FILE STATUS IS WS-STB-STATUS.
           SELECT REB-FILE ASSIGN TO REBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REB-KEY
               FILE STATUS IS WS-REB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRC-FILE
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  STB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTBL.
       FD  REB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATREBC.
       WORKING-STORAGE SECTION.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-TOT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-STB-STATUS               PIC X(2)  VALUE '00'.
       01  WS-REB-STATUS               PIC X(2)  VALUE '00'.
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH           PIC X(6).
           05  FILLER                  PIC X(74).
      *    Payment terms on the statement, in calendar days from
      *    the statement date.
       01  WS-TERMS-DAYS               PIC 9(3)  VALUE 030.
       01  WS-STMT-DATE                PIC 9(8).
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-DATE-INT                 PIC 9(7)  COMP.
       01  WS-AMOUNT-DUE               PIC S9(9)V99 COMP-3.
       01  WS-REBATE-CREDIT            PIC S9(9)V99 COMP-3.
       01  WS-PRC-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-PRC-EOF                        VALUE 'Y'.
       01  WS-TOT-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-TOT-EOF                        VALUE 'Y'.
       01  WS-REB-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-REB-EOF                        VALUE 'Y'.
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-DET-IX                   PIC S9(4) COMP.
       01  WS-DET-IX2                  PIC S9(4) COMP.
           05  WS-CO-ENTRY OCCURS 5 TIMES.
               10  WS-CO-CODE          PIC X(4).
               10  WS-CO-FEES          PIC S9(9)V99 COMP-3.
               10  WS-CO-TAX           PIC S9(9)V99 COMP-3.
               10  WS-CO-NET-REMITTED  PIC S9(9)V99 COMP-3.
               10  WS-CO-STMT-TOTAL    PIC S9(9)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-TOTL-SUM             PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTL-RECORDS         PIC 9(5)  VALUE ZEROS.
           05  WS-STB-ADDED            PIC 9(5)  VALUE ZEROS.
           05  WS-STB-REPLACED         PIC 9(5)  VALUE ZEROS.
           05  WS-REB-CREDITED         PIC 9(5)  VALUE ZEROS.
       01  WS-MISMATCH-SW              PIC X(1)  VALUE 'N'.
           88  WS-MISMATCH                       VALUE 'Y'.
       01  WS-RPT-CO-HEADING.
           05  FILLER                  PIC X(22) VALUE
               'STATEMENT FOR COMPANY '.
           05  RH-COMPANY              PIC X(4).
           05  FILLER                  PIC X(8)  VALUE
               '  MONTH '.
           05  RH-MONTH                PIC X(6).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-RPT-TYPE-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
           05  RA-LABEL                PIC X(20).
           05  RA-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-RPT-DUE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  RD-DUE-DATE             PIC X(8).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-RPT-TIE-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSTMT TIE CHECK  '.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NOT NUMERIC
               DISPLAY 'DATSTMT - BAD MONTH PARM: ' WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-STMT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-STMT-DATE)
               + WS-TERMS-DAYS
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)

           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-SUM-MONTH-TOTALS.


           CLOSE PRC-FILE
           CLOSE RPT-FILE
           CLOSE STB-FILE
           CLOSE REB-FILE

           IF WS-MISMATCH
               MOVE 8 TO RETURN-CODE
           DISPLAY 'DATSTMT - DETAIL READ=' WS-COUNT-READ
               ' COMPANIES=' WS-CO-COUNT
               ' TOTL RECORDS=' WS-TOTL-RECORDS
           DISPLAY 'DATSTMT - MONTH=' WS-PARM-MONTH
               ' BALANCES ADDED=' WS-STB-ADDED
               ' REPLACED=' WS-STB-REPLACED
               ' REBATES CREDITED=' WS-REB-CREDITED
           STOP RUN.

       1000-OPEN-FILES.
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               STOP RUN
           END-IF

           OPEN I-O STB-FILE
           IF WS-STB-STATUS NOT = '00'
               DISPLAY 'DATSTMT - STB-FILE OPEN FAILED, STATUS='
                   WS-STB-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               STOP RUN
           END-IF

           OPEN I-O REB-FILE
           IF WS-REB-STATUS NOT = '00'
               DISPLAY 'DATSTMT - REB-FILE OPEN FAILED, STATUS='
                   WS-REB-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               CLOSE STB-FILE
               STOP RUN
           END-IF.

       1500-SUM-MONTH-TOTALS.
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               CLOSE STB-FILE
               CLOSE REB-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TOT-EOF
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               CLOSE STB-FILE
               CLOSE REB-FILE
               STOP RUN
           END-IF.

           ELSE
               MOVE PRC-COMPANY TO WS-EFF-COMPANY
           END-IF
           IF PRC-TAX NOT NUMERIC
               MOVE ZEROS TO PRC-TAX
           END-IF
           PERFORM 2100-FIND-COMPANY-SLOT.
           PERFORM 2200-FIND-DETAIL-SLOT.


           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   ADD PRC-FEE TO WS-CO-FEES (WS-CO-IX)
                   ADD PRC-TAX TO WS-CO-TAX (WS-CO-IX)
                   ADD PRC-NET TO WS-CO-NET-REMITTED (WS-CO-IX)
                   ADD PRC-AMOUNT TO WS-CO-STMT-TOTAL (WS-CO-IX)
                   ADD PRC-AMOUNT TO WS-STMT-GRAND-TOTAL
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   ADD PRC-FEE TO WS-CO-FEES (WS-CO-IX)
                   ADD PRC-TAX TO WS-CO-TAX (WS-CO-IX)
                   SUBTRACT PRC-NET
                       FROM WS-CO-NET-REMITTED (WS-CO-IX)
                   SUBTRACT PRC-AMOUNT
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRC-FILE
                   CLOSE RPT-FILE
                   CLOSE STB-FILE
                   CLOSE REB-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-IX
               MOVE WS-EFF-COMPANY TO WS-CO-CODE (WS-CO-IX)
               MOVE ZEROS TO WS-CO-FEES (WS-CO-IX)
               MOVE ZEROS TO WS-CO-TAX (WS-CO-IX)
               MOVE ZEROS TO WS-CO-NET-REMITTED (WS-CO-IX)
               MOVE ZEROS TO WS-CO-STMT-TOTAL (WS-CO-IX)
           END-IF.
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRC-FILE
                   CLOSE RPT-FILE
                   CLOSE STB-FILE
                   CLOSE REB-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DET-COUNT

       8000-WRITE-COMPANY-STATEMENT.
           MOVE WS-CO-CODE (WS-CO-IX) TO RH-COMPANY
           MOVE WS-PARM-MONTH         TO RH-MONTH
           WRITE RPT-RECORD FROM WS-RPT-CO-HEADING

           PERFORM 8100-WRITE-TYPE-SECTION
           MOVE WS-CO-FEES (WS-CO-IX) TO RA-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'TAX ON FEES'         TO RA-LABEL
           MOVE WS-CO-TAX (WS-CO-IX)  TO RA-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'NET REMITTED'        TO RA-LABEL
           MOVE WS-CO-NET-REMITTED (WS-CO-IX) TO RA-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'STATEMENT TOTAL'     TO RA-LABEL
           MOVE WS-CO-STMT-TOTAL (WS-CO-IX) TO RA-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           PERFORM 8300-TAKE-REBATE-CREDITS
           MOVE 'VOLUME REBATE'       TO RA-LABEL
           COMPUTE RA-AMOUNT = ZEROS - WS-REBATE-CREDIT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           COMPUTE WS-AMOUNT-DUE = WS-CO-FEES (WS-CO-IX)
               + WS-CO-TAX (WS-CO-IX) - WS-REBATE-CREDIT
           MOVE 'AMOUNT DUE'          TO RA-LABEL
           MOVE WS-AMOUNT-DUE         TO RA-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE WS-DUE-DATE           TO RD-DUE-DATE
           WRITE RPT-RECORD FROM WS-RPT-DUE-LINE

           PERFORM 8200-POST-STATEMENT-BALANCE.

      *    One balance row per company per statement month. A rerun
      *    of the month finds its row and replaces what was billed;
      *    payments DATCAPP has already applied stay applied, so the
      *    balance is recomputed from them.
       8200-POST-STATEMENT-BALANCE.
           MOVE WS-CO-CODE (WS-CO-IX) TO STB-COMPANY
           MOVE WS-PARM-MONTH         TO STB-PERIOD
           READ STB-FILE
           EVALUATE WS-STB-STATUS
               WHEN '00'
                   ADD 1 TO WS-STB-REPLACED
               WHEN '23'
                   MOVE SPACES                TO DATSTBL-RECORD
                   MOVE WS-CO-CODE (WS-CO-IX) TO STB-COMPANY
                   MOVE WS-PARM-MONTH         TO STB-PERIOD
                   MOVE ZEROS                 TO STB-AMOUNT-PAID
                   ADD 1 TO WS-STB-ADDED
               WHEN OTHER
                   DISPLAY 'DATSTMT - STB-FILE READ FAILED, STATUS='
                       WS-STB-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   CLOSE PRC-FILE
                   CLOSE RPT-FILE
                   CLOSE STB-FILE
                   CLOSE REB-FILE
                   STOP RUN
           END-EVALUATE
           MOVE WS-STMT-DATE    TO STB-STMT-DATE
           MOVE WS-DUE-DATE     TO STB-DUE-DATE
           MOVE WS-AMOUNT-DUE   TO STB-AMOUNT-BILLED
           COMPUTE STB-BALANCE = STB-AMOUNT-BILLED - STB-AMOUNT-PAID
           IF STB-BALANCE > ZEROS
               SET STB-OPEN TO TRUE
           ELSE
               SET STB-PAID TO TRUE
           END-IF
           IF WS-STB-STATUS = '00'
               REWRITE DATSTBL-RECORD
           ELSE
               WRITE DATSTBL-RECORD
           END-IF
           IF WS-STB-STATUS NOT = '00'
               DISPLAY 'DATSTMT - STB-FILE UPDATE FAILED, STATUS='
                   WS-STB-STATUS ' FOR COMPANY='
                   WS-CO-CODE (WS-CO-IX)
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               CLOSE STB-FILE
               CLOSE REB-FILE
               STOP RUN
           END-IF.

      *    Every rebate for an earlier month that no statement has
      *    taken, plus any this same month took on an earlier run,
      *    comes off this statement. A rebate for the statement
      *    month itself waits for the next one.
       8300-TAKE-REBATE-CREDITS.
           MOVE ZEROS TO WS-REBATE-CREDIT
           MOVE 'N'   TO WS-REB-EOF-SW
           MOVE LOW-VALUES            TO REB-KEY
           MOVE WS-CO-CODE (WS-CO-IX) TO REB-COMPANY
           START REB-FILE KEY NOT < REB-KEY
           IF WS-REB-STATUS NOT = '00'
               SET WS-REB-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REB-EOF
               READ REB-FILE NEXT RECORD
                   AT END
                       SET WS-REB-EOF TO TRUE
                   NOT AT END
                       IF REB-COMPANY NOT = WS-CO-CODE (WS-CO-IX)
                           OR REB-PERIOD NOT < WS-PARM-MONTH
                           SET WS-REB-EOF TO TRUE
                       ELSE
                           IF REB-NOT-APPLIED
                               OR REB-APPLIED-PERIOD = WS-PARM-MONTH
                               PERFORM 8350-APPLY-REBATE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       8350-APPLY-REBATE-CREDIT.
           MOVE WS-PARM-MONTH TO REB-APPLIED-PERIOD
           REWRITE DATREBC-RECORD
           IF WS-REB-STATUS NOT = '00'
               DISPLAY 'DATSTMT - REB-FILE UPDATE FAILED, STATUS='
                   WS-REB-STATUS ' FOR COMPANY='
                   WS-CO-CODE (WS-CO-IX)
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE RPT-FILE
               CLOSE STB-FILE
               CLOSE REB-FILE
               STOP RUN
           END-IF
           ADD REB-AMOUNT TO WS-REBATE-CREDIT
           ADD 1 TO WS-REB-CREDITED.

      *    Department lines grouped under a heading per transaction
      *    type, in the order the types and departments first showed
