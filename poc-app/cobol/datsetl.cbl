       ID DIVISION.
       PROGRAM-ID. DATSETL.
      *----------------------------------------------------------------
      * Nightly merchant settlement. Reads the night's PRCFILE
      * generation (DATPRC layout, written by DATBATCH) and nets the
      * merchant payable per company exactly the way DATGLPI books
      * account 21000300: sales add their net after fee, refunds
      * take back the gross plus the refund fee, chargebacks take
      * back the gross and re-presentments return it; voids carry
      * no dollars. The night's net is added to whatever the
      * company carried in on the SETBFILE carry-forward KSDS
      * (DATSETB layout) and the result, when positive, is paid by
      * one ACH credit entry to the bank instructions on the
      * company master (COMPFILE, DATCOMP layout). A negative
      * result is never pulled from the merchant - it is carried
      * forward to offset the next settlement - and a positive one
      * for a company with no bank instructions on file is held
      * and carried the same way, RC 4 so someone keys them.
      * Companies with a balance carried from a prior night settle
      * tonight even if they had no activity.
      * The payment file (ACHFILE, DATACHF layout) is one batch of
      * CCD credits with batch and file control totals, padded to
      * the bank's block of ten; the effective entry date is the
      * next business day on the processing calendar (CALFILE).
      * The settlement register prints a line per company and a
      * NET MERCHANT PAYABLE total that ties to the line of the
      * same name on the DATGLPI posting recap, then proves that
      * tonight's net plus the carry-in less the carry-out is
      * exactly what the payment file credits.
      * Accounting stops keying wires from the DATSTMT statement.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  The tax on the fee (PRC-TAX) comes out of the
      *               payable with the fee - a sale nets its gross
      *               less fee and tax, a refund takes back its gross
      *               plus fee and tax - matching DATGLPI's 21000300.
      *   2026-10-05  Manual adjustments move the gross like the
      *               dispute postings: an adjustment credit (AC) adds
      *               to the night's net, a debit (AD) comes off it -
      *               matching DATGLPI's 21000300.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT COMP-FILE ASSIGN TO COMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMP-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT SETB-FILE ASSIGN TO SETBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SETB-KEY
               FILE STATUS IS WS-SETB-STATUS.
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ACH-FILE ASSIGN TO ACHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATPRC.
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       FD  SETB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSETB.
       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-HOLIDAY-DATE        PIC X(8).
           05  FILLER                  PIC X(72).
       FD  ACH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATACHF.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SETB-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CAL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ACH-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-SETB-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-SETB-EOF                       VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-CAL-EOF                        VALUE 'Y'.
       01  WS-SETB-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-SETB-FOUND                     VALUE 'Y'.
       01  WS-BANK-OK-SW               PIC X(1)  VALUE 'N'.
           88  WS-BANK-OK                        VALUE 'Y'.
       01  WS-BATCH-OPEN-SW            PIC X(1)  VALUE 'N'.
           88  WS-BATCH-OPEN                     VALUE 'Y'.
       01  WS-HELD-SW                  PIC X(1)  VALUE 'N'.
           88  WS-ANY-HELD                       VALUE 'Y'.
      *    The originating bank's identifiers for this interface,
      *    as assigned on the ACH origination agreement.
       01  WS-ACH-IMMED-DEST           PIC X(10) VALUE ' 071000013'.
       01  WS-ACH-IMMED-ORIGIN         PIC X(10) VALUE '1364012977'.
       01  WS-ACH-DEST-NAME            PIC X(23)
                                       VALUE 'FIRST COMMERCE BANK'.
       01  WS-ACH-ORIGIN-NAME          PIC X(23)
                                       VALUE 'DAT MERCHANT CLEARING'.
       01  WS-ACH-COMPANY-ID           PIC X(10) VALUE '1364012977'.
       01  WS-ACH-COMPANY-NAME         PIC X(16)
                                       VALUE 'DAT CLEARING'.
       01  WS-ACH-ODFI-ID              PIC X(8)  VALUE '07100001'.
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-CO-IX                    PIC S9(4) COMP.
       01  WS-CO-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 5 TIMES.
               10  WS-CO-CODE          PIC X(4).
               10  WS-CO-COUNT-SA      PIC 9(7).
               10  WS-CO-COUNT-OTHER   PIC 9(7).
               10  WS-CO-NIGHT-NET     PIC S9(9)V99 COMP-3.
       01  WS-HOL-IX                   PIC S9(4) COMP.
       01  WS-HOL-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE         PIC X(8) OCCURS 100 TIMES.
       01  WS-BUSINESS-DAY-SW          PIC X(1)  VALUE 'N'.
           88  WS-BUSINESS-DAY                   VALUE 'Y'.
       01  WS-EFF-DATE                 PIC 9(8).
       01  WS-EFF-DATE-X REDEFINES WS-EFF-DATE.
           05  FILLER                  PIC X(2).
           05  WS-EFF-YYMMDD           PIC X(6).
       01  WS-RUN-DATE-9               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-9.
           05  FILLER                  PIC X(2).
           05  WS-RUN-YYMMDD           PIC X(6).
       01  WS-DATE-INT                 PIC 9(7)  COMP.
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-DOW-QUOT                 PIC 9(7)  COMP.
       01  WS-CLOCK-DATE               PIC 9(8).
       01  WS-CLOCK-DATE-X REDEFINES WS-CLOCK-DATE.
           05  FILLER                  PIC X(2).
           05  WS-CLOCK-YYMMDD         PIC X(6).
       01  WS-CLOCK-TIME               PIC 9(8).
       01  WS-CLOCK-TIME-X REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HHMM           PIC X(4).
           05  FILLER                  PIC X(4).
       01  WS-CARRY-IN                 PIC S9(9)V99 COMP-3.
       01  WS-AVAILABLE                PIC S9(9)V99 COMP-3.
       01  WS-PAID                     PIC S9(9)V99 COMP-3.
       01  WS-CARRY-OUT                PIC S9(9)V99 COMP-3.
       01  WS-ACH-ENTRY-COUNT          PIC 9(7)  VALUE ZEROS.
       01  WS-ACH-RECORD-COUNT         PIC 9(7)  VALUE ZEROS.
       01  WS-ACH-BLOCK-COUNT          PIC 9(7)  VALUE ZEROS.
       01  WS-ACH-BLOCK-REM            PIC 9(2)  VALUE ZEROS.
       01  WS-ACH-HASH-SUM             PIC 9(12) VALUE ZEROS.
       01  WS-ACH-HASH                 PIC 9(10) VALUE ZEROS.
       01  WS-ACH-TOTAL-CREDIT         PIC S9(10)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RDFI-ID-9                PIC 9(8).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-VOIDS          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-COMPANIES      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-PAID           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CARRIED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HELD           PIC 9(7) VALUE ZEROS.
           05  WS-TOTAL-NIGHT-NET      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-CARRY-IN       PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-CARRY-OUT      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-PAID           PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PROOF-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATSETL SETTLEMENT REGISTER  RUN DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(12) VALUE
               '  EFFECTIVE '.
           05  RH-EFF-DATE             PIC X(8).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(80) VALUE
               'CO       CARRIED IN    TONIGHT NET           PAID  CA
      -        'RRIED FWD  NOTE'.
       01  WS-RPT-DETAIL.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-CARRY-IN             PIC -ZZZ,ZZZ,ZZ9.99.
           05  RL-NIGHT-NET            PIC -ZZZ,ZZZ,ZZ9.99.
           05  RL-PAID                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  RL-CARRY-OUT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-NOTE                 PIC X(14).
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSETL SETTLEMENT '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSETL SETTLEMENT '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-HOLIDAY-TABLE.
           PERFORM 1200-FIND-EFFECTIVE-DATE.
           PERFORM 1300-SEED-CARRIED-COMPANIES.

           PERFORM UNTIL WS-EOF
               READ PRC-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-TALLY-DETAIL
               END-READ
           END-PERFORM

           MOVE SHARED-RUN-DATE TO RH-RUN-DATE
           MOVE WS-EFF-DATE     TO RH-EFF-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM 4000-WRITE-FILE-HEADER.

           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               PERFORM 3000-SETTLE-COMPANY
           END-PERFORM

           IF WS-BATCH-OPEN
               PERFORM 4300-WRITE-BATCH-CONTROL
           END-IF
           PERFORM 4400-WRITE-FILE-CONTROL.

           PERFORM 8000-WRITE-SETTLEMENT-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           COMPUTE WS-PROOF-AMOUNT = WS-TOTAL-NIGHT-NET
               + WS-TOTAL-CARRY-IN - WS-TOTAL-CARRY-OUT
           EVALUATE TRUE
               WHEN WS-PROOF-AMOUNT NOT = WS-TOTAL-PAID
                 OR WS-ACH-TOTAL-CREDIT NOT = WS-TOTAL-PAID
                   DISPLAY 'DATSETL - SETTLEMENT DOES NOT PROVE, '
                       'DO NOT TRANSMIT THE PAYMENT FILE'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ANY-HELD
                   DISPLAY 'DATSETL - ' WS-COUNT-HELD
                       ' COMPANY BALANCE(S) HELD - NO BANK '
                       'INSTRUCTIONS ON COMPFILE'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATSETL - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATSETL - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O SETB-FILE
           IF WS-SETB-STATUS NOT = '00'
               DISPLAY 'DATSETL - SETB-FILE OPEN FAILED, STATUS='
                   WS-SETB-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'DATSETL - ACH-FILE OPEN FAILED, STATUS='
                   WS-ACH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSETL - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DATSETL - CAL-FILE OPEN FAILED, STATUS='
                   WS-CAL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CAL-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT < 100
                           ADD 1 TO WS-HOL-COUNT
                           MOVE CAL-HOLIDAY-DATE
                               TO WS-HOLIDAY-DATE (WS-HOL-COUNT)
                       ELSE
                           DISPLAY 'DATSETL - HOLIDAY TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9000-CLOSE-FILES
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE.

      *    The entries settle the next business day after the
      *    processing date: step forward a day at a time past
      *    weekends and calendar holidays.
       1200-FIND-EFFECTIVE-DATE.
           MOVE SHARED-RUN-DATE TO WS-RUN-DATE-9
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9) + 1
           COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           PERFORM 1210-TEST-BUSINESS-DAY
               UNTIL WS-BUSINESS-DAY.

      *    Day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *    remainder of the integer by seven runs 1=MON through
      *    5=FRI, 6=SAT, 0=SUN.
       1210-TEST-BUSINESS-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-EFF-DATE)
           DIVIDE WS-DATE-INT BY 7
               GIVING WS-DOW-QUOT REMAINDER WS-DAY-OF-WEEK
           SET WS-BUSINESS-DAY TO TRUE
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-COUNT
               IF WS-HOLIDAY-DATE (WS-HOL-IX) = WS-EFF-DATE-X
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM
           IF NOT WS-BUSINESS-DAY
               COMPUTE WS-DATE-INT = WS-DATE-INT + 1
               COMPUTE WS-EFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF.

      *    A company carrying a balance settles tonight whether or
      *    not it had activity - a held credit pays out as soon as
      *    its bank instructions arrive. A row already settled
      *    tonight (a rerun) is seeded on what it carried in.
       1300-SEED-CARRIED-COMPANIES.
           MOVE LOW-VALUES TO SETB-KEY
           START SETB-FILE KEY > SETB-KEY
           IF WS-SETB-STATUS = '23'
               SET WS-SETB-EOF TO TRUE
           ELSE
               IF WS-SETB-STATUS NOT = '00'
                   DISPLAY 'DATSETL - SETB-FILE START FAILED, '
                       'STATUS=' WS-SETB-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SETB-EOF
               READ SETB-FILE NEXT RECORD
                   AT END
                       SET WS-SETB-EOF TO TRUE
                   NOT AT END
                       IF SETB-CARRY-FWD NOT = ZEROS
                           OR (SETB-LAST-RUN-DATE = SHARED-RUN-DATE
                               AND SETB-PRIOR-CARRY NOT = ZEROS)
                           MOVE SETB-COMPANY TO WS-EFF-COMPANY
                           PERFORM 2100-FIND-COMPANY-SLOT
                       END-IF
               END-READ
           END-PERFORM.

      *    Errored calls carry their gross with the zero fee that
      *    came back, so they net into the payable at the gross -
      *    the same figure DATGLPI books, which is what makes the
      *    register tie.
       2000-TALLY-DETAIL.
           IF PRC-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
           ELSE
               MOVE PRC-COMPANY TO WS-EFF-COMPANY
           END-IF
           IF PRC-TAX NOT NUMERIC
               MOVE ZEROS TO PRC-TAX
           END-IF
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
                   PERFORM 2100-FIND-COMPANY-SLOT
                   ADD 1 TO WS-CO-COUNT-SA (WS-CO-IX)
                   COMPUTE WS-CO-NIGHT-NET (WS-CO-IX) =
                       WS-CO-NIGHT-NET (WS-CO-IX)
                       + PRC-AMOUNT - PRC-FEE - PRC-TAX
               WHEN 'RF'
                   PERFORM 2100-FIND-COMPANY-SLOT
                   ADD 1 TO WS-CO-COUNT-OTHER (WS-CO-IX)
                   COMPUTE WS-CO-NIGHT-NET (WS-CO-IX) =
                       WS-CO-NIGHT-NET (WS-CO-IX)
                       - PRC-AMOUNT - PRC-FEE - PRC-TAX
               WHEN 'CB'
               WHEN 'AD'
                   PERFORM 2100-FIND-COMPANY-SLOT
                   ADD 1 TO WS-CO-COUNT-OTHER (WS-CO-IX)
                   SUBTRACT PRC-AMOUNT
                       FROM WS-CO-NIGHT-NET (WS-CO-IX)
               WHEN 'RP'
               WHEN 'AC'
                   PERFORM 2100-FIND-COMPANY-SLOT
                   ADD 1 TO WS-CO-COUNT-OTHER (WS-CO-IX)
                   ADD PRC-AMOUNT TO WS-CO-NIGHT-NET (WS-CO-IX)
               WHEN OTHER
                   ADD 1 TO WS-COUNT-VOIDS
           END-EVALUATE.

       2100-FIND-COMPANY-SLOT.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   OR WS-CO-CODE (WS-CO-IX) = WS-EFF-COMPANY
               CONTINUE
           END-PERFORM
           IF WS-CO-IX > WS-CO-COUNT
               IF WS-CO-COUNT = 5
                   DISPLAY 'DATSETL - COMPANY TABLE FULL, RAISE '
                       'THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-IX
               MOVE WS-EFF-COMPANY TO WS-CO-CODE (WS-CO-IX)
               MOVE ZEROS TO WS-CO-COUNT-SA (WS-CO-IX)
               MOVE ZEROS TO WS-CO-COUNT-OTHER (WS-CO-IX)
               MOVE ZEROS TO WS-CO-NIGHT-NET (WS-CO-IX)
           END-IF.

      *    Carry-in plus tonight's net is what the company is owed.
      *    Positive pays when there are bank instructions to pay
      *    to; anything else carries forward to the next night.
       3000-SETTLE-COMPANY.
           ADD 1 TO WS-COUNT-COMPANIES
           MOVE SPACES TO RL-NOTE
           PERFORM 3100-READ-CARRY-FORWARD
           PERFORM 3200-READ-BANK-INSTRUCTIONS

           COMPUTE WS-AVAILABLE =
               WS-CARRY-IN + WS-CO-NIGHT-NET (WS-CO-IX)
           MOVE ZEROS TO WS-PAID
           MOVE ZEROS TO WS-CARRY-OUT
           EVALUATE TRUE
               WHEN WS-AVAILABLE > ZEROS AND WS-BANK-OK
                   MOVE WS-AVAILABLE TO WS-PAID
                   PERFORM 4200-WRITE-ENTRY-DETAIL
                   ADD 1 TO WS-COUNT-PAID
                   MOVE 'PAID' TO RL-NOTE
               WHEN WS-AVAILABLE > ZEROS
                   MOVE WS-AVAILABLE TO WS-CARRY-OUT
                   ADD 1 TO WS-COUNT-HELD
                   SET WS-ANY-HELD TO TRUE
                   MOVE 'HELD - NO BANK' TO RL-NOTE
               WHEN WS-AVAILABLE < ZEROS
                   MOVE WS-AVAILABLE TO WS-CARRY-OUT
                   ADD 1 TO WS-COUNT-CARRIED
                   MOVE 'DEBIT CARRIED' TO RL-NOTE
               WHEN OTHER
                   MOVE 'NOTHING DUE' TO RL-NOTE
           END-EVALUATE

           ADD WS-CARRY-IN              TO WS-TOTAL-CARRY-IN
           ADD WS-CO-NIGHT-NET (WS-CO-IX) TO WS-TOTAL-NIGHT-NET
           ADD WS-PAID                  TO WS-TOTAL-PAID
           ADD WS-CARRY-OUT             TO WS-TOTAL-CARRY-OUT

           PERFORM 3300-SAVE-CARRY-FORWARD

           MOVE WS-CO-CODE (WS-CO-IX)      TO RL-COMPANY
           MOVE WS-CARRY-IN                TO RL-CARRY-IN
           MOVE WS-CO-NIGHT-NET (WS-CO-IX) TO RL-NIGHT-NET
           MOVE WS-PAID                    TO RL-PAID
           MOVE WS-CARRY-OUT               TO RL-CARRY-OUT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    A row already stamped with tonight's date is a rerun of
      *    this settlement - start again from what it carried in.
       3100-READ-CARRY-FORWARD.
           MOVE 'N' TO WS-SETB-FOUND-SW
           MOVE ZEROS TO WS-CARRY-IN
           MOVE WS-CO-CODE (WS-CO-IX) TO SETB-KEY
           READ SETB-FILE
           EVALUATE WS-SETB-STATUS
               WHEN '00'
                   SET WS-SETB-FOUND TO TRUE
                   IF SETB-LAST-RUN-DATE = SHARED-RUN-DATE
                       MOVE SETB-PRIOR-CARRY TO WS-CARRY-IN
                   ELSE
                       MOVE SETB-CARRY-FWD TO WS-CARRY-IN
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATSETL - SETB-FILE READ FAILED, STATUS='
                       WS-SETB-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       3200-READ-BANK-INSTRUCTIONS.
           MOVE 'N' TO WS-BANK-OK-SW
           MOVE WS-CO-CODE (WS-CO-IX) TO COMP-KEY
           READ COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   IF COMP-BANK-ROUTING NUMERIC
                       AND COMP-BANK-ACCOUNT NOT = SPACES
                       SET WS-BANK-OK TO TRUE
                   END-IF
               WHEN '23'
                   DISPLAY 'DATSETL - COMPANY ' WS-CO-CODE (WS-CO-IX)
                       ' NOT ON COMPFILE'
               WHEN OTHER
                   DISPLAY 'DATSETL - COMP-FILE READ FAILED, STATUS='
                       WS-COMP-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       3300-SAVE-CARRY-FORWARD.
           IF NOT WS-SETB-FOUND
               MOVE SPACES TO DATSETB-RECORD
               MOVE WS-CO-CODE (WS-CO-IX) TO SETB-COMPANY
               MOVE ZEROS TO SETB-LAST-PAID
           END-IF
           MOVE WS-CARRY-IN     TO SETB-PRIOR-CARRY
           MOVE WS-CARRY-OUT    TO SETB-CARRY-FWD
           MOVE SHARED-RUN-DATE TO SETB-LAST-RUN-DATE
           IF WS-PAID > ZEROS
               MOVE WS-PAID         TO SETB-LAST-PAID
               MOVE SHARED-RUN-DATE TO SETB-LAST-PAID-DATE
           END-IF
           IF WS-SETB-FOUND
               REWRITE DATSETB-RECORD
           ELSE
               WRITE DATSETB-RECORD
           END-IF
           IF WS-SETB-STATUS NOT = '00'
               DISPLAY 'DATSETL - SETB-FILE UPDATE FAILED, STATUS='
                   WS-SETB-STATUS ' FOR COMPANY='
                   WS-CO-CODE (WS-CO-IX)
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       4000-WRITE-FILE-HEADER.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE SPACES              TO ACH-FILE-HEADER
           MOVE '1'                 TO ACH-FH-REC-TYPE
           MOVE '01'                TO ACH-FH-PRIORITY
           MOVE WS-ACH-IMMED-DEST   TO ACH-FH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIGIN TO ACH-FH-IMMED-ORIGIN
           MOVE WS-CLOCK-YYMMDD     TO ACH-FH-CREATE-DATE
           MOVE WS-CLOCK-HHMM       TO ACH-FH-CREATE-TIME
           MOVE 'A'                 TO ACH-FH-FILE-ID-MOD
           MOVE '094'               TO ACH-FH-RECORD-SIZE
           MOVE '10'                TO ACH-FH-BLOCKING
           MOVE '1'                 TO ACH-FH-FORMAT-CODE
           MOVE WS-ACH-DEST-NAME    TO ACH-FH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME  TO ACH-FH-ORIGIN-NAME
           MOVE SHARED-RUN-DATE     TO ACH-FH-REFERENCE
           WRITE ACH-FILE-HEADER
           PERFORM 4900-CHECK-ACH-WRITE.

      *    The batch header goes out ahead of the first entry, so a
      *    night with nothing to pay sends an empty file (header
      *    and control only) rather than an empty batch.
       4100-WRITE-BATCH-HEADER.
           MOVE SPACES              TO ACH-BATCH-HEADER
           MOVE '5'                 TO ACH-BH-REC-TYPE
           MOVE '220'               TO ACH-BH-SERVICE-CLASS
           MOVE WS-ACH-COMPANY-NAME TO ACH-BH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID   TO ACH-BH-COMPANY-ID
           MOVE 'CCD'               TO ACH-BH-SEC-CODE
           MOVE 'SETTLEMENT'        TO ACH-BH-ENTRY-DESC
           MOVE WS-RUN-YYMMDD       TO ACH-BH-DESCRIPTIVE-DATE
           MOVE WS-EFF-YYMMDD       TO ACH-BH-EFFECTIVE-DATE
           MOVE '1'                 TO ACH-BH-ORIGINATOR-STATUS
           MOVE WS-ACH-ODFI-ID      TO ACH-BH-ODFI-ID
           MOVE 1                   TO ACH-BH-BATCH-NUMBER
           WRITE ACH-BATCH-HEADER
           PERFORM 4900-CHECK-ACH-WRITE
           SET WS-BATCH-OPEN TO TRUE.

      *    The entry hash is the sum of the receiving banks' eight-
      *    digit routing prefixes, keeping the low ten digits.
       4200-WRITE-ENTRY-DETAIL.
           IF NOT WS-BATCH-OPEN
               PERFORM 4100-WRITE-BATCH-HEADER
           END-IF
           ADD 1 TO WS-ACH-ENTRY-COUNT
           MOVE SPACES                  TO ACH-ENTRY-DETAIL
           MOVE '6'                     TO ACH-ED-REC-TYPE
           IF COMP-BANK-SAVINGS
               MOVE '32'                TO ACH-ED-TRAN-CODE
           ELSE
               MOVE '22'                TO ACH-ED-TRAN-CODE
           END-IF
           MOVE COMP-BANK-ROUTING (1:8) TO ACH-ED-RDFI-ID
           MOVE COMP-BANK-ROUTING (9:1) TO ACH-ED-CHECK-DIGIT
           MOVE COMP-BANK-ACCOUNT       TO ACH-ED-DFI-ACCOUNT
           MOVE WS-PAID                 TO ACH-ED-AMOUNT
           MOVE WS-CO-CODE (WS-CO-IX)   TO ACH-ED-INDIVIDUAL-ID
           MOVE COMP-NAME               TO ACH-ED-INDIVIDUAL-NAME
           MOVE '0'                     TO ACH-ED-ADDENDA-IND
           MOVE WS-ACH-ODFI-ID          TO ACH-ED-TRACE-ODFI
           MOVE WS-ACH-ENTRY-COUNT      TO ACH-ED-TRACE-SEQ
           WRITE ACH-ENTRY-DETAIL
           PERFORM 4900-CHECK-ACH-WRITE
           MOVE COMP-BANK-ROUTING (1:8) TO WS-RDFI-ID-9
           ADD WS-RDFI-ID-9 TO WS-ACH-HASH-SUM
           ADD WS-PAID      TO WS-ACH-TOTAL-CREDIT.

       4300-WRITE-BATCH-CONTROL.
           MOVE WS-ACH-HASH-SUM     TO WS-ACH-HASH
           MOVE SPACES              TO ACH-BATCH-CONTROL
           MOVE '8'                 TO ACH-BC-REC-TYPE
           MOVE '220'               TO ACH-BC-SERVICE-CLASS
           MOVE WS-ACH-ENTRY-COUNT  TO ACH-BC-ENTRY-COUNT
           MOVE WS-ACH-HASH         TO ACH-BC-ENTRY-HASH
           MOVE ZEROS               TO ACH-BC-TOTAL-DEBIT
           MOVE WS-ACH-TOTAL-CREDIT TO ACH-BC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID   TO ACH-BC-COMPANY-ID
           MOVE WS-ACH-ODFI-ID      TO ACH-BC-ODFI-ID
           MOVE 1                   TO ACH-BC-BATCH-NUMBER
           WRITE ACH-BATCH-CONTROL
           PERFORM 4900-CHECK-ACH-WRITE.

      *    The block count includes this record; the last block is
      *    filled out to ten records with all-nines padding.
       4400-WRITE-FILE-CONTROL.
           MOVE WS-ACH-HASH-SUM     TO WS-ACH-HASH
           MOVE SPACES              TO ACH-FILE-CONTROL
           MOVE '9'                 TO ACH-FC-REC-TYPE
           IF WS-BATCH-OPEN
               MOVE 1               TO ACH-FC-BATCH-COUNT
           ELSE
               MOVE 0               TO ACH-FC-BATCH-COUNT
           END-IF
           COMPUTE WS-ACH-BLOCK-COUNT = WS-ACH-RECORD-COUNT + 1
           DIVIDE WS-ACH-BLOCK-COUNT BY 10
               GIVING WS-ACH-BLOCK-COUNT REMAINDER WS-ACH-BLOCK-REM
           IF WS-ACH-BLOCK-REM > 0
               ADD 1 TO WS-ACH-BLOCK-COUNT
           END-IF
           MOVE WS-ACH-BLOCK-COUNT  TO ACH-FC-BLOCK-COUNT
           MOVE WS-ACH-ENTRY-COUNT  TO ACH-FC-ENTRY-COUNT
           MOVE WS-ACH-HASH         TO ACH-FC-ENTRY-HASH
           MOVE ZEROS               TO ACH-FC-TOTAL-DEBIT
           MOVE WS-ACH-TOTAL-CREDIT TO ACH-FC-TOTAL-CREDIT
           WRITE ACH-FILE-CONTROL
           PERFORM 4900-CHECK-ACH-WRITE
           PERFORM UNTIL WS-ACH-BLOCK-REM = 0
                   OR WS-ACH-BLOCK-REM = 10
               MOVE ALL '9' TO ACH-PADDING-RECORD
               WRITE ACH-PADDING-RECORD
               PERFORM 4900-CHECK-ACH-WRITE
               ADD 1 TO WS-ACH-BLOCK-REM
           END-PERFORM.

       4900-CHECK-ACH-WRITE.
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'DATSETL - ACH-FILE WRITE FAILED, STATUS='
                   WS-ACH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-ACH-RECORD-COUNT.

       8000-WRITE-SETTLEMENT-TOTALS.
           MOVE 'DETAIL RECORDS READ' TO RPT-LABEL
           MOVE WS-COUNT-READ         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'VOIDS (NO DOLLARS)'  TO RPT-LABEL
           MOVE WS-COUNT-VOIDS        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'COMPANIES SETTLED'   TO RPT-LABEL
           MOVE WS-COUNT-COMPANIES    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'COMPANIES PAID'      TO RPT-LABEL
           MOVE WS-COUNT-PAID         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DEBITS CARRIED FWD'  TO RPT-LABEL
           MOVE WS-COUNT-CARRIED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'HELD - NO BANK INSTR' TO RPT-LABEL
           MOVE WS-COUNT-HELD         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ACH ENTRIES WRITTEN' TO RPT-LABEL
           MOVE WS-ACH-ENTRY-COUNT    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

      *    Ties to the NET MERCHANT PAYABLE line on the DATGLPI
      *    posting recap for the same night.
           MOVE 'NET MERCHANT PAYABLE' TO RPT-AMT-LABEL
           MOVE WS-TOTAL-NIGHT-NET    TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'CARRIED IN'          TO RPT-AMT-LABEL
           MOVE WS-TOTAL-CARRY-IN     TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'CARRIED FORWARD'     TO RPT-AMT-LABEL
           MOVE WS-TOTAL-CARRY-OUT    TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'TOTAL PAID'          TO RPT-AMT-LABEL
           MOVE WS-TOTAL-PAID         TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'ACH FILE CREDITS'    TO RPT-AMT-LABEL
           MOVE WS-ACH-TOTAL-CREDIT   TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE COMP-FILE
           CLOSE SETB-FILE
           CLOSE ACH-FILE
           CLOSE RPT-FILE.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night, so a run
      *    that crosses midnight keeps one date.
       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATSETL - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATSETL - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
      *    A date already marked complete means the suite has
      *    run for this night - refuse, same as DATROPN, so a
      *    single-step rerun cannot sidestep the run-once
      *    protection either.
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATSETL - PROCESSING DATE '
                   RUN-CTL-DATE ' IS ALREADY MARKED '
                   'COMPLETE - RUN DATROPN TO OPEN A '
                   'NEW DATE'
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATSETL'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
