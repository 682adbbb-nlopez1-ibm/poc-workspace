       ID DIVISION.
       PROGRAM-ID. DATREBT.
      *----------------------------------------------------------------
      * Month-end volume-tier rebates for the subsidiaries. For the
      * SYSIN month, each company's net volume is summed from its
      * LEDGFILE rows for the period (the per-company rows, every
      * stream and night - the same figures DATMECL closes the
      * month on) and the fees it was charged from the month of
      * PRCFILE generations concatenated on the PRCFILE DD (PRC-FEE,
      * the FEES CHARGED on its DATSTMT statement). The company's
      * tier table (RBTFILE KSDS, DATRBTT layout) in force on the
      * month's last day gives the highest tier its volume reached,
      * and that tier's percentage of the month's fees is the
      * rebate. The run:
      *   - prints a rebate register, one line per company with
      *     volume, fees, tier, percentage and rebate, and the
      *     month's total;
      *   - writes each rebate to the rebate credit master (REBFILE
      *     KSDS, DATREBC layout) for DATSTMT to credit on the
      *     company's next statement;
      *   - builds a balanced posting file for the ledger (REBGL,
      *     DATGLP layout, dated the month's last day): fee rebates
      *     (contra fee income) debited, rebates payable credited.
      * A rerun of the month replaces rebates not yet credited; a
      * rebate a statement has already taken is left alone, prints
      * as CREDITED and posts nothing, and the run ends RC 4 so
      * accounting can look at it. A rerun that finds a company no
      * longer earns a rebate (no plan, below tier 1, no fees)
      * deletes the row an earlier run left uncredited, so DATSTMT
      * does not take it, and prints it as WITHDRAWN. An
      * out-of-balance posting file ends the step RC 12.
      * SYSIN parameter card: cols 1-6 rebate month YYYYMM.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  A rerun withdraws an uncredited rebate the
      *               company no longer earns.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDG-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT RBT-FILE ASSIGN TO RBTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBT-KEY
               FILE STATUS IS WS-RBT-STATUS.
           SELECT REB-FILE ASSIGN TO REBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REB-KEY
               FILE STATUS IS WS-REB-STATUS.
           SELECT GLP-FILE ASSIGN TO REBGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLEDG.
       FD  PRC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATPRC.
       FD  RBT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRBTT.
       FD  REB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATREBC.
       FD  GLP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATGLP.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(90).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RBT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-REB-STATUS               PIC X(2)  VALUE '00'.
       01  WS-GLP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-LEDG-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-LEDG-EOF                       VALUE 'Y'.
       01  WS-PRC-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-PRC-EOF                        VALUE 'Y'.
       01  WS-RBT-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-RBT-EOF                        VALUE 'Y'.
       01  WS-PLAN-SW                  PIC X(1)  VALUE 'N'.
           88  WS-PLAN-FOUND                     VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH           PIC X(6).
           05  WS-PARM-MONTH-R REDEFINES WS-PARM-MONTH.
               10  WS-PARM-YYYY        PIC 9(4).
               10  WS-PARM-MM          PIC 9(2).
           05  FILLER                  PIC X(74).
      *    The rebate month's last day - the date the tier table is
      *    read as of and the date the postings carry.
       01  WS-MONTH-END                PIC 9(8).
       01  WS-NEXT-MONTH-1ST.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
           05  WS-NEXT-DD              PIC 9(2)  VALUE 01.
       01  WS-NEXT-MONTH-1ST-9 REDEFINES WS-NEXT-MONTH-1ST
                                       PIC 9(8).
       01  WS-DATE-INT                 PIC 9(7)  COMP.
       01  WS-RUN-DATE                 PIC 9(8).
      *    The ledger's chart-of-account numbers for the rebates.
       01  WS-ACCT-FEE-REBATES         PIC X(8)  VALUE '41000900'.
       01  WS-ACCT-REBATE-PAYABLE      PIC X(8)  VALUE '21000500'.
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-CO-IX                    PIC S9(4) COMP.
       01  WS-CO-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-TIER-IX                  PIC S9(4) COMP.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 5 TIMES.
               10  WS-CO-CODE          PIC X(4).
               10  WS-CO-VOLUME        PIC S9(11)V99 COMP-3.
               10  WS-CO-FEES          PIC S9(9)V99 COMP-3.
      *    The tier row in force for the company being rated.
       01  WS-PLAN.
           05  WS-PLAN-TIER OCCURS 5 TIMES.
               10  WS-PLAN-VOLUME      PIC S9(11)V99 COMP-3.
               10  WS-PLAN-PCT         PIC S9(3)V9(4) COMP-3.
       01  WS-TIER                     PIC 9(1).
       01  WS-PCT                      PIC S9(3)V9(4) COMP-3.
       01  WS-REBATE                   PIC S9(9)V99 COMP-3.
       01  WS-POST-AMOUNT              PIC S9(9)V99 COMP-3.
       01  WS-POST-DRCR                PIC X(2).
       01  WS-POST-ACCOUNT             PIC X(8).
       01  WS-POST-DESC                PIC X(24).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-LEDG-ROWS      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SELECTED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REBATES        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-KEPT           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-WITHDRAWN      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-POSTINGS       PIC 9(7) VALUE ZEROS.
           05  WS-TOTAL-REBATES        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-WITHDRAWN      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATREBT VOLUME REBATE REGISTER  MONTH '.
           05  RH-MONTH                PIC X(6).
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(45) VALUE
               'CO                VOLUME             FEES  T '.
           05  FILLER                  PIC X(45) VALUE
               '       PCT           REBATE  NOTE'.
       01  WS-RPT-DETAIL.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-VOLUME               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FEES                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-TIER                 PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-PCT                  PIC ZZ9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REBATE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NOTE                 PIC X(12).
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATREBT REBATE RPT '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NOT NUMERIC
               OR WS-PARM-MM < 01 OR WS-PARM-MM > 12
               DISPLAY 'DATREBT - BAD MONTH PARM: ' WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0200-COMPUTE-MONTH-END.

           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-SUM-LEDGER-VOLUME.

           PERFORM UNTIL WS-PRC-EOF
               READ PRC-FILE
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF PRC-TRAN-DATE (1:6) = WS-PARM-MONTH
                           ADD 1 TO WS-COUNT-SELECTED
                           PERFORM 2500-TALLY-FEES
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-PARM-MONTH TO RH-MONTH
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               PERFORM 3000-RATE-COMPANY
           END-PERFORM

           PERFORM 8000-WRITE-REGISTER-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'DATREBT - POSTING FILE OUT OF BALANCE, '
                   'DO NOT LOAD IT - DEBITS DISAGREE WITH CREDITS'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-COUNT-KEPT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATREBT - MONTH=' WS-PARM-MONTH
               ' LEDGER ROWS=' WS-COUNT-LEDG-ROWS
               ' DETAIL READ=' WS-COUNT-READ
               ' SELECTED=' WS-COUNT-SELECTED
           DISPLAY 'DATREBT - REBATES WRITTEN=' WS-COUNT-REBATES
               ' ALREADY CREDITED=' WS-COUNT-KEPT
               ' WITHDRAWN=' WS-COUNT-WITHDRAWN
               ' POSTINGS=' WS-COUNT-POSTINGS
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

      *    The first of the following month less one day.
       0200-COMPUTE-MONTH-END.
           IF WS-PARM-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-PARM-YYYY + 1
               MOVE 01 TO WS-NEXT-MM
           ELSE
               MOVE WS-PARM-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-PARM-MM + 1
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-1ST-9) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

       1000-OPEN-FILES.
           OPEN INPUT LEDG-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'DATREBT - LEDG-FILE OPEN FAILED, STATUS='
                   WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATREBT - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LEDG-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT RBT-FILE
           IF WS-RBT-STATUS NOT = '00'
               DISPLAY 'DATREBT - RBT-FILE OPEN FAILED, STATUS='
                   WS-RBT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LEDG-FILE
               CLOSE PRC-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O REB-FILE
           IF WS-REB-STATUS NOT = '00'
               DISPLAY 'DATREBT - REB-FILE OPEN FAILED, STATUS='
                   WS-REB-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LEDG-FILE
               CLOSE PRC-FILE
               CLOSE RBT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT GLP-FILE
           IF WS-GLP-STATUS NOT = '00'
               DISPLAY 'DATREBT - GLP-FILE OPEN FAILED, STATUS='
                   WS-GLP-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LEDG-FILE
               CLOSE PRC-FILE
               CLOSE RBT-FILE
               CLOSE REB-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATREBT - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LEDG-FILE
               CLOSE PRC-FILE
               CLOSE RBT-FILE
               CLOSE REB-FILE
               CLOSE GLP-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The period is the high-order part of the ledger key, so
      *    the month's rows are one browse. Rows with a blank
      *    company are the grand rows - the company rows already
      *    add up to them.
       2000-SUM-LEDGER-VOLUME.
           MOVE LOW-VALUES    TO LED-KEY
           MOVE WS-PARM-MONTH TO LED-PERIOD
           START LEDG-FILE KEY NOT < LED-KEY
           IF WS-LEDG-STATUS NOT = '00'
               SET WS-LEDG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-LEDG-EOF
               READ LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-LEDG-EOF TO TRUE
                   NOT AT END
                       IF LED-PERIOD NOT = WS-PARM-MONTH
                           SET WS-LEDG-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-LEDG-ROWS
                           IF LED-COMPANY NOT = SPACES
                               MOVE LED-COMPANY TO WS-EFF-COMPANY
                               PERFORM 2100-FIND-COMPANY-SLOT
                               ADD LED-NET-AMOUNT
                                   TO WS-CO-VOLUME (WS-CO-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-FIND-COMPANY-SLOT.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   OR WS-CO-CODE (WS-CO-IX) = WS-EFF-COMPANY
               CONTINUE
           END-PERFORM
           IF WS-CO-IX > WS-CO-COUNT
               IF WS-CO-COUNT = 5
                   DISPLAY 'DATREBT - COMPANY TABLE FULL, RAISE '
                       'THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT    TO WS-CO-IX
               MOVE WS-EFF-COMPANY TO WS-CO-CODE (WS-CO-IX)
               MOVE ZEROS          TO WS-CO-VOLUME (WS-CO-IX)
               MOVE ZEROS          TO WS-CO-FEES (WS-CO-IX)
           END-IF.

      *    The month's fees as the statement shows them: every fee
      *    charged, sale or refund.
       2500-TALLY-FEES.
           IF PRC-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
           ELSE
               MOVE PRC-COMPANY TO WS-EFF-COMPANY
           END-IF
           PERFORM 2100-FIND-COMPANY-SLOT
           ADD PRC-FEE TO WS-CO-FEES (WS-CO-IX).

       3000-RATE-COMPANY.
           MOVE ZEROS  TO WS-TIER
           MOVE ZEROS  TO WS-PCT
           MOVE ZEROS  TO WS-REBATE
           MOVE SPACES TO RL-NOTE
           PERFORM 3100-FIND-TIER-PLAN

           IF NOT WS-PLAN-FOUND
               MOVE 'NO PLAN' TO RL-NOTE
               PERFORM 3400-WITHDRAW-REBATE
           ELSE
               PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                       UNTIL WS-TIER-IX > 5
                   IF WS-PLAN-PCT (WS-TIER-IX) > ZEROS
                       AND WS-CO-VOLUME (WS-CO-IX)
                           NOT < WS-PLAN-VOLUME (WS-TIER-IX)
                       MOVE WS-TIER-IX TO WS-TIER
                       MOVE WS-PLAN-PCT (WS-TIER-IX) TO WS-PCT
                   END-IF
               END-PERFORM
               IF WS-TIER = ZEROS
                   MOVE 'BELOW TIER 1' TO RL-NOTE
                   PERFORM 3400-WITHDRAW-REBATE
               ELSE
                   COMPUTE WS-REBATE ROUNDED =
                       WS-CO-FEES (WS-CO-IX) * WS-PCT / 100
                   IF WS-REBATE NOT > ZEROS
                       MOVE ZEROS     TO WS-REBATE
                       MOVE 'NO FEES' TO RL-NOTE
                       PERFORM 3400-WITHDRAW-REBATE
                   ELSE
                       PERFORM 3500-RECORD-REBATE
                   END-IF
               END-IF
           END-IF

           MOVE WS-CO-CODE (WS-CO-IX)   TO RL-COMPANY
           MOVE WS-CO-VOLUME (WS-CO-IX) TO RL-VOLUME
           MOVE WS-CO-FEES (WS-CO-IX)   TO RL-FEES
           IF WS-TIER = ZEROS
               MOVE '-'     TO RL-TIER
           ELSE
               MOVE WS-TIER TO RL-TIER
           END-IF
           MOVE WS-PCT                  TO RL-PCT
           MOVE WS-REBATE               TO RL-REBATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    The company's rows are in effective-date order; the last
      *    one dated on or before the month's last day is in force.
       3100-FIND-TIER-PLAN.
           MOVE 'N' TO WS-PLAN-SW
           MOVE 'N' TO WS-RBT-EOF-SW
           MOVE LOW-VALUES            TO RBT-KEY
           MOVE WS-CO-CODE (WS-CO-IX) TO RBT-COMPANY
           START RBT-FILE KEY NOT < RBT-KEY
           IF WS-RBT-STATUS NOT = '00'
               SET WS-RBT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RBT-EOF
               READ RBT-FILE NEXT RECORD
                   AT END
                       SET WS-RBT-EOF TO TRUE
                   NOT AT END
                       IF RBT-COMPANY NOT = WS-CO-CODE (WS-CO-IX)
                           OR RBT-EFFECTIVE-DATE > WS-MONTH-END
                           SET WS-RBT-EOF TO TRUE
                       ELSE
                           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                                   UNTIL WS-TIER-IX > 5
                               MOVE RBT-TIER-VOLUME (WS-TIER-IX)
                                   TO WS-PLAN-VOLUME (WS-TIER-IX)
                               MOVE RBT-TIER-PCT (WS-TIER-IX)
                                   TO WS-PLAN-PCT (WS-TIER-IX)
                           END-PERFORM
                           SET WS-PLAN-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    No rebate earned this run. One an earlier run of the
      *    month left for DATSTMT is taken back - deleted, and
      *    printed as WITHDRAWN with its amount negative - unless a
      *    statement has already credited it, when it stays, as in
      *    3500. Nothing posts: this run's REBGL replaces the
      *    earlier run's.
       3400-WITHDRAW-REBATE.
           MOVE WS-CO-CODE (WS-CO-IX) TO REB-COMPANY
           MOVE WS-PARM-MONTH         TO REB-PERIOD
           READ REB-FILE
           EVALUATE WS-REB-STATUS
               WHEN '00'
                   IF REB-NOT-APPLIED
                       DISPLAY 'DATREBT - REBATE FOR COMPANY='
                           REB-COMPANY ' WITHDRAWN, NOW ' RL-NOTE
                       DELETE REB-FILE RECORD
                       IF WS-REB-STATUS NOT = '00'
                           DISPLAY 'DATREBT - REB-FILE DELETE FAILED, '
                               'STATUS=' WS-REB-STATUS ' FOR COMPANY='
                               WS-CO-CODE (WS-CO-IX)
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9000-CLOSE-FILES
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-COUNT-WITHDRAWN
                       ADD REB-AMOUNT TO WS-TOTAL-WITHDRAWN
                       COMPUTE WS-REBATE = ZEROS - REB-AMOUNT
                       MOVE 'WITHDRAWN' TO RL-NOTE
                   ELSE
                       MOVE REB-AMOUNT TO WS-REBATE
                       MOVE 'CREDITED'  TO RL-NOTE
                       ADD 1 TO WS-COUNT-KEPT
                       DISPLAY 'DATREBT - REBATE FOR COMPANY='
                           REB-COMPANY ' ALREADY CREDITED ON THE '
                           REB-APPLIED-PERIOD ' STATEMENT, LEFT AS IS'
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATREBT - REB-FILE READ FAILED, STATUS='
                       WS-REB-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    A rebate a statement has already credited stays as it
      *    was credited - replacing it now would leave the
      *    statement and the ledger telling different stories.
       3500-RECORD-REBATE.
           MOVE WS-CO-CODE (WS-CO-IX) TO REB-COMPANY
           MOVE WS-PARM-MONTH         TO REB-PERIOD
           READ REB-FILE
           EVALUATE WS-REB-STATUS
               WHEN '00'
                   IF NOT REB-NOT-APPLIED
                       MOVE REB-AMOUNT TO WS-REBATE
                       MOVE 'CREDITED'  TO RL-NOTE
                       ADD 1 TO WS-COUNT-KEPT
                       DISPLAY 'DATREBT - REBATE FOR COMPANY='
                           REB-COMPANY ' ALREADY CREDITED ON THE '
                           REB-APPLIED-PERIOD ' STATEMENT, LEFT AS IS'
                   ELSE
                       MOVE 'REPLACED' TO RL-NOTE
                   END-IF
               WHEN '23'
                   MOVE SPACES                TO DATREBC-RECORD
                   MOVE WS-CO-CODE (WS-CO-IX) TO REB-COMPANY
                   MOVE WS-PARM-MONTH         TO REB-PERIOD
               WHEN OTHER
                   DISPLAY 'DATREBT - REB-FILE READ FAILED, STATUS='
                       WS-REB-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           IF RL-NOTE NOT = 'CREDITED'
               MOVE WS-CO-VOLUME (WS-CO-IX) TO REB-VOLUME
               MOVE WS-CO-FEES (WS-CO-IX)   TO REB-FEES
               MOVE WS-TIER                 TO REB-TIER
               MOVE WS-PCT                  TO REB-PCT
               MOVE WS-REBATE               TO REB-AMOUNT
               MOVE WS-RUN-DATE             TO REB-CALC-DATE
               MOVE SPACES                  TO REB-APPLIED-PERIOD
               IF WS-REB-STATUS = '00'
                   REWRITE DATREBC-RECORD
               ELSE
                   WRITE DATREBC-RECORD
               END-IF
               IF WS-REB-STATUS NOT = '00'
                   DISPLAY 'DATREBT - REB-FILE UPDATE FAILED, '
                       'STATUS=' WS-REB-STATUS ' FOR COMPANY='
                       WS-CO-CODE (WS-CO-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1         TO WS-COUNT-REBATES
               ADD WS-REBATE TO WS-TOTAL-REBATES

               MOVE WS-REBATE              TO WS-POST-AMOUNT
               MOVE WS-ACCT-FEE-REBATES    TO WS-POST-ACCOUNT
               MOVE 'DR'                   TO WS-POST-DRCR
               MOVE 'VOLUME FEE REBATE'    TO WS-POST-DESC
               PERFORM 3600-WRITE-POSTING

               MOVE WS-REBATE              TO WS-POST-AMOUNT
               MOVE WS-ACCT-REBATE-PAYABLE TO WS-POST-ACCOUNT
               MOVE 'CR'                   TO WS-POST-DRCR
               MOVE 'REBATE STATEMENT CREDIT' TO WS-POST-DESC
               PERFORM 3600-WRITE-POSTING
           END-IF.

       3600-WRITE-POSTING.
           MOVE SPACES                TO DATGLP-RECORD
           MOVE WS-MONTH-END          TO GLP-RUN-DATE
           MOVE WS-CO-CODE (WS-CO-IX) TO GLP-COMPANY
           MOVE WS-POST-ACCOUNT       TO GLP-ACCOUNT
           MOVE WS-POST-DRCR          TO GLP-DRCR
           MOVE WS-POST-AMOUNT        TO GLP-AMOUNT
           MOVE WS-POST-DESC          TO GLP-DESCRIPTION
           WRITE DATGLP-RECORD
           IF WS-GLP-STATUS NOT = '00'
               DISPLAY 'DATREBT - GLP-FILE WRITE FAILED, STATUS='
                   WS-GLP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-POSTINGS
           IF WS-POST-DRCR = 'DR'
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       8000-WRITE-REGISTER-TOTALS.
           MOVE 'REBATES WRITTEN'    TO RPT-AMT-LABEL
           MOVE WS-TOTAL-REBATES     TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'REBATES WITHDRAWN'  TO RPT-AMT-LABEL
           MOVE WS-TOTAL-WITHDRAWN   TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'TOTAL DEBITS'       TO RPT-AMT-LABEL
           MOVE WS-TOTAL-DEBITS      TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'TOTAL CREDITS'      TO RPT-AMT-LABEL
           MOVE WS-TOTAL-CREDITS     TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

       9000-CLOSE-FILES.
           CLOSE LEDG-FILE
           CLOSE PRC-FILE
           CLOSE RBT-FILE
           CLOSE REB-FILE
           CLOSE GLP-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATREBT'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
