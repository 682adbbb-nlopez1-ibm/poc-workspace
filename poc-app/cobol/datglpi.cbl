      * receivables and recover it plus the refund fee from
      * merchant payable - fees are charged on refunds in this
      * shop, so refund fees credit fee income exactly like sale
      * fees. Chargebacks (CB) and re-presentments (RP) from the
      * dispute desk move the gross between receivables and
      * merchant payable with no fee. Voids carry no dollars and
      * post nothing. A printed
      * posting recap shows each entry and proves total debits
      * against total credits, and its NET RECEIVABLES and FEE
      * INCOME lines tie to the NET TRAN AMOUNT and TOTAL FEES
      *               already marked complete (RC 16), so the
      *               run-once protection holds even when a step
      *               is rerun on its own.
      *   2026-10-05  Dispute postings: a chargeback (CB) credits
      *               receivables and debits merchant payable for
      *               the disputed amount; a re-presentment (RP)
      *               reverses that. Neither carries a fee, so
      *               NET RECEIVABLES still ties to DATBATCH's NET
      *               TRAN AMOUNT.
      *   2026-10-05  The recap gained a NET MERCHANT PAYABLE line -
      *               credits less debits to 21000300 - that the
      *               DATSETL settlement register ties to.
      *   2026-10-05  Tax on fees: the tax DEMOSUB charged on each
      *               fee (PRC-TAX) credits tax payable (22000400)
      *               and comes out of the merchant payable with the
      *               fee - a sale's payable credit is the gross less
      *               fee and tax, a refund's recovery the gross plus
      *               fee and tax. The recap's TAX PAYABLE line ties
      *               to DATBATCH's TOTAL TAX ON FEES.
      *   2026-10-05  Manual adjustments: AC credits debit
      *               receivables and credit merchant payable, AD
      *               debits the reverse - gross only, no fee, the
      *               same shape as the dispute postings.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ACCT-RECEIVABLES         PIC X(8)  VALUE '12000100'.
       01  WS-ACCT-FEE-INCOME          PIC X(8)  VALUE '41000200'.
       01  WS-ACCT-MERCH-PAYABLE       PIC X(8)  VALUE '21000300'.
       01  WS-ACCT-TAX-PAYABLE         PIC X(8)  VALUE '22000400'.
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-CO-IX                    PIC S9(4) COMP.
       01  WS-CO-COUNT                 PIC S9(4) COMP VALUE ZEROS.
               10  WS-CO-RF-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-CO-RF-FEE        PIC S9(9)V99 COMP-3.
               10  WS-CO-RF-RECOVERY   PIC S9(9)V99 COMP-3.
               10  WS-CO-CB-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-CO-RP-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-CO-SA-TAX        PIC S9(9)V99 COMP-3.
               10  WS-CO-RF-TAX        PIC S9(9)V99 COMP-3.
               10  WS-CO-AC-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-CO-AD-AMOUNT     PIC S9(9)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-POSTINGS       PIC 9(7) VALUE ZEROS.
                                       VALUE ZEROS.
           05  WS-NET-FEE-INCOME       PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-NET-MERCH-PAYABLE    PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-NET-TAX-PAYABLE      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-POST-AMOUNT              PIC S9(9)V99 COMP-3.
       01  WS-POST-DRCR                PIC X(2).
       01  WS-POST-ACCOUNT             PIC X(8).
           ELSE
               MOVE PRC-COMPANY TO WS-EFF-COMPANY
           END-IF
           IF PRC-TAX NOT NUMERIC
               MOVE ZEROS TO PRC-TAX
           END-IF
           PERFORM 2100-FIND-COMPANY-SLOT
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
                   ADD PRC-AMOUNT TO WS-CO-SA-AMOUNT (WS-CO-IX)
                   ADD PRC-FEE    TO WS-CO-SA-FEE (WS-CO-IX)
                   ADD PRC-TAX    TO WS-CO-SA-TAX (WS-CO-IX)
                   COMPUTE WS-CO-SA-NET (WS-CO-IX) =
                       WS-CO-SA-NET (WS-CO-IX)
                       + PRC-AMOUNT - PRC-FEE - PRC-TAX
               WHEN 'RF'
                   ADD PRC-AMOUNT TO WS-CO-RF-AMOUNT (WS-CO-IX)
                   ADD PRC-FEE    TO WS-CO-RF-FEE (WS-CO-IX)
                   ADD PRC-TAX    TO WS-CO-RF-TAX (WS-CO-IX)
                   COMPUTE WS-CO-RF-RECOVERY (WS-CO-IX) =
                       WS-CO-RF-RECOVERY (WS-CO-IX)
                       + PRC-AMOUNT + PRC-FEE + PRC-TAX
               WHEN 'CB'
                   ADD PRC-AMOUNT TO WS-CO-CB-AMOUNT (WS-CO-IX)
               WHEN 'RP'
                   ADD PRC-AMOUNT TO WS-CO-RP-AMOUNT (WS-CO-IX)
               WHEN 'AC'
                   ADD PRC-AMOUNT TO WS-CO-AC-AMOUNT (WS-CO-IX)
               WHEN 'AD'
                   ADD PRC-AMOUNT TO WS-CO-AD-AMOUNT (WS-CO-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE ZEROS TO WS-CO-RF-AMOUNT (WS-CO-IX)
               MOVE ZEROS TO WS-CO-RF-FEE (WS-CO-IX)
               MOVE ZEROS TO WS-CO-RF-RECOVERY (WS-CO-IX)
               MOVE ZEROS TO WS-CO-CB-AMOUNT (WS-CO-IX)
               MOVE ZEROS TO WS-CO-RP-AMOUNT (WS-CO-IX)
               MOVE ZEROS TO WS-CO-SA-TAX (WS-CO-IX)
               MOVE ZEROS TO WS-CO-RF-TAX (WS-CO-IX)
               MOVE ZEROS TO WS-CO-AC-AMOUNT (WS-CO-IX)
               MOVE ZEROS TO WS-CO-AD-AMOUNT (WS-CO-IX)
           END-IF.

      *    Sales entries, then the refund reversals, per company.
      *    Sales balance because gross equals fee plus tax plus net;
      *    refunds balance because the payable recovery is the gross
      *    plus the refund fee and its tax, all of which the
      *    merchant owes back.
       3000-POST-COMPANY-ENTRIES.
           MOVE WS-CO-SA-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-RECEIVABLES        TO WS-POST-ACCOUNT
           MOVE 'NIGHTLY SALES FEES'       TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-SA-TAX (WS-CO-IX)    TO WS-POST-AMOUNT
           MOVE WS-ACCT-TAX-PAYABLE        TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'TAX ON SALES FEES'        TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-SA-NET (WS-CO-IX)    TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'REFUND FEES'              TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-RF-TAX (WS-CO-IX)    TO WS-POST-AMOUNT
           MOVE WS-ACCT-TAX-PAYABLE        TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'TAX ON REFUND FEES'       TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-RF-RECOVERY (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'DR'                       TO WS-POST-DRCR
           MOVE 'REFUND GROSS+FEE+TAX'     TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

      *    Dispute postings carry no fee: the chargeback pulls the
      *    gross out of receivables and back from the merchant, a
      *    won re-presentment puts both sides back.
           MOVE WS-CO-CB-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-RECEIVABLES        TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'CHARGEBACKS'              TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-CB-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'DR'                       TO WS-POST-DRCR
           MOVE 'CHARGEBACK RECOVERY'      TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-RP-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-RECEIVABLES        TO WS-POST-ACCOUNT
           MOVE 'DR'                       TO WS-POST-DRCR
           MOVE 'RE-PRESENTMENTS'          TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-RP-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'RE-PRESENTMENT NET'       TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

      *    Manual adjustments carry no fee either: a credit goes
      *    into receivables and onto the merchant payable like a
      *    re-presentment, a debit comes back out of both like a
      *    chargeback.
           MOVE WS-CO-AC-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-RECEIVABLES        TO WS-POST-ACCOUNT
           MOVE 'DR'                       TO WS-POST-DRCR
           MOVE 'ADJUSTMENT CREDITS'       TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-AC-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'ADJ CREDIT TO MERCHANT'   TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-AD-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-RECEIVABLES        TO WS-POST-ACCOUNT
           MOVE 'CR'                       TO WS-POST-DRCR
           MOVE 'ADJUSTMENT DEBITS'        TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING

           MOVE WS-CO-AD-AMOUNT (WS-CO-IX) TO WS-POST-AMOUNT
           MOVE WS-ACCT-MERCH-PAYABLE      TO WS-POST-ACCOUNT
           MOVE 'DR'                       TO WS-POST-DRCR
           MOVE 'ADJ DEBIT RECOVERY'       TO WS-POST-DESC
           PERFORM 3500-WRITE-POSTING.

      *    A zero entry posts nothing - a company with no refunds
               ELSE
                   SUBTRACT WS-POST-AMOUNT FROM WS-NET-FEE-INCOME
               END-IF
           END-IF
           IF WS-POST-ACCOUNT = WS-ACCT-MERCH-PAYABLE
               IF WS-POST-DRCR = 'CR'
                   ADD WS-POST-AMOUNT TO WS-NET-MERCH-PAYABLE
               ELSE
                   SUBTRACT WS-POST-AMOUNT FROM WS-NET-MERCH-PAYABLE
               END-IF
           END-IF
           IF WS-POST-ACCOUNT = WS-ACCT-TAX-PAYABLE
               IF WS-POST-DRCR = 'CR'
                   ADD WS-POST-AMOUNT TO WS-NET-TAX-PAYABLE
               ELSE
                   SUBTRACT WS-POST-AMOUNT FROM WS-NET-TAX-PAYABLE
               END-IF
           END-IF.

       3700-REPORT-POSTING.

           MOVE 'FEE INCOME'         TO RPT-AMT-LABEL
           MOVE WS-NET-FEE-INCOME    TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

      *    Ties to DATBATCH's TOTAL TAX ON FEES.
           MOVE 'TAX PAYABLE'        TO RPT-AMT-LABEL
           MOVE WS-NET-TAX-PAYABLE   TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

      *    What the merchants are owed for the night; the DATSETL
      *    settlement register's line of the same name ties to it.
           MOVE 'NET MERCHANT PAYABLE' TO RPT-AMT-LABEL
           MOVE WS-NET-MERCH-PAYABLE TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

       9000-CLOSE-FILES.
