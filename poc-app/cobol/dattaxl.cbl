       ID DIVISION.
       PROGRAM-ID. DATTAXL.
      *----------------------------------------------------------------
      * Monthly tax liability by jurisdiction, in support of the tax
      * filings. Reads a month of PRCFILE generations concatenated
      * on the PRCFILE DD (DATPRC layout), selects the detail dated
      * in the SYSIN month, and totals per taxing jurisdiction
      * (PRC-TAX-JURIS, from the TAXFILE row DEMOSUB taxed the fee
      * under) and company the count of taxed items, the fees they
      * carried and the tax charged on them - sale and refund fees
      * alike, since both credit tax payable in DATGLPI. Each
      * jurisdiction closes with a total line; fees charged with no
      * tax report under NOTAX so the report's total fees tie
      * to the FEES CHARGED on the month's statements, and the
      * grand tax total to what DATGLPI credited to tax payable.
      * Replaces the month-end hand calculation.
      * SYSIN parameter card: cols 1-6 report month YYYYMM.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATPRC.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-PRC-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-PRC-EOF                        VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH           PIC X(6).
           05  FILLER                  PIC X(74).
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-EFF-JURIS                PIC X(6).
       01  WS-CUR-JURIS                PIC X(6).
       01  WS-JC-IX                    PIC S9(4) COMP.
       01  WS-JC-IX2                   PIC S9(4) COMP.
       01  WS-JC-COUNT                 PIC S9(4) COMP VALUE ZEROS.
      *    One slot per jurisdiction/company combination seen in the
      *    month's detail.
       01  WS-JC-TABLE.
           05  WS-JC-ENTRY OCCURS 50 TIMES.
               10  WS-JC-JURIS         PIC X(6).
               10  WS-JC-COMPANY       PIC X(4).
               10  WS-JC-PRINTED-SW    PIC X(1).
                   88  WS-JC-PRINTED             VALUE 'Y'.
               10  WS-JC-ITEMS         PIC 9(7).
               10  WS-JC-FEES          PIC S9(9)V99 COMP-3.
               10  WS-JC-TAX           PIC S9(9)V99 COMP-3.
       01  WS-JURIS-ITEMS              PIC 9(7).
       01  WS-JURIS-FEES               PIC S9(11)V99 COMP-3.
       01  WS-JURIS-TAX                PIC S9(11)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SELECTED       PIC 9(7) VALUE ZEROS.
           05  WS-GRAND-ITEMS          PIC 9(7) VALUE ZEROS.
           05  WS-GRAND-FEES           PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-TAX            PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATTAXL TAX LIABILITY ON FEES  MONTH '.
           05  RH-MONTH                PIC X(6).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'JURIS   CO      ITEMS             FEES  '.
           05  FILLER                  PIC X(40) VALUE
               '            TAX'.
       01  WS-RPT-DETAIL.
           05  RL-JURIS                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-ITEMS                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FEES                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-TAX                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NOT NUMERIC
               DISPLAY 'DATTAXL - BAD MONTH PARM: ' WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 1000-OPEN-FILES.

           PERFORM UNTIL WS-PRC-EOF
               READ PRC-FILE
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF PRC-TRAN-DATE (1:6) = WS-PARM-MONTH
                           ADD 1 TO WS-COUNT-SELECTED
                           PERFORM 2000-TALLY-TAX
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-LIABILITY-REPORT.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY 'DATTAXL - MONTH=' WS-PARM-MONTH
               ' DETAIL READ=' WS-COUNT-READ
               ' SELECTED=' WS-COUNT-SELECTED
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATTAXL - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATTAXL - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Only fee-bearing detail counts - voids, chargebacks and
      *    re-presentments carry neither fee nor tax. Generations
      *    from before the tax carry spaces where the tax now sits.
       2000-TALLY-TAX.
           IF PRC-TAX NOT NUMERIC
               MOVE ZEROS  TO PRC-TAX
               MOVE SPACES TO PRC-TAX-JURIS
           END-IF
           IF PRC-FEE NOT = ZEROS OR PRC-TAX NOT = ZEROS
               IF PRC-COMPANY = SPACES
                   MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
               ELSE
                   MOVE PRC-COMPANY TO WS-EFF-COMPANY
               END-IF
               IF PRC-TAX-JURIS = SPACES
                   MOVE 'NOTAX' TO WS-EFF-JURIS
               ELSE
                   MOVE PRC-TAX-JURIS TO WS-EFF-JURIS
               END-IF
               PERFORM 2100-FIND-JURIS-SLOT
               ADD 1       TO WS-JC-ITEMS (WS-JC-IX)
               ADD PRC-FEE TO WS-JC-FEES (WS-JC-IX)
               ADD PRC-TAX TO WS-JC-TAX (WS-JC-IX)
           END-IF.

       2100-FIND-JURIS-SLOT.
           PERFORM VARYING WS-JC-IX FROM 1 BY 1
                   UNTIL WS-JC-IX > WS-JC-COUNT
                   OR (WS-JC-JURIS (WS-JC-IX) = WS-EFF-JURIS
                       AND WS-JC-COMPANY (WS-JC-IX) = WS-EFF-COMPANY)
               CONTINUE
           END-PERFORM
           IF WS-JC-IX > WS-JC-COUNT
               IF WS-JC-COUNT = 50
                   DISPLAY 'DATTAXL - JURISDICTION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-JC-COUNT
               MOVE WS-JC-COUNT    TO WS-JC-IX
               MOVE WS-EFF-JURIS   TO WS-JC-JURIS (WS-JC-IX)
               MOVE WS-EFF-COMPANY TO WS-JC-COMPANY (WS-JC-IX)
               MOVE 'N'            TO WS-JC-PRINTED-SW (WS-JC-IX)
               MOVE ZEROS          TO WS-JC-ITEMS (WS-JC-IX)
               MOVE ZEROS          TO WS-JC-FEES (WS-JC-IX)
               MOVE ZEROS          TO WS-JC-TAX (WS-JC-IX)
           END-IF.

      *    Company lines grouped under each jurisdiction in the order
      *    the jurisdictions first showed up in the month's detail,
      *    each group closed by its jurisdiction total.
       8000-WRITE-LIABILITY-REPORT.
           MOVE WS-PARM-MONTH TO RH-MONTH
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM VARYING WS-JC-IX FROM 1 BY 1
                   UNTIL WS-JC-IX > WS-JC-COUNT
               IF NOT WS-JC-PRINTED (WS-JC-IX)
                   MOVE WS-JC-JURIS (WS-JC-IX) TO WS-CUR-JURIS
                   PERFORM 8100-WRITE-JURISDICTION
               END-IF
           END-PERFORM

           MOVE 'ALL'          TO RL-JURIS
           MOVE SPACES         TO RL-COMPANY
           MOVE WS-GRAND-ITEMS TO RL-ITEMS
           MOVE WS-GRAND-FEES  TO RL-FEES
           MOVE WS-GRAND-TAX   TO RL-TAX
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8100-WRITE-JURISDICTION.
           MOVE ZEROS TO WS-JURIS-ITEMS
           MOVE ZEROS TO WS-JURIS-FEES
           MOVE ZEROS TO WS-JURIS-TAX
           PERFORM VARYING WS-JC-IX2 FROM WS-JC-IX BY 1
                   UNTIL WS-JC-IX2 > WS-JC-COUNT
               IF WS-JC-JURIS (WS-JC-IX2) = WS-CUR-JURIS
                   MOVE WS-JC-JURIS (WS-JC-IX2)   TO RL-JURIS
                   MOVE WS-JC-COMPANY (WS-JC-IX2) TO RL-COMPANY
                   MOVE WS-JC-ITEMS (WS-JC-IX2)   TO RL-ITEMS
                   MOVE WS-JC-FEES (WS-JC-IX2)    TO RL-FEES
                   MOVE WS-JC-TAX (WS-JC-IX2)     TO RL-TAX
                   WRITE RPT-RECORD FROM WS-RPT-DETAIL
                   ADD WS-JC-ITEMS (WS-JC-IX2) TO WS-JURIS-ITEMS
                   ADD WS-JC-FEES (WS-JC-IX2)  TO WS-JURIS-FEES
                   ADD WS-JC-TAX (WS-JC-IX2)   TO WS-JURIS-TAX
                   SET WS-JC-PRINTED (WS-JC-IX2) TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-CUR-JURIS   TO RL-JURIS
           MOVE 'TOTAL'        TO RL-COMPANY
           MOVE WS-JURIS-ITEMS TO RL-ITEMS
           MOVE WS-JURIS-FEES  TO RL-FEES
           MOVE WS-JURIS-TAX   TO RL-TAX
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD WS-JURIS-ITEMS TO WS-GRAND-ITEMS
           ADD WS-JURIS-FEES  TO WS-GRAND-FEES
           ADD WS-JURIS-TAX   TO WS-GRAND-TAX.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATTAXL'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
