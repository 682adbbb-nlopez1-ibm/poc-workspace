      * budget but no activity still prints, so a silent month is
      * visible; activity outside the extract reports against the
      * UNKNOWN line rather than being dropped.
      * A PRIOR ACTUAL column sets each line against an earlier
      * period's actual from the PRIORPRC detail (same layout, the
      * prior period's generations concatenated on the DD).
      * Departments reorganized by DATREORG are restated through the
      * crosswalk (XWKFILE): detail under an old department, in
      * either period, is reported under its new department - split
      * by the allocation percents, the transaction counted under
      * the largest share - so both periods, like the budget rows
      * DATREORG moved, read in the new structure.
      * SYSIN parameter card: cols 1-6 report month YYYYMM,
      * cols 7-12 prior month YYYYMM (blank = same month last year).
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  Dispute postings net with the sales and
      *               refunds: a re-presentment (RP) adds like a
      *               sale, a chargeback (CB) subtracts like a
      *               refund, matching DATBATCH's NET TRAN AMOUNT.
      *   2026-10-05  Manual adjustments net the same way: an
      *               adjustment credit (AC) adds like a sale, an
      *               adjustment debit (AD) subtracts like a refund.
      *   2026-10-05  Division subtotals and a location summary, each
      *               with its own variance, now print above the
      *               department detail, from the DIVISION and
      *               LOCATION columns on the extract; the department
      *               line carries the manager's name. RPT-RECORD
      *               widened to 101 for the manager column.
      *   2026-10-05  Prior-period actual column from PRIORPRC, and
      *               both periods restated through the crosswalk
      *               for departments reorganized by DATREORG.
      *               RPT-RECORD widened to 118.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT PRIOR-FILE ASSIGN TO PRIORPRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT XWK-FILE ASSIGN TO XWKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
       FD  PRC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATPRC.
       FD  PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATPRC
               REPLACING ==DATPRC-RECORD==   BY ==PRIOR-RECORD==
                         ==PRC-TRAN-DATE==   BY ==PRIOR-TRAN-DATE==
                         ==PRC-TRAN-TYPE==   BY ==PRIOR-TRAN-TYPE==
                         ==PRC-DEPT==        BY ==PRIOR-DEPT==
                         ==PRC-AMOUNT==      BY ==PRIOR-AMOUNT==.
       FD  XWK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATXWLK.
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATORGX.
       COPY DATBUDG.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(118).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH           PIC X(6).
           05  WS-PARM-MONTH-NUM REDEFINES WS-PARM-MONTH
                                       PIC 9(6).
           05  WS-PARM-PRIOR-MONTH     PIC X(6).
       01  WS-PRIOR-MONTH              PIC X(6).
       01  WS-PRIOR-MONTH-NUM REDEFINES WS-PRIOR-MONTH
                                       PIC 9(6).
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-PRIOR-STATUS             PIC X(2)  VALUE '00'.
       01  WS-XWK-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-BUD-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
           88  WS-PRC-EOF                        VALUE 'Y'.
       01  WS-ORG-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-ORG-EOF                        VALUE 'Y'.
       01  WS-XWK-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-XWK-EOF                        VALUE 'Y'.
       01  WS-PERIOD-SW                PIC X(1)  VALUE 'C'.
           88  WS-CURRENT-PERIOD                 VALUE 'C'.
           88  WS-PRIOR-PERIOD                   VALUE 'P'.
      *    Detail being posted, after netting: sales in, refunds out.
       01  WS-POST-DEPT                PIC 9(4).
       01  WS-POST-OLD-DEPT            PIC 9(4).
       01  WS-POST-TYPE                PIC X(2).
       01  WS-POST-AMOUNT              PIC S9(7)V99 COMP-3.
       01  WS-POST-NET                 PIC S9(9)V99 COMP-3.
       01  WS-POST-SHARE               PIC S9(9)V99 COMP-3.
       01  WS-POST-LEFT                PIC S9(9)V99 COMP-3.
       01  WS-POST-COUNT               PIC 9(1).
      *    Applied crosswalk rows in effect by the report month.
       01  WS-XW-IX                    PIC S9(4) COMP.
       01  WS-XW-JX                    PIC S9(4) COMP.
       01  WS-XW-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-XW-ROWS                  PIC S9(4) COMP.
       01  WS-XW-SEEN                  PIC S9(4) COMP.
       01  WS-XW-TABLE.
           05  WS-XW-ENTRY OCCURS 500 TIMES.
               10  WS-XW-OLD           PIC 9(4).
               10  WS-XW-NEW           PIC 9(4).
               10  WS-XW-PCT           PIC 9(3)V99.
               10  WS-XW-PRIMARY-SW    PIC X(1).
                   88  WS-XW-PRIMARY             VALUE 'Y'.
       01  WS-DEPT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-DEPT-FOUND                     VALUE 'Y'.
       01  WS-DEPT-IX                  PIC S9(4) COMP.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-NUMB          PIC 9(4).
               10  WS-DT-NAME          PIC X(36).
               10  WS-DT-MGR-NAME      PIC X(9).
               10  WS-DT-DIVISION      PIC X(10).
               10  WS-DT-LOCATION      PIC X(13).
               10  WS-DT-COUNT         PIC 9(7).
               10  WS-DT-ACTUAL        PIC S9(9)V99 COMP-3.
               10  WS-DT-BUDGET        PIC S9(9)V99 COMP-3.
               10  WS-DT-PRIOR         PIC S9(9)V99 COMP-3.
      *    Division and location roll-ups, each kept in name order
      *    as departments are posted into it.
       01  WS-ROLL-KEY                 PIC X(13).
       01  WS-ROLL-STOP-SW             PIC X(1)  VALUE 'N'.
           88  WS-ROLL-STOP                      VALUE 'Y'.
           88  WS-ROLL-MATCHED                   VALUE 'M'.
       01  WS-ROLL-ACTUAL              PIC S9(11)V99 COMP-3.
       01  WS-ROLL-BUDGET              PIC S9(11)V99 COMP-3.
       01  WS-ROLL-PRIOR               PIC S9(11)V99 COMP-3.
       01  WS-SHIFT-IX                 PIC S9(4) COMP.
       01  WS-DIV-IX                   PIC S9(4) COMP.
       01  WS-DIV-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES.
               10  WS-DV-NAME          PIC X(13).
               10  WS-DV-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-DV-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-DV-PRIOR         PIC S9(11)V99 COMP-3.
       01  WS-LOC-IX                   PIC S9(4) COMP.
       01  WS-LOC-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 100 TIMES.
               10  WS-LC-NAME          PIC X(13).
               10  WS-LC-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-LC-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-LC-PRIOR         PIC S9(11)V99 COMP-3.
       01  WS-UNKNOWN-TOTALS.
           05  WS-UNK-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-UNK-AMOUNT           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-UNK-PRIOR            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ACTUAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-BUDGET         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-PRIOR          PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-COUNT-READ               PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-SELECTED           PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-PRIOR-READ         PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-PRIOR-SELECTED     PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-RESTATED           PIC 9(7)  VALUE ZEROS.
       01  WS-VARIANCE-PCT             PIC S9(5)V99 COMP-3.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(4)  VALUE 'DEPT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'MANAGER'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '         ACTUAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE
               '  VAR PCT'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '   PRIOR ACTUAL'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-DEPTNUMB             PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEPTNAME             PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-MGR-NAME             PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-ACTUAL               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-BUDGET               PIC -ZZZ,ZZZ,ZZ9.99.
           05  RL-VARIANCE             PIC -ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-VAR-FLAG             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-PRIOR                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  RS-TITLE                PIC X(45).
           05  FILLER                  PIC X(15) VALUE
               '         ACTUAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '         BUDGET'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE
               '  VAR PCT'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '   PRIOR ACTUAL'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-ROLLUP-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  RU-NAME                 PIC X(39).
           05  RU-ACTUAL               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RU-BUDGET               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RU-VARIANCE             PIC -ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RU-VAR-FLAG             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RU-PRIOR                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-PRIOR-MONTH = SPACES
                   COMPUTE WS-PRIOR-MONTH-NUM =
                       WS-PARM-MONTH-NUM - 100
               WHEN WS-PARM-PRIOR-MONTH NUMERIC
                   MOVE WS-PARM-PRIOR-MONTH TO WS-PRIOR-MONTH
               WHEN OTHER
                   DISPLAY 'DATBUDR - BAD PRIOR MONTH PARM: '
                       WS-PARM-PRIOR-MONTH
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE

           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-DEPT-TABLE.
           PERFORM 1600-LOAD-CROSSWALK.

           SET WS-CURRENT-PERIOD TO TRUE
           PERFORM UNTIL WS-PRC-EOF
               READ PRC-FILE
                   AT END
                       ADD 1 TO WS-COUNT-READ
                       IF PRC-TRAN-DATE (1:6) = WS-PARM-MONTH
                           ADD 1 TO WS-COUNT-SELECTED
                           MOVE PRC-DEPT      TO WS-POST-DEPT
                           MOVE PRC-TRAN-TYPE TO WS-POST-TYPE
                           MOVE PRC-AMOUNT    TO WS-POST-AMOUNT
                           PERFORM 2000-TALLY-ACTUAL
                       END-IF
               END-READ
           END-PERFORM

           SET WS-PRIOR-PERIOD TO TRUE
           MOVE 'N' TO WS-PRC-EOF-SW
           PERFORM UNTIL WS-PRC-EOF
               READ PRIOR-FILE
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-PRIOR-READ
                       IF PRIOR-TRAN-DATE (1:6) = WS-PRIOR-MONTH
                           ADD 1 TO WS-COUNT-PRIOR-SELECTED
                           MOVE PRIOR-DEPT      TO WS-POST-DEPT
                           MOVE PRIOR-TRAN-TYPE TO WS-POST-TYPE
                           MOVE PRIOR-AMOUNT    TO WS-POST-AMOUNT
                           PERFORM 2000-TALLY-ACTUAL
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 3000-FETCH-BUDGETS.
           PERFORM 4000-ROLL-UP-DEPARTMENTS.
           PERFORM 8000-WRITE-VARIANCE-REPORT.
           PERFORM 9000-CLOSE-FILES.
           MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'DATBUDR - PRIOR-FILE OPEN FAILED, STATUS='
                   WS-PRIOR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DATBUDR - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'DATBUDR - ORG-FILE OPEN FAILED, STATUS='
                               TO WS-DT-NUMB (WS-DEPT-COUNT)
                           MOVE ORGX-DEPTNAME
                               TO WS-DT-NAME (WS-DEPT-COUNT)
                           MOVE ORGX-MGR-NAME
                               TO WS-DT-MGR-NAME (WS-DEPT-COUNT)
                           MOVE ORGX-DIVISION
                               TO WS-DT-DIVISION (WS-DEPT-COUNT)
                           MOVE ORGX-LOCATION
                               TO WS-DT-LOCATION (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-COUNT (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-ACTUAL (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-BUDGET (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-PRIOR (WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DATBUDR - DEPT TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
           END-PERFORM
           CLOSE ORG-FILE.

      *    Only rows DATREORG has applied, effective by the report
      *    month - the month its budget rows moved from. The largest
      *    share of each old department, first on a tie, takes the
      *    transaction count.
       1600-LOAD-CROSSWALK.
           PERFORM UNTIL WS-XWK-EOF
               READ XWK-FILE
                   AT END
                       SET WS-XWK-EOF TO TRUE
                   NOT AT END
                       IF XWK-APPLIED-DATE NOT = SPACES
                           AND XWK-EFF-DATE (1:6) NOT > WS-PARM-MONTH
                           AND XWK-ALLOC-PCT NUMERIC
                           PERFORM 1700-KEEP-CROSSWALK-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XWK-FILE
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               MOVE 'Y' TO WS-XW-PRIMARY-SW (WS-XW-IX)
               PERFORM VARYING WS-XW-JX FROM 1 BY 1
                       UNTIL WS-XW-JX > WS-XW-COUNT
                   IF WS-XW-OLD (WS-XW-JX) = WS-XW-OLD (WS-XW-IX)
                       IF WS-XW-PCT (WS-XW-JX) > WS-XW-PCT (WS-XW-IX)
                           OR (WS-XW-PCT (WS-XW-JX) =
                               WS-XW-PCT (WS-XW-IX)
                               AND WS-XW-JX < WS-XW-IX)
                           MOVE 'N' TO WS-XW-PRIMARY-SW (WS-XW-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       1700-KEEP-CROSSWALK-ROW.
           IF WS-XW-COUNT < 500
               ADD 1 TO WS-XW-COUNT
               MOVE XWK-OLD-DEPT  TO WS-XW-OLD (WS-XW-COUNT)
               MOVE XWK-NEW-DEPT  TO WS-XW-NEW (WS-XW-COUNT)
               MOVE XWK-ALLOC-PCT TO WS-XW-PCT (WS-XW-COUNT)
           ELSE
               DISPLAY 'DATBUDR - CROSSWALK TABLE FULL, '
                   'RAISE THE OCCURS AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Nets the detail in WS-POST- fields, then posts it under
      *    the department it belongs to in the new structure.
       2000-TALLY-ACTUAL.
           EVALUATE WS-POST-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   MOVE WS-POST-AMOUNT TO WS-POST-NET
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   COMPUTE WS-POST-NET = 0 - WS-POST-AMOUNT
               WHEN OTHER
                   MOVE ZEROS TO WS-POST-NET
           END-EVALUATE
           MOVE ZEROS TO WS-XW-ROWS
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-IX) = WS-POST-DEPT
                   ADD 1 TO WS-XW-ROWS
               END-IF
           END-PERFORM
           IF WS-XW-ROWS = 0
               MOVE WS-POST-NET TO WS-POST-SHARE
               MOVE 1 TO WS-POST-COUNT
               PERFORM 2100-POST-SHARE
           ELSE
               PERFORM 2050-SPLIT-OLD-DEPT
           END-IF.

      *    The last share takes the rounding, so the split foots.
       2050-SPLIT-OLD-DEPT.
           ADD 1 TO WS-COUNT-RESTATED
           MOVE WS-POST-DEPT TO WS-POST-OLD-DEPT
           MOVE WS-POST-NET TO WS-POST-LEFT
           MOVE ZEROS TO WS-XW-SEEN
           PERFORM VARYING WS-XW-JX FROM 1 BY 1
                   UNTIL WS-XW-JX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-JX) = WS-POST-OLD-DEPT
                   ADD 1 TO WS-XW-SEEN
                   IF WS-XW-SEEN = WS-XW-ROWS
                       MOVE WS-POST-LEFT TO WS-POST-SHARE
                   ELSE
                       COMPUTE WS-POST-SHARE ROUNDED =
                           WS-POST-NET * WS-XW-PCT (WS-XW-JX) / 100
                       SUBTRACT WS-POST-SHARE FROM WS-POST-LEFT
                   END-IF
                   IF WS-XW-PRIMARY (WS-XW-JX)
                       MOVE 1 TO WS-POST-COUNT
                   ELSE
                       MOVE 0 TO WS-POST-COUNT
                   END-IF
                   MOVE WS-XW-NEW (WS-XW-JX) TO WS-POST-DEPT
                   PERFORM 2100-POST-SHARE
               END-IF
           END-PERFORM.

       2100-POST-SHARE.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
               IF WS-POST-DEPT = WS-DT-NUMB (WS-DEPT-IX)
                   SET WS-DEPT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DEPT-IX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               ADD WS-POST-COUNT TO WS-DT-COUNT (WS-DEPT-IX)
               IF WS-CURRENT-PERIOD
                   ADD WS-POST-SHARE TO WS-DT-ACTUAL (WS-DEPT-IX)
                   ADD WS-POST-SHARE TO WS-GRAND-ACTUAL
               ELSE
                   ADD WS-POST-SHARE TO WS-DT-PRIOR (WS-DEPT-IX)
                   ADD WS-POST-SHARE TO WS-GRAND-PRIOR
               END-IF
           ELSE
               ADD WS-POST-COUNT TO WS-UNK-COUNT
               IF WS-CURRENT-PERIOD
                   ADD WS-POST-SHARE TO WS-UNK-AMOUNT
                   ADD WS-POST-SHARE TO WS-GRAND-ACTUAL
               ELSE
                   ADD WS-POST-SHARE TO WS-UNK-PRIOR
                   ADD WS-POST-SHARE TO WS-GRAND-PRIOR
               END-IF
           END-IF.

       3000-FETCH-BUDGETS.
                   STOP RUN
           END-EVALUATE.

      *    Posts each department that will print - activity in
      *    either period or a plan - into its division and its
      *    location. A department the extract carries no division or
      *    location for rolls up under NO DIVISION / NO LOCATION, so
      *    both summaries foot to the grand total.
       4000-ROLL-UP-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-BUDGET (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-ACTUAL (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-PRIOR (WS-DEPT-IX) NOT = ZEROS
                   IF WS-DT-DIVISION (WS-DEPT-IX) = SPACES
                       MOVE '(NO DIVISION)' TO WS-ROLL-KEY
                   ELSE
                       MOVE WS-DT-DIVISION (WS-DEPT-IX) TO WS-ROLL-KEY
                   END-IF
                   PERFORM 4100-POST-DIVISION
                   IF WS-DT-LOCATION (WS-DEPT-IX) = SPACES
                       MOVE '(NO LOCATION)' TO WS-ROLL-KEY
                   ELSE
                       MOVE WS-DT-LOCATION (WS-DEPT-IX) TO WS-ROLL-KEY
                   END-IF
                   PERFORM 4200-POST-LOCATION
               END-IF
           END-PERFORM.

      *    Finds WS-ROLL-KEY in the table, or opens a slot for it in
      *    name order, and adds the department in.
       4100-POST-DIVISION.
           MOVE 'N' TO WS-ROLL-STOP-SW
           PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                   UNTIL WS-DIV-IX > WS-DIV-COUNT
                   OR WS-ROLL-STOP
               IF WS-DV-NAME (WS-DIV-IX) NOT < WS-ROLL-KEY
                   SET WS-ROLL-STOP TO TRUE
                   SUBTRACT 1 FROM WS-DIV-IX
               END-IF
           END-PERFORM
           IF WS-ROLL-STOP
               IF WS-DV-NAME (WS-DIV-IX) = WS-ROLL-KEY
                   SET WS-ROLL-MATCHED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ROLL-MATCHED
               IF WS-DIV-COUNT < 100
                   PERFORM VARYING WS-SHIFT-IX FROM WS-DIV-COUNT BY -1
                           UNTIL WS-SHIFT-IX < WS-DIV-IX
                       MOVE WS-DIV-ENTRY (WS-SHIFT-IX)
                           TO WS-DIV-ENTRY (WS-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-DIV-COUNT
                   MOVE WS-ROLL-KEY TO WS-DV-NAME (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-ACTUAL (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-BUDGET (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-PRIOR (WS-DIV-IX)
               ELSE
                   DISPLAY 'DATBUDR - DIVISION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           ADD WS-DT-ACTUAL (WS-DEPT-IX) TO WS-DV-ACTUAL (WS-DIV-IX)
           ADD WS-DT-BUDGET (WS-DEPT-IX) TO WS-DV-BUDGET (WS-DIV-IX)
           ADD WS-DT-PRIOR (WS-DEPT-IX)  TO WS-DV-PRIOR (WS-DIV-IX).

       4200-POST-LOCATION.
           MOVE 'N' TO WS-ROLL-STOP-SW
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > WS-LOC-COUNT
                   OR WS-ROLL-STOP
               IF WS-LC-NAME (WS-LOC-IX) NOT < WS-ROLL-KEY
                   SET WS-ROLL-STOP TO TRUE
                   SUBTRACT 1 FROM WS-LOC-IX
               END-IF
           END-PERFORM
           IF WS-ROLL-STOP
               IF WS-LC-NAME (WS-LOC-IX) = WS-ROLL-KEY
                   SET WS-ROLL-MATCHED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ROLL-MATCHED
               IF WS-LOC-COUNT < 100
                   PERFORM VARYING WS-SHIFT-IX FROM WS-LOC-COUNT BY -1
                           UNTIL WS-SHIFT-IX < WS-LOC-IX
                       MOVE WS-LOC-ENTRY (WS-SHIFT-IX)
                           TO WS-LOC-ENTRY (WS-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-ROLL-KEY TO WS-LC-NAME (WS-LOC-IX)
                   MOVE ZEROS       TO WS-LC-ACTUAL (WS-LOC-IX)
                   MOVE ZEROS       TO WS-LC-BUDGET (WS-LOC-IX)
                   MOVE ZEROS       TO WS-LC-PRIOR (WS-LOC-IX)
               ELSE
                   DISPLAY 'DATBUDR - LOCATION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           ADD WS-DT-ACTUAL (WS-DEPT-IX) TO WS-LC-ACTUAL (WS-LOC-IX)
           ADD WS-DT-BUDGET (WS-DEPT-IX) TO WS-LC-BUDGET (WS-LOC-IX)
           ADD WS-DT-PRIOR (WS-DEPT-IX)  TO WS-LC-PRIOR (WS-LOC-IX).

      *    A department prints when it has activity in either
      *    period or a plan; a department with none is noise.
       8000-WRITE-VARIANCE-REPORT.
           MOVE 'BUDGET VS ACTUAL BY DIVISION' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                   UNTIL WS-DIV-IX > WS-DIV-COUNT
               MOVE WS-DV-NAME (WS-DIV-IX)   TO RU-NAME
               MOVE WS-DV-ACTUAL (WS-DIV-IX) TO WS-ROLL-ACTUAL
               MOVE WS-DV-BUDGET (WS-DIV-IX) TO WS-ROLL-BUDGET
               MOVE WS-DV-PRIOR (WS-DIV-IX)  TO WS-ROLL-PRIOR
               PERFORM 8300-WRITE-ROLLUP-LINE
           END-PERFORM
           PERFORM 8200-WRITE-ROLLUP-FOOT

           MOVE 'BUDGET VS ACTUAL BY LOCATION' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > WS-LOC-COUNT
               MOVE WS-LC-NAME (WS-LOC-IX)   TO RU-NAME
               MOVE WS-LC-ACTUAL (WS-LOC-IX) TO WS-ROLL-ACTUAL
               MOVE WS-LC-BUDGET (WS-LOC-IX) TO WS-ROLL-BUDGET
               MOVE WS-LC-PRIOR (WS-LOC-IX)  TO WS-ROLL-PRIOR
               PERFORM 8300-WRITE-ROLLUP-LINE
           END-PERFORM
           PERFORM 8200-WRITE-ROLLUP-FOOT

           WRITE RPT-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-BUDGET (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-ACTUAL (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-PRIOR (WS-DEPT-IX) NOT = ZEROS
                   PERFORM 8100-WRITE-DEPT-LINE
               END-IF
           END-PERFORM
           IF WS-UNK-COUNT > 0
               MOVE ZEROS             TO RL-DEPTNUMB
               MOVE 'UNKNOWN DEPARTMENT' TO RL-DEPTNAME
               MOVE SPACES            TO RL-MGR-NAME
               MOVE WS-UNK-AMOUNT     TO RL-ACTUAL
               MOVE ZEROS             TO RL-BUDGET
               MOVE WS-UNK-PRIOR      TO RL-PRIOR
               MOVE ZEROS             TO RL-VARIANCE
               MOVE SPACES            TO RL-VAR-FLAG
               WRITE RPT-RECORD FROM WS-RPT-DETAIL

           MOVE ZEROS             TO RL-DEPTNUMB
           MOVE 'GRAND TOTAL'     TO RL-DEPTNAME
           MOVE SPACES            TO RL-MGR-NAME
           MOVE WS-GRAND-ACTUAL   TO RL-ACTUAL
           MOVE WS-GRAND-BUDGET   TO RL-BUDGET
           MOVE WS-GRAND-PRIOR    TO RL-PRIOR
           MOVE ZEROS             TO RL-VARIANCE
           MOVE SPACES            TO RL-VAR-FLAG
           WRITE RPT-RECORD FROM WS-RPT-DETAIL

           DISPLAY 'DATBUDR - MONTH=' WS-PARM-MONTH
               ' DETAIL READ=' WS-COUNT-READ
               ' SELECTED=' WS-COUNT-SELECTED
           DISPLAY 'DATBUDR - PRIOR MONTH=' WS-PRIOR-MONTH
               ' DETAIL READ=' WS-COUNT-PRIOR-READ
               ' SELECTED=' WS-COUNT-PRIOR-SELECTED
               ' RESTATED=' WS-COUNT-RESTATED.

       8100-WRITE-DEPT-LINE.
           MOVE WS-DT-NUMB (WS-DEPT-IX)   TO RL-DEPTNUMB
           MOVE WS-DT-NAME (WS-DEPT-IX)   TO RL-DEPTNAME
           MOVE WS-DT-MGR-NAME (WS-DEPT-IX) TO RL-MGR-NAME
           MOVE WS-DT-ACTUAL (WS-DEPT-IX) TO RL-ACTUAL
           MOVE WS-DT-BUDGET (WS-DEPT-IX) TO RL-BUDGET
           MOVE WS-DT-PRIOR (WS-DEPT-IX)  TO RL-PRIOR
           IF WS-DT-BUDGET (WS-DEPT-IX) = ZEROS
               MOVE ZEROS    TO RL-VARIANCE
               MOVE 'NO PLAN' TO RL-VAR-FLAG
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    Activity outside the extract has no division or location;
      *    it closes each summary on its own line ahead of the total.
       8200-WRITE-ROLLUP-FOOT.
           IF WS-UNK-COUNT > 0
               MOVE 'UNKNOWN DEPARTMENT' TO RU-NAME
               MOVE WS-UNK-AMOUNT       TO WS-ROLL-ACTUAL
               MOVE ZEROS               TO WS-ROLL-BUDGET
               MOVE WS-UNK-PRIOR        TO WS-ROLL-PRIOR
               PERFORM 8300-WRITE-ROLLUP-LINE
           END-IF
           MOVE 'TOTAL'             TO RU-NAME
           MOVE WS-GRAND-ACTUAL     TO WS-ROLL-ACTUAL
           MOVE WS-GRAND-BUDGET     TO WS-ROLL-BUDGET
           MOVE WS-GRAND-PRIOR      TO WS-ROLL-PRIOR
           PERFORM 8300-WRITE-ROLLUP-LINE
           MOVE SPACES              TO RPT-RECORD
           WRITE RPT-RECORD.

       8300-WRITE-ROLLUP-LINE.
           MOVE WS-ROLL-ACTUAL TO RU-ACTUAL
           MOVE WS-ROLL-BUDGET TO RU-BUDGET
           MOVE WS-ROLL-PRIOR  TO RU-PRIOR
           IF WS-ROLL-BUDGET = ZEROS
               MOVE ZEROS     TO RU-VARIANCE
               MOVE 'NO PLAN' TO RU-VAR-FLAG
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   ((WS-ROLL-ACTUAL - WS-ROLL-BUDGET)
                    / WS-ROLL-BUDGET) * 100
               MOVE WS-VARIANCE-PCT TO RU-VARIANCE
               IF WS-VARIANCE-PCT < 0
                   MOVE 'BEHIND' TO RU-VAR-FLAG
               ELSE
                   MOVE 'AHEAD' TO RU-VAR-FLAG
               END-IF
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE PRIOR-FILE
           CLOSE BUD-FILE
           CLOSE RPT-FILE.

