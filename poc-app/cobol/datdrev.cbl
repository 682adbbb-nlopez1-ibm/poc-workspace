      * to the NET TRAN AMOUNT line on DATBATCH's control report.
      * A department on the detail but missing from the extract is
      * reported against an UNKNOWN line rather than dropped.
      * A date that took intraday cycles (DATICYC) has their detail
      * concatenated behind the end-of-day generation on PRCFILE, so
      * the report covers the whole processing date and the grand
      * total ties to the sum of the date's DATBATCH runs.
      * A PRIOR NET column sets each line against the previous
      * night's detail (PRIORPRC, same layout). Departments
      * reorganized by DATREORG are restated through the crosswalk
      * (XWKFILE): detail under an old department, either night, is
      * reported under its new department - split by the allocation
      * percents, the transaction counted under the largest share -
      * so the comparison reads in the new structure and the grand
      * total still ties to DATBATCH.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-08-22  Initial version.
      *   2026-09-02  Appends a DATICR interface-control record for
      *               the PRCFILE detail read in, for the DATCHNR
      *               chain reconciliation.
      *   2026-10-05  Dispute postings net with the sales and
      *               refunds: a re-presentment (RP) adds like a
      *               sale, a chargeback (CB) subtracts like a
      *               refund, matching DATBATCH's NET TRAN AMOUNT.
      *   2026-10-05  Manual adjustments net the same way: an
      *               adjustment credit (AC) adds like a sale, an
      *               adjustment debit (AD) subtracts like a refund.
      *   2026-10-05  Division subtotals and a location summary now
      *               print above the department detail, from the
      *               DIVISION and LOCATION columns on the extract,
      *               each summary footing to the grand total; the
      *               department line carries the manager's name.
      *               Department names print at 26 to make room.
      *   2026-10-05  Prior-night net column from PRIORPRC, and both
      *               nights restated through the crosswalk for
      *               departments reorganized by DATREORG.
      *               RPT-RECORD widened to 90.
      *   2026-10-05  PRCFILE now carries the whole processing date:
      *               the end-of-day generation with the day's
      *               intraday cycles (DATICYC) concatenated behind
      *               it, and PRIORPRC the prior date's the same way,
      *               so the report and its grand total cover every
      *               cycle once. The DATICR record carries the RUNCTL
      *               processing cycle (ICR-CYCLE) for DATCHNR.
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
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(90).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       COPY DATICR.
       WORKING-STORAGE SECTION.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-PRIOR-STATUS             PIC X(2)  VALUE '00'.
       01  WS-XWK-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
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
      *    Applied crosswalk rows in effect by the run date.
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
               10  WS-DT-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-DT-PRIOR         PIC S9(9)V99 COMP-3.
      *    Division and location roll-ups, each kept in name order
      *    as departments are posted into it.
       01  WS-ROLL-KEY                 PIC X(13).
       01  WS-ROLL-STOP-SW             PIC X(1)  VALUE 'N'.
           88  WS-ROLL-STOP                      VALUE 'Y'.
           88  WS-ROLL-MATCHED                   VALUE 'M'.
       01  WS-SHIFT-IX                 PIC S9(4) COMP.
       01  WS-DIV-IX                   PIC S9(4) COMP.
       01  WS-DIV-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES.
               10  WS-DV-NAME          PIC X(13).
               10  WS-DV-COUNT         PIC 9(7).
               10  WS-DV-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-DV-PRIOR         PIC S9(9)V99 COMP-3.
       01  WS-LOC-IX                   PIC S9(4) COMP.
       01  WS-LOC-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 100 TIMES.
               10  WS-LC-NAME          PIC X(13).
               10  WS-LC-COUNT         PIC 9(7).
               10  WS-LC-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-LC-PRIOR         PIC S9(9)V99 COMP-3.
       01  WS-UNKNOWN-TOTALS.
           05  WS-UNK-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-UNK-AMOUNT           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-UNK-PRIOR            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-GRAND-AMOUNT         PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-PRIOR          PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-COUNT-PRIOR-READ         PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-RESTATED           PIC 9(7)  VALUE ZEROS.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-CYCLE                PIC 9(2)  VALUE 1.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(4)  VALUE 'DEPT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'MANAGER'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE '  COUNT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               '      NET AMOUNT'.
           05  FILLER                  PIC X(16) VALUE
               '       PRIOR NET'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-DEPTNUMB             PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEPTNAME             PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-MGR-NAME             PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-PRIOR                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  RS-TITLE                PIC X(45).
           05  FILLER                  PIC X(7)  VALUE '  COUNT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               '      NET AMOUNT'.
           05  FILLER                  PIC X(16) VALUE
               '       PRIOR NET'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-ROLLUP-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  RU-NAME                 PIC X(39).
           05  RU-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RU-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RU-PRIOR                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-DEPT-TABLE.
           PERFORM 1600-LOAD-CROSSWALK.

           SET WS-CURRENT-PERIOD TO TRUE
           PERFORM UNTIL WS-PRC-EOF
               READ PRC-FILE
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       MOVE PRC-DEPT      TO WS-POST-DEPT
                       MOVE PRC-TRAN-TYPE TO WS-POST-TYPE
                       MOVE PRC-AMOUNT    TO WS-POST-AMOUNT
                       PERFORM 2000-TALLY-TRANSACTION
                       ADD 1 TO WS-GRAND-COUNT
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
                       MOVE PRIOR-DEPT      TO WS-POST-DEPT
                       MOVE PRIOR-TRAN-TYPE TO WS-POST-TYPE
                       MOVE PRIOR-AMOUNT    TO WS-POST-AMOUNT
                       PERFORM 2000-TALLY-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM 3000-ROLL-UP-DEPARTMENTS.
           PERFORM 8000-WRITE-REVENUE-REPORT.
           PERFORM 9000-CLOSE-FILES.
           MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'DATDREV - PRIOR-FILE OPEN FAILED, STATUS='
                   WS-PRIOR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DATDREV - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'DATDREV - ORG-FILE OPEN FAILED, STATUS='
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
                               TO WS-DT-AMOUNT (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-PRIOR (WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DATDREV - DEPT TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
           END-PERFORM
           CLOSE ORG-FILE.

      *    Only rows DATREORG has applied, effective by the run
      *    date. The largest share of each old department, first on
      *    a tie, takes the transaction count.
       1600-LOAD-CROSSWALK.
           PERFORM UNTIL WS-XWK-EOF
               READ XWK-FILE
                   AT END
                       SET WS-XWK-EOF TO TRUE
                   NOT AT END
                       IF XWK-APPLIED-DATE NOT = SPACES
                           AND XWK-EFF-DATE NOT > WS-RUN-DATE
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
               DISPLAY 'DATDREV - CROSSWALK TABLE FULL, '
                   'RAISE THE OCCURS AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Nets the detail in WS-POST- fields, then posts it under
      *    the department it belongs to in the new structure.
       2000-TALLY-TRANSACTION.
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

      *    The prior night adds to the prior column only; counts are
      *    tonight's.
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
           EVALUATE TRUE
               WHEN WS-DEPT-FOUND AND WS-CURRENT-PERIOD
                   ADD WS-POST-COUNT TO WS-DT-COUNT (WS-DEPT-IX)
                   ADD WS-POST-SHARE TO WS-DT-AMOUNT (WS-DEPT-IX)
                   ADD WS-POST-SHARE TO WS-GRAND-AMOUNT
               WHEN WS-DEPT-FOUND
                   ADD WS-POST-SHARE TO WS-DT-PRIOR (WS-DEPT-IX)
                   ADD WS-POST-SHARE TO WS-GRAND-PRIOR
               WHEN WS-CURRENT-PERIOD
                   ADD WS-POST-COUNT TO WS-UNK-COUNT
                   ADD WS-POST-SHARE TO WS-UNK-AMOUNT
                   ADD WS-POST-SHARE TO WS-GRAND-AMOUNT
               WHEN OTHER
                   ADD WS-POST-SHARE TO WS-UNK-PRIOR
                   ADD WS-POST-SHARE TO WS-GRAND-PRIOR
           END-EVALUATE.

      *    Posts each department with activity, either night, into
      *    its division
      *    and its location. A department the extract carries no
      *    division or location for is rolled up under NO DIVISION
      *    / NO LOCATION, so both summaries foot to the grand total.
       3000-ROLL-UP-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-AMOUNT (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-PRIOR (WS-DEPT-IX) NOT = ZEROS
                   IF WS-DT-DIVISION (WS-DEPT-IX) = SPACES
                       MOVE '(NO DIVISION)' TO WS-ROLL-KEY
                   ELSE
                       MOVE WS-DT-DIVISION (WS-DEPT-IX) TO WS-ROLL-KEY
                   END-IF
                   PERFORM 3100-POST-DIVISION
                   IF WS-DT-LOCATION (WS-DEPT-IX) = SPACES
                       MOVE '(NO LOCATION)' TO WS-ROLL-KEY
                   ELSE
                       MOVE WS-DT-LOCATION (WS-DEPT-IX) TO WS-ROLL-KEY
                   END-IF
                   PERFORM 3200-POST-LOCATION
               END-IF
           END-PERFORM.

      *    Finds WS-ROLL-KEY in the division table, or opens a slot
      *    for it in name order, and adds the department in.
       3100-POST-DIVISION.
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
                   MOVE ZEROS       TO WS-DV-COUNT (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-AMOUNT (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-PRIOR (WS-DIV-IX)
               ELSE
                   DISPLAY 'DATDREV - DIVISION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           ADD WS-DT-COUNT (WS-DEPT-IX)  TO WS-DV-COUNT (WS-DIV-IX)
           ADD WS-DT-AMOUNT (WS-DEPT-IX) TO WS-DV-AMOUNT (WS-DIV-IX)
           ADD WS-DT-PRIOR (WS-DEPT-IX)  TO WS-DV-PRIOR (WS-DIV-IX).

       3200-POST-LOCATION.
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
                   MOVE ZEROS       TO WS-LC-COUNT (WS-LOC-IX)
                   MOVE ZEROS       TO WS-LC-AMOUNT (WS-LOC-IX)
                   MOVE ZEROS       TO WS-LC-PRIOR (WS-LOC-IX)
               ELSE
                   DISPLAY 'DATDREV - LOCATION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           ADD WS-DT-COUNT (WS-DEPT-IX)  TO WS-LC-COUNT (WS-LOC-IX)
           ADD WS-DT-AMOUNT (WS-DEPT-IX) TO WS-LC-AMOUNT (WS-LOC-IX)
           ADD WS-DT-PRIOR (WS-DEPT-IX)  TO WS-LC-PRIOR (WS-LOC-IX).

       8000-WRITE-REVENUE-REPORT.
           MOVE 'REVENUE BY DIVISION' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                   UNTIL WS-DIV-IX > WS-DIV-COUNT
               MOVE WS-DV-NAME (WS-DIV-IX)   TO RU-NAME
               MOVE WS-DV-COUNT (WS-DIV-IX)  TO RU-COUNT
               MOVE WS-DV-AMOUNT (WS-DIV-IX) TO RU-AMOUNT
               MOVE WS-DV-PRIOR (WS-DIV-IX)  TO RU-PRIOR
               WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           END-PERFORM
           PERFORM 8200-WRITE-ROLLUP-FOOT

           MOVE 'REVENUE BY LOCATION' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > WS-LOC-COUNT
               MOVE WS-LC-NAME (WS-LOC-IX)   TO RU-NAME
               MOVE WS-LC-COUNT (WS-LOC-IX)  TO RU-COUNT
               MOVE WS-LC-AMOUNT (WS-LOC-IX) TO RU-AMOUNT
               MOVE WS-LC-PRIOR (WS-LOC-IX)  TO RU-PRIOR
               WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           END-PERFORM
           PERFORM 8200-WRITE-ROLLUP-FOOT

           WRITE RPT-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-AMOUNT (WS-DEPT-IX) NOT = ZEROS
                   OR WS-DT-PRIOR (WS-DEPT-IX) NOT = ZEROS
                   MOVE WS-DT-NUMB (WS-DEPT-IX)   TO RL-DEPTNUMB
                   MOVE WS-DT-NAME (WS-DEPT-IX)   TO RL-DEPTNAME
                   MOVE WS-DT-MGR-NAME (WS-DEPT-IX) TO RL-MGR-NAME
                   MOVE WS-DT-COUNT (WS-DEPT-IX)  TO RL-COUNT
                   MOVE WS-DT-AMOUNT (WS-DEPT-IX) TO RL-AMOUNT
                   MOVE WS-DT-PRIOR (WS-DEPT-IX)  TO RL-PRIOR
                   WRITE RPT-RECORD FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM

           IF WS-UNK-COUNT > 0 OR WS-UNK-PRIOR NOT = ZEROS
               MOVE ZEROS             TO RL-DEPTNUMB
               MOVE 'UNKNOWN DEPARTMENT' TO RL-DEPTNAME
               MOVE SPACES            TO RL-MGR-NAME
               MOVE WS-UNK-COUNT      TO RL-COUNT
               MOVE WS-UNK-AMOUNT     TO RL-AMOUNT
               MOVE WS-UNK-PRIOR      TO RL-PRIOR
               WRITE RPT-RECORD FROM WS-RPT-DETAIL
           END-IF

           MOVE ZEROS             TO RL-DEPTNUMB
           MOVE 'GRAND TOTAL'     TO RL-DEPTNAME
           MOVE SPACES            TO RL-MGR-NAME
           MOVE WS-GRAND-COUNT    TO RL-COUNT
           MOVE WS-GRAND-AMOUNT   TO RL-AMOUNT
           MOVE WS-GRAND-PRIOR    TO RL-PRIOR
           WRITE RPT-RECORD FROM WS-RPT-DETAIL

           DISPLAY 'DATDREV - TRANSACTIONS=' WS-GRAND-COUNT
               ' UNKNOWN-DEPT=' WS-UNK-COUNT
               ' PRIOR=' WS-COUNT-PRIOR-READ
               ' RESTATED=' WS-COUNT-RESTATED.

      *    Activity outside the extract has no division or location;
      *    it closes each summary on its own line ahead of the total.
       8200-WRITE-ROLLUP-FOOT.
           IF WS-UNK-COUNT > 0 OR WS-UNK-PRIOR NOT = ZEROS
               MOVE 'UNKNOWN DEPARTMENT' TO RU-NAME
               MOVE WS-UNK-COUNT        TO RU-COUNT
               MOVE WS-UNK-AMOUNT       TO RU-AMOUNT
               MOVE WS-UNK-PRIOR        TO RU-PRIOR
               WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           END-IF
           MOVE 'TOTAL'             TO RU-NAME
           MOVE WS-GRAND-COUNT      TO RU-COUNT
           MOVE WS-GRAND-AMOUNT     TO RU-AMOUNT
           MOVE WS-GRAND-PRIOR      TO RU-PRIOR
           WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           MOVE SPACES              TO RPT-RECORD
           WRITE RPT-RECORD.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE PRIOR-FILE
           CLOSE RPT-FILE.

       9700-WRITE-INTERFACE-COUNTS.
               MOVE SPACES          TO DATICR-RECORD
               MOVE 'DATDREV'       TO ICR-PROGRAM
               MOVE WS-RUN-DATE     TO ICR-RUN-DATE
               MOVE WS-RUN-CYCLE    TO ICR-CYCLE
               MOVE 'PRCFILE'       TO ICR-DDNAME
               MOVE 'IN'            TO ICR-DIRECTION
               MOVE WS-GRAND-COUNT  TO ICR-COUNT
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO WS-RUN-DATE
           MOVE RUN-CTL-CYCLE TO WS-RUN-CYCLE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
