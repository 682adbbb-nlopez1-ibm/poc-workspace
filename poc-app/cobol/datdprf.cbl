       ID DIVISION.
       PROGRAM-ID. DATDPRF.
      *----------------------------------------------------------------
      * Monthly department profitability. Accumulates the month's
      * DATPRC detail (PRCFILE generations concatenated on the DD)
      * into net revenue per department - sales plus, refunds minus,
      * voids excluded, same netting as the revenue report - and fee
      * income (PRC-FEE on every transaction), and sets it against
      * the department's staffing cost from the Q.STAFF extract
      * (STFXFILE, DATSTFX layout, cut by DB2STFX): annual SALARY
      * plus COMM, prorated to one twelfth for the month. For each
      * department it shows headcount, net revenue, fee income,
      * staff cost, contribution (net revenue less staff cost), and
      * revenue and fee income per head; a division summary with the
      * same columns prints above the department detail.
      * A department with staff but no activity in the month is
      * flagged NO REVENUE; one with activity but nobody on Q.STAFF
      * is flagged NO STAFF. DEPTNAME and DIVISION come from the
      * Q.ORG extract (ORGFILE); revenue or staff for a department
      * not on the extract report against the UNKNOWN line.
      * Departments reorganized by DATREORG are restated through the
      * crosswalk (XWKFILE) the way DATBUDR restates them: detail
      * under an old department reports under its new department,
      * split by the allocation percents, the transaction counted
      * under the largest share - Q.STAFF already has the staff in
      * the new structure.
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
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT STFX-FILE ASSIGN TO STFXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STFX-STATUS.
           SELECT XWK-FILE ASSIGN TO XWKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.
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
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATORGX.
       FD  STFX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTFX.
       FD  XWK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATXWLK.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(142).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH           PIC X(6).
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-STFX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-XWK-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-DEPT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-DEPT-FOUND                     VALUE 'Y'.
       01  WS-DEPT-IX                  PIC S9(4) COMP.
       01  WS-DEPT-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-NUMB          PIC 9(4).
               10  WS-DT-NAME          PIC X(36).
               10  WS-DT-DIVISION      PIC X(10).
               10  WS-DT-COUNT         PIC 9(7).
               10  WS-DT-NET           PIC S9(9)V99 COMP-3.
               10  WS-DT-FEES          PIC S9(9)V99 COMP-3.
               10  WS-DT-HEAD          PIC 9(5).
               10  WS-DT-COST          PIC S9(9)V99 COMP-3.
      *    Division summary, kept in name order as departments are
      *    posted into it.
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
               10  WS-DV-HEAD          PIC 9(7).
               10  WS-DV-NET           PIC S9(11)V99 COMP-3.
               10  WS-DV-FEES          PIC S9(11)V99 COMP-3.
               10  WS-DV-COST          PIC S9(11)V99 COMP-3.
      *    One line's figures, staged for 8300-WRITE-ROLLUP-LINE.
       01  WS-LINE-FIGURES.
           05  WS-LN-HEAD              PIC 9(7).
           05  WS-LN-NET               PIC S9(11)V99 COMP-3.
           05  WS-LN-FEES              PIC S9(11)V99 COMP-3.
           05  WS-LN-COST              PIC S9(11)V99 COMP-3.
           05  WS-LN-CONTRIB           PIC S9(11)V99 COMP-3.
           05  WS-LN-PER-HEAD          PIC S9(9)V99 COMP-3.
      *    Detail being posted, after netting: sales in, refunds out.
       01  WS-POST-DEPT                PIC 9(4).
       01  WS-POST-OLD-DEPT            PIC 9(4).
       01  WS-POST-NET                 PIC S9(9)V99 COMP-3.
       01  WS-POST-FEE                 PIC S9(9)V99 COMP-3.
       01  WS-POST-NET-SHARE           PIC S9(9)V99 COMP-3.
       01  WS-POST-FEE-SHARE           PIC S9(9)V99 COMP-3.
       01  WS-POST-NET-LEFT            PIC S9(9)V99 COMP-3.
       01  WS-POST-FEE-LEFT            PIC S9(9)V99 COMP-3.
       01  WS-POST-COUNT               PIC 9(1).
       01  WS-MONTH-COST               PIC S9(9)V99 COMP-3.
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
       01  WS-UNKNOWN-TOTALS.
           05  WS-UNK-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-UNK-NET              PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-UNK-FEES             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-UNK-HEAD             PIC 9(5) VALUE ZEROS.
           05  WS-UNK-COST             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-HEAD           PIC 9(7) VALUE ZEROS.
           05  WS-GRAND-NET            PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-FEES           PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-COST           PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SELECTED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-RESTATED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-STFX-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-REVENUE     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-STAFF       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(36) VALUE
               'DEPARTMENT PROFITABILITY FOR MONTH '.
           05  RT-MONTH                PIC X(6).
           05  FILLER                  PIC X(100) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(6)  VALUE ' STAFF'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '    NET REVENUE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '     FEE INCOME'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '     STAFF COST'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '   CONTRIBUTION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               ' REVENUE/HEAD'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               '    FEES/HEAD'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FLAG'.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(4)  VALUE 'DEPT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE 'NAME'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RH-COLUMNS              PIC X(116).
       01  WS-RPT-SECTION-LINE.
           05  RS-TITLE                PIC X(26).
           05  RS-COLUMNS              PIC X(116).
       01  WS-RPT-DETAIL.
           05  RL-DEPTNUMB             PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEPTNAME             PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FIGURES              PIC X(116).
       01  WS-RPT-ROLLUP-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  RU-NAME                 PIC X(20).
           05  RU-FIGURES              PIC X(116).
       01  WS-RPT-FIGURES.
           05  RF-HEAD                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-FEES                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-COST                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-CONTRIB              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-REV-HEAD             PIC -Z,ZZZ,ZZ9.99.
           05  RF-REV-HEAD-X REDEFINES RF-REV-HEAD
                                       PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-FEE-HEAD             PIC -Z,ZZZ,ZZ9.99.
           05  RF-FEE-HEAD-X REDEFINES RF-FEE-HEAD
                                       PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RF-FLAG                 PIC X(10).
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDPRF CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NOT NUMERIC
               DISPLAY 'DATDPRF - BAD MONTH PARM: ' WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-DEPT-TABLE.
           PERFORM 1600-LOAD-CROSSWALK.
           PERFORM 1800-LOAD-STAFFING.

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PRC-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF PRC-TRAN-DATE (1:6) = WS-PARM-MONTH
                           ADD 1 TO WS-COUNT-SELECTED
                           PERFORM 2000-TALLY-ACTUAL
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 3000-ROLL-UP-DEPARTMENTS.
           PERFORM 8000-WRITE-PROFIT-REPORT.
           PERFORM 9000-CLOSE-FILES.
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATDPRF - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'DATDPRF - ORG-FILE OPEN FAILED, STATUS='
                   WS-ORG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT STFX-FILE
           IF WS-STFX-STATUS NOT = '00'
               DISPLAY 'DATDPRF - STFX-FILE OPEN FAILED, STATUS='
                   WS-STFX-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DATDPRF - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDPRF - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1500-LOAD-DEPT-TABLE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ORG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-DEPT-COUNT < 500
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE ORGX-DEPTNUMB
                               TO WS-DT-NUMB (WS-DEPT-COUNT)
                           MOVE ORGX-DEPTNAME
                               TO WS-DT-NAME (WS-DEPT-COUNT)
                           MOVE ORGX-DIVISION
                               TO WS-DT-DIVISION (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-COUNT (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-NET (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-FEES (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-HEAD (WS-DEPT-COUNT)
                           MOVE ZEROS
                               TO WS-DT-COST (WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DATDPRF - DEPT TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE.

      *    Only rows DATREORG has applied, effective by the report
      *    month. The largest share of each old department, first on
      *    a tie, takes the transaction count.
       1600-LOAD-CROSSWALK.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XWK-FILE
                   AT END
                       SET WS-EOF TO TRUE
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
               DISPLAY 'DATDPRF - CROSSWALK TABLE FULL, '
                   'RAISE THE OCCURS AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Annual pay and commission, one twelfth to the month.
       1800-LOAD-STAFFING.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ STFX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-STFX-READ
                       PERFORM 1900-POST-STAFFING
               END-READ
           END-PERFORM
           CLOSE STFX-FILE.

       1900-POST-STAFFING.
           COMPUTE WS-MONTH-COST ROUNDED =
               (STFX-SALARY + STFX-COMM) / 12
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
               IF STFX-DEPT = WS-DT-NUMB (WS-DEPT-IX)
                   SET WS-DEPT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DEPT-IX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               ADD STFX-HEADCOUNT TO WS-DT-HEAD (WS-DEPT-IX)
               ADD WS-MONTH-COST  TO WS-DT-COST (WS-DEPT-IX)
           ELSE
               ADD STFX-HEADCOUNT TO WS-UNK-HEAD
               ADD WS-MONTH-COST  TO WS-UNK-COST
           END-IF
           ADD STFX-HEADCOUNT TO WS-GRAND-HEAD
           ADD WS-MONTH-COST  TO WS-GRAND-COST.

      *    Nets the detail, then posts it under the department it
      *    belongs to in the new structure. The fee is income on
      *    every transaction type, refunds included.
       2000-TALLY-ACTUAL.
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   MOVE PRC-AMOUNT TO WS-POST-NET
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   COMPUTE WS-POST-NET = 0 - PRC-AMOUNT
               WHEN OTHER
                   MOVE ZEROS TO WS-POST-NET
           END-EVALUATE
           MOVE PRC-FEE  TO WS-POST-FEE
           MOVE PRC-DEPT TO WS-POST-DEPT
           MOVE ZEROS TO WS-XW-ROWS
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-IX) = WS-POST-DEPT
                   ADD 1 TO WS-XW-ROWS
               END-IF
           END-PERFORM
           IF WS-XW-ROWS = 0
               MOVE WS-POST-NET TO WS-POST-NET-SHARE
               MOVE WS-POST-FEE TO WS-POST-FEE-SHARE
               MOVE 1 TO WS-POST-COUNT
               PERFORM 2100-POST-SHARE
           ELSE
               PERFORM 2050-SPLIT-OLD-DEPT
           END-IF.

      *    The last share takes the rounding, so the split foots.
       2050-SPLIT-OLD-DEPT.
           ADD 1 TO WS-COUNT-RESTATED
           MOVE WS-POST-DEPT TO WS-POST-OLD-DEPT
           MOVE WS-POST-NET TO WS-POST-NET-LEFT
           MOVE WS-POST-FEE TO WS-POST-FEE-LEFT
           MOVE ZEROS TO WS-XW-SEEN
           PERFORM VARYING WS-XW-JX FROM 1 BY 1
                   UNTIL WS-XW-JX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-JX) = WS-POST-OLD-DEPT
                   ADD 1 TO WS-XW-SEEN
                   IF WS-XW-SEEN = WS-XW-ROWS
                       MOVE WS-POST-NET-LEFT TO WS-POST-NET-SHARE
                       MOVE WS-POST-FEE-LEFT TO WS-POST-FEE-SHARE
                   ELSE
                       COMPUTE WS-POST-NET-SHARE ROUNDED =
                           WS-POST-NET * WS-XW-PCT (WS-XW-JX) / 100
                       COMPUTE WS-POST-FEE-SHARE ROUNDED =
                           WS-POST-FEE * WS-XW-PCT (WS-XW-JX) / 100
                       SUBTRACT WS-POST-NET-SHARE
                           FROM WS-POST-NET-LEFT
                       SUBTRACT WS-POST-FEE-SHARE
                           FROM WS-POST-FEE-LEFT
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
               ADD WS-POST-COUNT     TO WS-DT-COUNT (WS-DEPT-IX)
               ADD WS-POST-NET-SHARE TO WS-DT-NET (WS-DEPT-IX)
               ADD WS-POST-FEE-SHARE TO WS-DT-FEES (WS-DEPT-IX)
           ELSE
               ADD WS-POST-COUNT     TO WS-UNK-COUNT
               ADD WS-POST-NET-SHARE TO WS-UNK-NET
               ADD WS-POST-FEE-SHARE TO WS-UNK-FEES
           END-IF
           ADD WS-POST-NET-SHARE TO WS-GRAND-NET
           ADD WS-POST-FEE-SHARE TO WS-GRAND-FEES.

      *    Posts each department that will print - activity or staff
      *    - into its division. A department the extract carries no
      *    division for rolls up under NO DIVISION, so the summary
      *    foots to the grand total.
       3000-ROLL-UP-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-HEAD (WS-DEPT-IX) > 0
                   OR WS-DT-NET (WS-DEPT-IX) NOT = ZEROS
                   IF WS-DT-DIVISION (WS-DEPT-IX) = SPACES
                       MOVE '(NO DIVISION)' TO WS-ROLL-KEY
                   ELSE
                       MOVE WS-DT-DIVISION (WS-DEPT-IX) TO WS-ROLL-KEY
                   END-IF
                   PERFORM 3100-POST-DIVISION
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
                   MOVE ZEROS       TO WS-DV-HEAD (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-NET (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-FEES (WS-DIV-IX)
                   MOVE ZEROS       TO WS-DV-COST (WS-DIV-IX)
               ELSE
                   DISPLAY 'DATDPRF - DIVISION TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           ADD WS-DT-HEAD (WS-DEPT-IX) TO WS-DV-HEAD (WS-DIV-IX)
           ADD WS-DT-NET (WS-DEPT-IX)  TO WS-DV-NET (WS-DIV-IX)
           ADD WS-DT-FEES (WS-DEPT-IX) TO WS-DV-FEES (WS-DIV-IX)
           ADD WS-DT-COST (WS-DEPT-IX) TO WS-DV-COST (WS-DIV-IX).

       8000-WRITE-PROFIT-REPORT.
           MOVE WS-PARM-MONTH  TO RT-MONTH
           WRITE RPT-RECORD FROM WS-RPT-TITLE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-RPT-COLUMNS TO RS-COLUMNS
           MOVE WS-RPT-COLUMNS TO RH-COLUMNS

           MOVE 'PROFITABILITY BY DIVISION' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-DIV-IX FROM 1 BY 1
                   UNTIL WS-DIV-IX > WS-DIV-COUNT
               MOVE WS-DV-NAME (WS-DIV-IX) TO RU-NAME
               MOVE WS-DV-HEAD (WS-DIV-IX) TO WS-LN-HEAD
               MOVE WS-DV-NET (WS-DIV-IX)  TO WS-LN-NET
               MOVE WS-DV-FEES (WS-DIV-IX) TO WS-LN-FEES
               MOVE WS-DV-COST (WS-DIV-IX) TO WS-LN-COST
               PERFORM 8300-BUILD-FIGURES
               MOVE SPACES TO RF-FLAG
               MOVE WS-RPT-FIGURES TO RU-FIGURES
               WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           END-PERFORM
           PERFORM 8200-WRITE-DIVISION-FOOT

           WRITE RPT-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DT-COUNT (WS-DEPT-IX) > 0
                   OR WS-DT-HEAD (WS-DEPT-IX) > 0
                   OR WS-DT-NET (WS-DEPT-IX) NOT = ZEROS
                   PERFORM 8100-WRITE-DEPT-LINE
               END-IF
           END-PERFORM

           IF WS-UNK-COUNT > 0 OR WS-UNK-HEAD > 0
               MOVE ZEROS             TO RL-DEPTNUMB
               MOVE 'UNKNOWN DEPARTMENT' TO RL-DEPTNAME
               MOVE WS-UNK-HEAD       TO WS-LN-HEAD
               MOVE WS-UNK-NET        TO WS-LN-NET
               MOVE WS-UNK-FEES       TO WS-LN-FEES
               MOVE WS-UNK-COST       TO WS-LN-COST
               PERFORM 8300-BUILD-FIGURES
               MOVE SPACES            TO RF-FLAG
               MOVE WS-RPT-FIGURES    TO RL-FIGURES
               WRITE RPT-RECORD FROM WS-RPT-DETAIL
           END-IF

           MOVE ZEROS             TO RL-DEPTNUMB
           MOVE 'GRAND TOTAL'     TO RL-DEPTNAME
           MOVE WS-GRAND-HEAD     TO WS-LN-HEAD
           MOVE WS-GRAND-NET      TO WS-LN-NET
           MOVE WS-GRAND-FEES     TO WS-LN-FEES
           MOVE WS-GRAND-COST     TO WS-LN-COST
           PERFORM 8300-BUILD-FIGURES
           MOVE SPACES            TO RF-FLAG
           MOVE WS-RPT-FIGURES    TO RL-FIGURES
           WRITE RPT-RECORD FROM WS-RPT-DETAIL

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'DETAIL READ'          TO RPT-LABEL
           MOVE WS-COUNT-READ         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DETAIL IN MONTH'      TO RPT-LABEL
           MOVE WS-COUNT-SELECTED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DETAIL RESTATED'      TO RPT-LABEL
           MOVE WS-COUNT-RESTATED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'STAFF EXTRACT ROWS'   TO RPT-LABEL
           MOVE WS-COUNT-STFX-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'FLAGGED NO REVENUE'   TO RPT-LABEL
           MOVE WS-COUNT-NO-REVENUE   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'FLAGGED NO STAFF'     TO RPT-LABEL
           MOVE WS-COUNT-NO-STAFF     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           DISPLAY 'DATDPRF - MONTH=' WS-PARM-MONTH
               ' DETAIL READ=' WS-COUNT-READ
               ' SELECTED=' WS-COUNT-SELECTED
               ' NO REVENUE=' WS-COUNT-NO-REVENUE
               ' NO STAFF=' WS-COUNT-NO-STAFF.

       8100-WRITE-DEPT-LINE.
           MOVE WS-DT-NUMB (WS-DEPT-IX) TO RL-DEPTNUMB
           MOVE WS-DT-NAME (WS-DEPT-IX) TO RL-DEPTNAME
           MOVE WS-DT-HEAD (WS-DEPT-IX) TO WS-LN-HEAD
           MOVE WS-DT-NET (WS-DEPT-IX)  TO WS-LN-NET
           MOVE WS-DT-FEES (WS-DEPT-IX) TO WS-LN-FEES
           MOVE WS-DT-COST (WS-DEPT-IX) TO WS-LN-COST
           PERFORM 8300-BUILD-FIGURES
           EVALUATE TRUE
               WHEN WS-DT-HEAD (WS-DEPT-IX) > 0
                   AND WS-DT-COUNT (WS-DEPT-IX) = 0
                   MOVE 'NO REVENUE' TO RF-FLAG
                   ADD 1 TO WS-COUNT-NO-REVENUE
               WHEN WS-DT-HEAD (WS-DEPT-IX) = 0
                   MOVE 'NO STAFF'   TO RF-FLAG
                   ADD 1 TO WS-COUNT-NO-STAFF
               WHEN OTHER
                   MOVE SPACES       TO RF-FLAG
           END-EVALUATE
           MOVE WS-RPT-FIGURES TO RL-FIGURES
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    Activity or staff outside the extract has no division; it
      *    closes the summary on its own line ahead of the total.
       8200-WRITE-DIVISION-FOOT.
           IF WS-UNK-COUNT > 0 OR WS-UNK-HEAD > 0
               MOVE 'UNKNOWN DEPARTMENT' TO RU-NAME
               MOVE WS-UNK-HEAD         TO WS-LN-HEAD
               MOVE WS-UNK-NET          TO WS-LN-NET
               MOVE WS-UNK-FEES         TO WS-LN-FEES
               MOVE WS-UNK-COST         TO WS-LN-COST
               PERFORM 8300-BUILD-FIGURES
               MOVE SPACES              TO RF-FLAG
               MOVE WS-RPT-FIGURES      TO RU-FIGURES
               WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           END-IF
           MOVE 'TOTAL'             TO RU-NAME
           MOVE WS-GRAND-HEAD       TO WS-LN-HEAD
           MOVE WS-GRAND-NET        TO WS-LN-NET
           MOVE WS-GRAND-FEES       TO WS-LN-FEES
           MOVE WS-GRAND-COST       TO WS-LN-COST
           PERFORM 8300-BUILD-FIGURES
           MOVE SPACES              TO RF-FLAG
           MOVE WS-RPT-FIGURES      TO RU-FIGURES
           WRITE RPT-RECORD FROM WS-RPT-ROLLUP-LINE
           MOVE SPACES              TO RPT-RECORD
           WRITE RPT-RECORD.

      *    Contribution is net revenue less staff cost. Per-head
      *    figures are left blank where nobody is on the staff.
       8300-BUILD-FIGURES.
           COMPUTE WS-LN-CONTRIB = WS-LN-NET - WS-LN-COST
           MOVE WS-LN-HEAD    TO RF-HEAD
           MOVE WS-LN-NET     TO RF-NET
           MOVE WS-LN-FEES    TO RF-FEES
           MOVE WS-LN-COST    TO RF-COST
           MOVE WS-LN-CONTRIB TO RF-CONTRIB
           IF WS-LN-HEAD = 0
               MOVE SPACES TO RF-REV-HEAD-X
               MOVE SPACES TO RF-FEE-HEAD-X
           ELSE
               COMPUTE WS-LN-PER-HEAD ROUNDED =
                   WS-LN-NET / WS-LN-HEAD
               MOVE WS-LN-PER-HEAD TO RF-REV-HEAD
               COMPUTE WS-LN-PER-HEAD ROUNDED =
                   WS-LN-FEES / WS-LN-HEAD
               MOVE WS-LN-PER-HEAD TO RF-FEE-HEAD
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATDPRF'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
