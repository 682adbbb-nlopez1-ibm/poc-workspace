       ID DIVISION.
       PROGRAM-ID. DATREORG.
      *----------------------------------------------------------------
      * Applies a department reorganization to the files that carry a
      * department number, once DB2MAINT has merged or split the
      * departments on Q.ORG. The SYSIN card names the effective date;
      * that date's rows on the crosswalk (XWKFILE, DATXWLK layout)
      * say where each old department goes and, for a split, in what
      * proportion.
      *   - Open transactions on TRAN-FILE (awaiting posting, held
      *     for review or value-dated) move to the new department.
      *     Posted history is left as it was; the revenue reports
      *     restate it through the crosswalk.
      *   - Employees on EMPFILE move to the new department.
      *   - The old department's BUDFILE rows from the effective
      *     month to the end of that year are deleted and their
      *     amounts added into the new departments' rows for the
      *     same months, split by the allocation percents (the last
      *     share takes the rounding, so the plan total is kept).
      * A transaction or an employee cannot be split: it goes to the
      * old department's largest share. Q.STAFF is remapped the same
      * way by DB2REORG, the next step of the job.
      * The crosswalk rows are checked before anything is touched:
      * numeric, percents 0-100 totalling 100.00 per old department,
      * new department on the Q.ORG extract. Any error stops the run
      * RC 8 with nothing changed. The rows applied are stamped with
      * the run date, and a date already applied is refused (RC 4)
      * so a rerun cannot split a retained share a second time.
      * The report lists every record remapped, before and after.
      * SYSIN parameter card: cols 1-8 effective date YYYYMMDD.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XWK-FILE ASSIGN TO XWKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT EMP-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-KEY
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BUD-FILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XWK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATXWLK.
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATORGX.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
       FD  BUD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATBUDG.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-EFF-DATE        PIC X(8).
       01  WS-XWK-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-EMP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-BUD-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZEROS.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-DEPT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-DEPT-FOUND                     VALUE 'Y'.
       01  WS-OLD-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-OLD-FOUND                      VALUE 'Y'.
       01  WS-ORG-IX                   PIC S9(4) COMP.
       01  WS-ORG-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 500 TIMES.
               10  WS-OT-NUMB          PIC 9(4).
      *    The effective date's crosswalk rows.
       01  WS-XW-IX                    PIC S9(4) COMP.
       01  WS-XW-JX                    PIC S9(4) COMP.
       01  WS-XW-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-XW-TABLE.
           05  WS-XW-ENTRY OCCURS 200 TIMES.
               10  WS-XW-OLD           PIC 9(4).
               10  WS-XW-NEW           PIC 9(4).
               10  WS-XW-PCT           PIC 9(3)V99.
               10  WS-XW-PRIMARY-SW    PIC X(1).
                   88  WS-XW-PRIMARY             VALUE 'Y'.
       01  WS-PCT-TOTAL                PIC 9(5)V99.
       01  WS-LOOK-DEPT                PIC 9(4).
       01  WS-PRIMARY-NEW              PIC 9(4).
       01  WS-OLD-DEPT                 PIC 9(4).
       01  WS-OLD-ROWS                 PIC S9(4) COMP.
       01  WS-OLD-SEEN                 PIC S9(4) COMP.
      *    One old department's remaining-year budget rows.
       01  WS-BM-IX                    PIC S9(4) COMP.
       01  WS-BM-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY OCCURS 12 TIMES.
               10  WS-BM-MONTH         PIC X(6).
               10  WS-BM-AMOUNT        PIC S9(9)V99 COMP-3.
       01  WS-SHARE                    PIC S9(9)V99 COMP-3.
       01  WS-SHARE-LEFT               PIC S9(9)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-XWK-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ALREADY        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ERRORS         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-TRAN-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-TRAN-MOVED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-EMP-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-EMP-MOVED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-BUD-MOVED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-BUD-SHARES     PIC 9(7) VALUE ZEROS.
       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(40) VALUE
               'DEPARTMENT REORGANIZATION EFFECTIVE     '.
           05  RT-EFF-DATE             PIC X(8).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-RPT-SECTION.
           05  RS-TITLE                PIC X(80).
       01  WS-RPT-XWK-LINE.
           05  FILLER                  PIC X(10) VALUE 'CROSSWALK '.
           05  RX-OLD-DEPT             PIC X(4).
           05  FILLER                  PIC X(4)  VALUE ' -> '.
           05  RX-NEW-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RX-PCT                  PIC ZZ9.99.
           05  RX-PCT-X REDEFINES RX-PCT
                                       PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RX-REASON               PIC X(36).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-RPT-REMAP-LINE.
           05  RM-FILE                 PIC X(8).
           05  RM-KEY                  PIC X(8).
           05  RM-OLD-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE ' -> '.
           05  RM-NEW-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RM-NOTE                 PIC X(36).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-RPT-BUDGET-HEAD.
           05  FILLER                  PIC X(40) VALUE
               'BUDGET  MONTH   OLD     NEW      OLD ROW'.
           05  FILLER                  PIC X(40) VALUE
               '          SHARE MOVED    NEW ROW AFTER  '.
       01  WS-RPT-BUDGET-LINE.
           05  FILLER                  PIC X(8)  VALUE 'BUDGET'.
           05  RB-MONTH                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RB-OLD-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE ' -> '.
           05  RB-NEW-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RB-BEFORE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RB-SHARE                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RB-AFTER                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATREORG CONTROL RP'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-EFF-DATE NOT NUMERIC
               DISPLAY 'DATREORG - BAD EFFECTIVE DATE PARM: '
                   WS-PARM-EFF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-ORG-TABLE.
           MOVE WS-PARM-EFF-DATE TO RT-EFF-DATE
           WRITE RPT-RECORD FROM WS-RPT-TITLE
           PERFORM 2000-LOAD-CROSSWALK.

           EVALUATE TRUE
               WHEN WS-XW-COUNT = 0 AND WS-COUNT-ERRORS = 0
                   AND WS-COUNT-ALREADY = 0
                   DISPLAY 'DATREORG - NO CROSSWALK ROWS EFFECTIVE '
                       WS-PARM-EFF-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-ALREADY > 0
                   AND WS-XW-COUNT = 0 AND WS-COUNT-ERRORS = 0
                   DISPLAY 'DATREORG - REORGANIZATION EFFECTIVE '
                       WS-PARM-EFF-DATE ' IS ALREADY APPLIED'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-COUNT-ALREADY > 0
                   DISPLAY 'DATREORG - CROSSWALK ROWS EFFECTIVE '
                       WS-PARM-EFF-DATE ' ARE PARTLY APPLIED - '
                       'CORRECT XWKFILE BEFORE RERUNNING'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2500-VALIDATE-CROSSWALK
                   IF WS-COUNT-ERRORS > 0
                       DISPLAY 'DATREORG - ' WS-COUNT-ERRORS
                           ' CROSSWALK ERROR(S) - NOTHING APPLIED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           IF RETURN-CODE > 0
               PERFORM 8000-WRITE-CONTROL-TOTALS
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 2800-MARK-PRIMARY-SHARES.
           PERFORM 2900-OPEN-MASTER-FILES.
           PERFORM 3000-REMAP-TRANSACTIONS.
           PERFORM 4000-REMAP-EMPLOYEES.
           PERFORM 5000-MOVE-BUDGETS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 6000-STAMP-CROSSWALK.

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DATREORG - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'DATREORG - ORG-FILE OPEN FAILED, STATUS='
                   WS-ORG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATREORG - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1500-LOAD-ORG-TABLE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ORG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ORG-COUNT < 500
                           ADD 1 TO WS-ORG-COUNT
                           MOVE ORGX-DEPTNUMB
                               TO WS-OT-NUMB (WS-ORG-COUNT)
                       ELSE
                           DISPLAY 'DATREORG - DEPT TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE.

      *    Only the effective date's rows are kept. A row already
      *    stamped applied is counted, not loaded.
       2000-LOAD-CROSSWALK.
           MOVE 'CROSSWALK ROWS CHECKED' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XWK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-XWK-READ
                       IF XWK-EFF-DATE = WS-PARM-EFF-DATE
                           PERFORM 2100-KEEP-CROSSWALK-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XWK-FILE.

       2100-KEEP-CROSSWALK-ROW.
           MOVE XWK-OLD-DEPT  TO RX-OLD-DEPT
           MOVE XWK-NEW-DEPT  TO RX-NEW-DEPT
           IF XWK-ALLOC-PCT NUMERIC
               MOVE XWK-ALLOC-PCT TO RX-PCT
           ELSE
               MOVE SPACES TO RX-PCT-X
           END-IF
           EVALUATE TRUE
               WHEN XWK-APPLIED-DATE NOT = SPACES
                   ADD 1 TO WS-COUNT-ALREADY
                   MOVE 'ALREADY APPLIED' TO RX-REASON
                   WRITE RPT-RECORD FROM WS-RPT-XWK-LINE
               WHEN XWK-OLD-DEPT NOT NUMERIC
                   OR XWK-NEW-DEPT NOT NUMERIC
                   OR XWK-ALLOC-PCT NOT NUMERIC
                   MOVE 'ROW NOT NUMERIC' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN WS-XW-COUNT < 200
                   ADD 1 TO WS-XW-COUNT
                   MOVE XWK-OLD-DEPT  TO WS-XW-OLD (WS-XW-COUNT)
                   MOVE XWK-NEW-DEPT  TO WS-XW-NEW (WS-XW-COUNT)
                   MOVE XWK-ALLOC-PCT TO WS-XW-PCT (WS-XW-COUNT)
                   MOVE 'N' TO WS-XW-PRIMARY-SW (WS-XW-COUNT)
               WHEN OTHER
                   DISPLAY 'DATREORG - CROSSWALK TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE RPT-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       2400-REPORT-CROSSWALK-ERROR.
           WRITE RPT-RECORD FROM WS-RPT-XWK-LINE
           ADD 1 TO WS-COUNT-ERRORS.

      *    Every row is checked, so one run lists every error.
       2500-VALIDATE-CROSSWALK.
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               PERFORM 2600-VALIDATE-ONE-ROW
           END-PERFORM.

       2600-VALIDATE-ONE-ROW.
           MOVE WS-XW-OLD (WS-XW-IX) TO RX-OLD-DEPT
           MOVE WS-XW-NEW (WS-XW-IX) TO RX-NEW-DEPT
           MOVE WS-XW-PCT (WS-XW-IX) TO RX-PCT
           MOVE ZEROS TO WS-PCT-TOTAL
           MOVE 'N' TO WS-OLD-FOUND-SW
           PERFORM VARYING WS-XW-JX FROM 1 BY 1
                   UNTIL WS-XW-JX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-JX) = WS-XW-OLD (WS-XW-IX)
                   ADD WS-XW-PCT (WS-XW-JX) TO WS-PCT-TOTAL
                   IF WS-XW-JX < WS-XW-IX
                       AND WS-XW-NEW (WS-XW-JX) = WS-XW-NEW (WS-XW-IX)
                       SET WS-OLD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-XW-NEW (WS-XW-IX) TO WS-LOOK-DEPT
           PERFORM 2700-FIND-ORG-DEPT
           EVALUATE TRUE
               WHEN WS-XW-PCT (WS-XW-IX) = ZEROS
                   OR WS-XW-PCT (WS-XW-IX) > 100
                   MOVE 'ALLOCATION PERCENT NOT 0-100' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN WS-XW-OLD (WS-XW-IX) = WS-XW-NEW (WS-XW-IX)
                   AND WS-XW-PCT (WS-XW-IX) = 100
                   MOVE 'MOVES DEPARTMENT TO ITSELF' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN WS-OLD-FOUND
                   MOVE 'DUPLICATE OLD/NEW PAIR' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN WS-PCT-TOTAL NOT = 100
                   MOVE 'SPLIT PERCENTS DO NOT TOTAL 100' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN NOT WS-DEPT-FOUND
                   MOVE 'NEW DEPT NOT ON Q.ORG' TO RX-REASON
                   PERFORM 2400-REPORT-CROSSWALK-ERROR
               WHEN OTHER
                   MOVE 'ACCEPTED' TO RX-REASON
                   WRITE RPT-RECORD FROM WS-RPT-XWK-LINE
           END-EVALUATE.

       2700-FIND-ORG-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-ORG-IX FROM 1 BY 1
                   UNTIL WS-ORG-IX > WS-ORG-COUNT
                   OR WS-DEPT-FOUND
               IF WS-LOOK-DEPT = WS-OT-NUMB (WS-ORG-IX)
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    The largest share of each old department - the first such
      *    row on a tie - takes whatever cannot be divided.
       2800-MARK-PRIMARY-SHARES.
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

      *    Sets WS-OLD-FOUND and WS-PRIMARY-NEW for WS-LOOK-DEPT.
       2850-FIND-PRIMARY-SHARE.
           MOVE 'N' TO WS-OLD-FOUND-SW
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
                   OR WS-OLD-FOUND
               IF WS-XW-OLD (WS-XW-IX) = WS-LOOK-DEPT
                   AND WS-XW-PRIMARY (WS-XW-IX)
                   SET WS-OLD-FOUND TO TRUE
                   MOVE WS-XW-NEW (WS-XW-IX) TO WS-PRIMARY-NEW
               END-IF
           END-PERFORM.

       2900-OPEN-MASTER-FILES.
           OPEN I-O TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATREORG - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'DATREORG - EMP-FILE OPEN FAILED, STATUS='
                   WS-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O BUD-FILE
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'DATREORG - BUD-FILE OPEN FAILED, STATUS='
                   WS-BUD-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE EMP-FILE
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Open items only - awaiting posting, held or value-dated.
      *    Posted and rejected history keeps its department.
       3000-REMAP-TRANSACTIONS.
           MOVE 'OPEN TRANSACTIONS REMAPPED' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-TRAN-READ
                       IF TRAN-UNPROCESSED OR TRAN-HELD
                           OR TRAN-FUTURE
                           PERFORM 3100-REMAP-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

       3100-REMAP-ONE-TRANSACTION.
           MOVE TRAN-DEPT TO WS-LOOK-DEPT
           PERFORM 2850-FIND-PRIMARY-SHARE
           IF WS-OLD-FOUND AND WS-PRIMARY-NEW NOT = TRAN-DEPT
               MOVE 'TRAN'         TO RM-FILE
               MOVE TRAN-ID        TO RM-KEY
               MOVE TRAN-DEPT      TO RM-OLD-DEPT
               MOVE WS-PRIMARY-NEW TO RM-NEW-DEPT
               MOVE SPACES         TO RM-NOTE
               STRING TRAN-DATE ' ' TRAN-TYPE ' STATUS '
                   TRAN-STATUS DELIMITED BY SIZE INTO RM-NOTE
               MOVE WS-PRIMARY-NEW TO TRAN-DEPT
               REWRITE DATTRAN-RECORD
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'DATREORG - TRAN-FILE REWRITE FAILED, '
                       'STATUS=' WS-TRAN-STATUS
                       ' FOR TRAN-ID=' TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   CLOSE RPT-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               WRITE RPT-RECORD FROM WS-RPT-REMAP-LINE
               ADD 1 TO WS-COUNT-TRAN-MOVED
           END-IF.

       4000-REMAP-EMPLOYEES.
           MOVE 'EMPLOYEES REMAPPED' TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-EMP-READ
                       PERFORM 4100-REMAP-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       4100-REMAP-ONE-EMPLOYEE.
           MOVE EMP-DEPT TO WS-LOOK-DEPT
           PERFORM 2850-FIND-PRIMARY-SHARE
           IF WS-OLD-FOUND AND WS-PRIMARY-NEW NOT = EMP-DEPT
               MOVE 'EMP'          TO RM-FILE
               MOVE EMP-ID         TO RM-KEY
               MOVE EMP-DEPT       TO RM-OLD-DEPT
               MOVE WS-PRIMARY-NEW TO RM-NEW-DEPT
               MOVE EMP-NAME       TO RM-NOTE
               MOVE WS-PRIMARY-NEW TO EMP-DEPT
               REWRITE DATEMPL-RECORD
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY 'DATREORG - EMP-FILE REWRITE FAILED, '
                       'STATUS=' WS-EMP-STATUS
                       ' FOR EMP-ID=' EMP-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   CLOSE RPT-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               WRITE RPT-RECORD FROM WS-RPT-REMAP-LINE
               ADD 1 TO WS-COUNT-EMP-MOVED
           END-IF.

      *    Each old department once - at its first crosswalk row.
       5000-MOVE-BUDGETS.
           MOVE 'BUDGET ROWS MOVED - EFFECTIVE MONTH TO YEAR END'
               TO RS-TITLE
           WRITE RPT-RECORD FROM WS-RPT-SECTION
           WRITE RPT-RECORD FROM WS-RPT-BUDGET-HEAD
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               MOVE 'N' TO WS-OLD-FOUND-SW
               PERFORM VARYING WS-XW-JX FROM 1 BY 1
                       UNTIL WS-XW-JX NOT < WS-XW-IX
                   IF WS-XW-OLD (WS-XW-JX) = WS-XW-OLD (WS-XW-IX)
                       SET WS-OLD-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-OLD-FOUND
                   MOVE WS-XW-OLD (WS-XW-IX) TO WS-OLD-DEPT
                   PERFORM 5100-COLLECT-OLD-BUDGETS
                   PERFORM VARYING WS-BM-IX FROM 1 BY 1
                           UNTIL WS-BM-IX > WS-BM-COUNT
                       PERFORM 5200-MOVE-BUDGET-ROW
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    The old department's rows from the effective month to
      *    December of the same year.
       5100-COLLECT-OLD-BUDGETS.
           MOVE ZEROS TO WS-BM-COUNT
           MOVE WS-OLD-DEPT             TO BUD-DEPT
           MOVE WS-PARM-EFF-DATE (1:6)  TO BUD-MONTH
           START BUD-FILE KEY IS NOT LESS THAN BUD-KEY
           EVALUATE WS-BUD-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SW
               WHEN '23'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'DATREORG - BUD-FILE START FAILED, '
                       'STATUS=' WS-BUD-STATUS
                       ' FOR DEPT=' WS-OLD-DEPT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   CLOSE RPT-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL WS-EOF
               READ BUD-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BUD-DEPT NOT = WS-OLD-DEPT
                           OR BUD-MONTH (1:4) NOT =
                               WS-PARM-EFF-DATE (1:4)
                           SET WS-EOF TO TRUE
                       ELSE
                           IF WS-BM-COUNT < 12
                               ADD 1 TO WS-BM-COUNT
                               MOVE BUD-MONTH
                                   TO WS-BM-MONTH (WS-BM-COUNT)
                               MOVE BUD-AMOUNT
                                   TO WS-BM-AMOUNT (WS-BM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The old row goes first, so a department that keeps a
      *    share of itself gets a fresh row holding just its share.
       5200-MOVE-BUDGET-ROW.
           MOVE WS-OLD-DEPT             TO BUD-DEPT
           MOVE WS-BM-MONTH (WS-BM-IX)  TO BUD-MONTH
           DELETE BUD-FILE RECORD
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'DATREORG - BUD-FILE DELETE FAILED, STATUS='
                   WS-BUD-STATUS ' FOR DEPT=' WS-OLD-DEPT
                   ' MONTH=' WS-BM-MONTH (WS-BM-IX)
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-BUD-MOVED
           MOVE WS-BM-AMOUNT (WS-BM-IX) TO WS-SHARE-LEFT
           MOVE ZEROS TO WS-OLD-ROWS
           PERFORM VARYING WS-XW-JX FROM 1 BY 1
                   UNTIL WS-XW-JX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-JX) = WS-OLD-DEPT
                   ADD 1 TO WS-OLD-ROWS
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-OLD-SEEN
           PERFORM VARYING WS-XW-JX FROM 1 BY 1
                   UNTIL WS-XW-JX > WS-XW-COUNT
               IF WS-XW-OLD (WS-XW-JX) = WS-OLD-DEPT
                   ADD 1 TO WS-OLD-SEEN
                   IF WS-OLD-SEEN = WS-OLD-ROWS
                       MOVE WS-SHARE-LEFT TO WS-SHARE
                   ELSE
                       COMPUTE WS-SHARE ROUNDED =
                           WS-BM-AMOUNT (WS-BM-IX)
                           * WS-XW-PCT (WS-XW-JX) / 100
                       SUBTRACT WS-SHARE FROM WS-SHARE-LEFT
                   END-IF
                   PERFORM 5300-POST-BUDGET-SHARE
               END-IF
           END-PERFORM.

       5300-POST-BUDGET-SHARE.
           MOVE WS-BM-MONTH (WS-BM-IX)  TO RB-MONTH
           MOVE WS-OLD-DEPT             TO RB-OLD-DEPT
           MOVE WS-XW-NEW (WS-XW-JX)    TO RB-NEW-DEPT
           MOVE WS-BM-AMOUNT (WS-BM-IX) TO RB-BEFORE
           MOVE WS-SHARE                TO RB-SHARE
           MOVE WS-XW-NEW (WS-XW-JX)    TO BUD-DEPT
           MOVE WS-BM-MONTH (WS-BM-IX)  TO BUD-MONTH
           READ BUD-FILE
           EVALUATE WS-BUD-STATUS
               WHEN '00'
                   ADD WS-SHARE TO BUD-AMOUNT
                   REWRITE DATBUDG-RECORD
               WHEN '23'
                   MOVE SPACES                 TO DATBUDG-RECORD
                   MOVE WS-XW-NEW (WS-XW-JX)   TO BUD-DEPT
                   MOVE WS-BM-MONTH (WS-BM-IX) TO BUD-MONTH
                   MOVE WS-SHARE               TO BUD-AMOUNT
                   WRITE DATBUDG-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'DATREORG - BUD-FILE UPDATE FAILED, STATUS='
                   WS-BUD-STATUS ' FOR DEPT=' WS-XW-NEW (WS-XW-JX)
                   ' MONTH=' WS-BM-MONTH (WS-BM-IX)
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE BUD-AMOUNT TO RB-AFTER
           WRITE RPT-RECORD FROM WS-RPT-BUDGET-LINE
           ADD 1 TO WS-COUNT-BUD-SHARES.

      *    Marks the date's rows applied, so the same reorganization
      *    is never applied twice.
       6000-STAMP-CROSSWALK.
           OPEN I-O XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DATREORG - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS ' - ROWS NOT STAMPED APPLIED'
               MOVE 12 TO RETURN-CODE
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XWK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF XWK-EFF-DATE = WS-PARM-EFF-DATE
                           MOVE WS-TODAY-DATE TO XWK-APPLIED-DATE
                           REWRITE DATXWLK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XWK-FILE.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'CROSSWALK ROWS READ'  TO RPT-LABEL
           MOVE WS-COUNT-XWK-READ     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'ROWS FOR THIS DATE'   TO RPT-LABEL
           MOVE WS-XW-COUNT           TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'ALREADY APPLIED'      TO RPT-LABEL
           MOVE WS-COUNT-ALREADY      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'CROSSWALK ERRORS'     TO RPT-LABEL
           MOVE WS-COUNT-ERRORS       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'TRANSACTIONS READ'    TO RPT-LABEL
           MOVE WS-COUNT-TRAN-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'TRANSACTIONS MOVED'   TO RPT-LABEL
           MOVE WS-COUNT-TRAN-MOVED   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'EMPLOYEES READ'       TO RPT-LABEL
           MOVE WS-COUNT-EMP-READ     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'EMPLOYEES MOVED'      TO RPT-LABEL
           MOVE WS-COUNT-EMP-MOVED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'BUDGET ROWS MOVED'    TO RPT-LABEL
           MOVE WS-COUNT-BUD-MOVED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'BUDGET SHARES POSTED' TO RPT-LABEL
           MOVE WS-COUNT-BUD-SHARES   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           DISPLAY 'DATREORG - EFFECTIVE ' WS-PARM-EFF-DATE
               ' TRANSACTIONS=' WS-COUNT-TRAN-MOVED
               ' EMPLOYEES=' WS-COUNT-EMP-MOVED
               ' BUDGET ROWS=' WS-COUNT-BUD-MOVED.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE EMP-FILE
           CLOSE BUD-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATREORG'        TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
