       ID DIVISION.
       PROGRAM-ID. DATINTG.
      *----------------------------------------------------------------
      * Weekly cross-file referential integrity sweep. Every
      * maintenance program checks its own references when a change
      * goes in, but a later change somewhere else - a DATCOMM
      * deactivation, a DATRELM code retirement, an employee deleted
      * in error, a department dropped from Q.ORG - can strand a row
      * nobody touches again. This pass re-checks the whole picture:
      *    R01  DEPFILE   dependent's employee on EMPFILE
      *    R02  DEPFILE   relationship code on RELFILE and active
      *    R03  DEPFILE   company on COMPFILE and active
      *    R04  TRANFILE  company on COMPFILE; active while the
      *                   transaction is still to post
      *    R05  TRANFILE  department in the Q.ORG extract
      *    R06  SECFILE   operator's company on COMPFILE and active
      *    R07  EMPFILE   active employee's department in Q.ORG
      *    R08  BUDFILE   budget department in Q.ORG
      *    R09  RATEFILE  company-plan company on COMPFILE and active
      *    R10  LIMFILE   limit company on COMPFILE and active
      *    R11  LIMFILE   limit department in Q.ORG
      * Dependents whose coverage has ended are history and are not
      * checked; a blank company on a dependent or transaction is
      * the SHARED-COMPANY-CODE default, the same as at intake. Every
      * stranded row gets an exception line and every rule a count
      * of rows checked and rows failed. Nothing is changed - the
      * desk that owns each file fixes its rows through its own
      * maintenance program. Ends RC 4 when anything failed, so the
      * sweep shows on DATABNRP's exception report.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT COMP-FILE ASSIGN TO COMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMP-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT REL-FILE ASSIGN TO RELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT EMP-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-KEY
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.
           SELECT BUD-FILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT LIM-FILE ASSIGN TO LIMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATORGX.
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       FD  REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRELC.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  SEC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSECR.
       FD  BUD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATBUDG.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRATE.
       FD  LIM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLIMT.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-REL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-EMP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SEC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-BUD-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RATE-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LIM-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-ORG-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-ORG-EOF                        VALUE 'Y'.
       01  WS-DEPT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-DEPT-FOUND                     VALUE 'Y'.
       01  WS-DEPT-IX                  PIC S9(4) COMP.
       01  WS-DEPT-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-NUM             PIC 9(4) OCCURS 500 TIMES.
       01  WS-CHK-DEPT                 PIC X(4).
       01  WS-CHK-DEPT-NUM REDEFINES WS-CHK-DEPT
                                       PIC 9(4).
       01  WS-CHK-COMPANY              PIC X(4).
       01  WS-COMP-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-COMP-FOUND                     VALUE 'Y'.
       01  WS-COMP-ACTIVE-SW           PIC X(1)  VALUE 'N'.
           88  WS-COMP-IS-ACTIVE                 VALUE 'Y'.
       01  WS-RX                       PIC S9(4) COMP.
      *    The rules, in report order. WS-RX names the rule an
      *    exception is raised under.
       01  WS-RULE-LIST.
           05  FILLER                  PIC X(12) VALUE 'R01 DEPFILE'.
           05  FILLER                  PIC X(40) VALUE
               'DEPENDENT EMPLOYEE NOT ON EMPFILE'.
           05  FILLER                  PIC X(12) VALUE 'R02 DEPFILE'.
           05  FILLER                  PIC X(40) VALUE
               'DEPENDENT RELATIONSHIP CODE NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R03 DEPFILE'.
           05  FILLER                  PIC X(40) VALUE
               'DEPENDENT COMPANY NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R04 TRANFILE'.
           05  FILLER                  PIC X(40) VALUE
               'TRANSACTION COMPANY NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R05 TRANFILE'.
           05  FILLER                  PIC X(40) VALUE
               'TRANSACTION DEPARTMENT NOT IN Q.ORG'.
           05  FILLER                  PIC X(12) VALUE 'R06 SECFILE'.
           05  FILLER                  PIC X(40) VALUE
               'OPERATOR COMPANY NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R07 EMPFILE'.
           05  FILLER                  PIC X(40) VALUE
               'EMPLOYEE DEPARTMENT NOT IN Q.ORG'.
           05  FILLER                  PIC X(12) VALUE 'R08 BUDFILE'.
           05  FILLER                  PIC X(40) VALUE
               'BUDGET DEPARTMENT NOT IN Q.ORG'.
           05  FILLER                  PIC X(12) VALUE 'R09 RATEFILE'.
           05  FILLER                  PIC X(40) VALUE
               'FEE RATE COMPANY NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R10 LIMFILE'.
           05  FILLER                  PIC X(40) VALUE
               'REVIEW LIMIT COMPANY NOT ACTIVE'.
           05  FILLER                  PIC X(12) VALUE 'R11 LIMFILE'.
           05  FILLER                  PIC X(40) VALUE
               'REVIEW LIMIT DEPARTMENT NOT IN Q.ORG'.
       01  WS-RULES REDEFINES WS-RULE-LIST.
           05  WS-RULE-ENTRY           OCCURS 11 TIMES.
               10  WS-RULE-ID          PIC X(3).
               10  FILLER              PIC X(1).
               10  WS-RULE-FILE        PIC X(8).
               10  WS-RULE-DESC        PIC X(40).
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT-ENTRY     OCCURS 11 TIMES.
               10  WS-RULE-CHECKED     PIC 9(7).
               10  WS-RULE-FAILED      PIC 9(7).
       01  WS-COUNT-FAILED             PIC 9(7) VALUE ZEROS.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATINTG INTEGRITY  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'RUN DATE '.
           05  RPT-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-RPT-EXC-HEADING.
           05  FILLER                  PIC X(4)  VALUE 'RULE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'FILE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE 'ROW KEY'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'REFERS'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-RPT-EXCEPTION.
           05  EX-RULE                 PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EX-FILE                 PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EX-KEY                  PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EX-VALUE                PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EX-REASON               PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-RPT-SUM-HEADING.
           05  FILLER                  PIC X(4)  VALUE 'RULE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'FILE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE 'CHECKED'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE ' FAILED'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE 'RULE'.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-SUMMARY.
           05  RS-RULE                 PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RS-FILE                 PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RS-CHECKED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RS-FAILED               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RS-DESC                 PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 11
               MOVE ZEROS TO WS-RULE-CHECKED (WS-RX)
                             WS-RULE-FAILED (WS-RX)
           END-PERFORM

           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-DEPT-TABLE.

           MOVE WS-TODAY-DATE TO RPT-RUN-DATE
           WRITE RPT-RECORD FROM WS-RPT-TITLE-LINE
           WRITE RPT-RECORD FROM WS-RPT-EXC-HEADING

           PERFORM 2000-SWEEP-DEPENDENTS.
           PERFORM 2100-SWEEP-TRANSACTIONS.
           PERFORM 2200-SWEEP-OPERATORS.
           PERFORM 2300-SWEEP-EMPLOYEES.
           PERFORM 2400-SWEEP-BUDGETS.
           PERFORM 2500-SWEEP-FEE-RATES.
           PERFORM 2600-SWEEP-REVIEW-LIMITS.

           PERFORM 8000-WRITE-RULE-SUMMARY.
           PERFORM 9000-CLOSE-FILES.

           IF WS-COUNT-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATINTG - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'DATINTG - REL-FILE OPEN FAILED, STATUS='
                   WS-REL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'DATINTG - EMP-FILE OPEN FAILED, STATUS='
                   WS-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATINTG - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATINTG - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'DATINTG - SEC-FILE OPEN FAILED, STATUS='
                   WS-SEC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT BUD-FILE
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'DATINTG - BUD-FILE OPEN FAILED, STATUS='
                   WS-BUD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'DATINTG - RATE-FILE OPEN FAILED, STATUS='
                   WS-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS NOT = '00'
               DISPLAY 'DATINTG - LIM-FILE OPEN FAILED, STATUS='
                   WS-LIM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATINTG - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1500-LOAD-DEPT-TABLE.
           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'DATINTG - ORG-FILE OPEN FAILED, STATUS='
                   WS-ORG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ORG-EOF
               READ ORG-FILE
                   AT END
                       SET WS-ORG-EOF TO TRUE
                   NOT AT END
                       IF WS-DEPT-COUNT < 500
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE ORGX-DEPTNUMB
                               TO WS-DEPT-NUM (WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DATINTG - DEPT TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9000-CLOSE-FILES
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE.

      *----------------------------------------------------------------
      * R01-R03 - in-force and pending dependents. An ended one is
      * history and may legitimately name a code or company since
      * retired.
      *----------------------------------------------------------------
       2000-SWEEP-DEPENDENTS.
           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT DEP-ENDED
                           PERFORM 2050-CHECK-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       2050-CHECK-DEPENDENT.
           MOVE DEP-ID TO EX-KEY
           IF DEP-EMP-ID NOT = SPACES
               MOVE 1 TO WS-RX
               ADD 1 TO WS-RULE-CHECKED (WS-RX)
               MOVE DEP-EMP-ID TO EMP-KEY
               READ EMP-FILE
               EVALUATE WS-EMP-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       MOVE DEP-EMP-ID TO EX-VALUE
                       MOVE 'NOT ON EMPLOYEE MASTER' TO EX-REASON
                       PERFORM 7000-WRITE-EXCEPTION
                   WHEN OTHER
                       DISPLAY 'DATINTG - EMP-FILE READ FAILED, '
                           'STATUS=' WS-EMP-STATUS
                           ' FOR EMP-ID=' DEP-EMP-ID
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-IF

           MOVE 2 TO WS-RX
           ADD 1 TO WS-RULE-CHECKED (WS-RX)
           MOVE DEP-RELATIONSHIP-CD TO REL-KEY
           READ REL-FILE
           EVALUATE WS-REL-STATUS
               WHEN '00'
                   IF NOT REL-ACTIVE
                       MOVE DEP-RELATIONSHIP-CD TO EX-VALUE
                       MOVE 'RELATIONSHIP CODE RETIRED'
                           TO EX-REASON
                       PERFORM 7000-WRITE-EXCEPTION
                   END-IF
               WHEN '23'
                   MOVE DEP-RELATIONSHIP-CD TO EX-VALUE
                   MOVE 'NOT ON RELATIONSHIP TABLE' TO EX-REASON
                   PERFORM 7000-WRITE-EXCEPTION
               WHEN OTHER
                   DISPLAY 'DATINTG - REL-FILE READ FAILED, STATUS='
                       WS-REL-STATUS ' FOR CODE=' DEP-RELATIONSHIP-CD
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE

           MOVE 3 TO WS-RX
           ADD 1 TO WS-RULE-CHECKED (WS-RX)
           IF DEP-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-CHK-COMPANY
           ELSE
               MOVE DEP-COMPANY TO WS-CHK-COMPANY
           END-IF
           PERFORM 6000-CHECK-COMPANY
           IF NOT WS-COMP-IS-ACTIVE
               PERFORM 6050-COMPANY-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * R04-R05 - every transaction on the file. A deactivated
      * company only matters while the transaction is still to post
      * (unposted, held or pending); DATCOMM's DEACT refuses on those
      * too, so one here arrived after the deactivation.
      *----------------------------------------------------------------
       2100-SWEEP-TRANSACTIONS.
           PERFORM UNTIL WS-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-CHECK-TRANSACTION
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       2150-CHECK-TRANSACTION.
           MOVE TRAN-ID TO EX-KEY
           MOVE 4 TO WS-RX
           ADD 1 TO WS-RULE-CHECKED (WS-RX)
           IF TRAN-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-CHK-COMPANY
           ELSE
               MOVE TRAN-COMPANY TO WS-CHK-COMPANY
           END-IF
           PERFORM 6000-CHECK-COMPANY
           IF NOT WS-COMP-FOUND
               OR (NOT WS-COMP-IS-ACTIVE
                   AND (TRAN-UNPROCESSED OR TRAN-HELD
                        OR TRAN-FUTURE))
               PERFORM 6050-COMPANY-EXCEPTION
           END-IF

           MOVE 5 TO WS-RX
           ADD 1 TO WS-RULE-CHECKED (WS-RX)
           MOVE TRAN-DEPT TO WS-CHK-DEPT
           PERFORM 6100-CHECK-DEPT
           IF NOT WS-DEPT-FOUND
               PERFORM 6150-DEPT-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * R06 - operators limited to one company. A blank company is
      * an all-company operator and refers to nothing.
      *----------------------------------------------------------------
       2200-SWEEP-OPERATORS.
           PERFORM UNTIL WS-EOF
               READ SEC-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SEC-COMPANY NOT = SPACES
                           MOVE SEC-OPERATOR TO EX-KEY
                           MOVE 6 TO WS-RX
                           ADD 1 TO WS-RULE-CHECKED (WS-RX)
                           MOVE SEC-COMPANY TO WS-CHK-COMPANY
                           PERFORM 6000-CHECK-COMPANY
                           IF NOT WS-COMP-IS-ACTIVE
                               PERFORM 6050-COMPANY-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *----------------------------------------------------------------
      * R07 - active employees. EMP-FILE was read by key for R01, so
      * the pass repositions to the top first.
      *----------------------------------------------------------------
       2300-SWEEP-EMPLOYEES.
           MOVE LOW-VALUES TO EMP-KEY
           START EMP-FILE KEY IS NOT LESS THAN EMP-KEY
           IF WS-EMP-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY 'DATINTG - EMP-FILE START FAILED, '
                       'STATUS=' WS-EMP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EMP-ACTIVE
                           MOVE EMP-ID TO EX-KEY
                           MOVE 7 TO WS-RX
                           ADD 1 TO WS-RULE-CHECKED (WS-RX)
                           MOVE EMP-DEPT TO WS-CHK-DEPT
                           PERFORM 6100-CHECK-DEPT
                           IF NOT WS-DEPT-FOUND
                               PERFORM 6150-DEPT-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *----------------------------------------------------------------
      * R08 - every budget row.
      *----------------------------------------------------------------
       2400-SWEEP-BUDGETS.
           PERFORM UNTIL WS-EOF
               READ BUD-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE BUD-KEY TO EX-KEY
                       MOVE 8 TO WS-RX
                       ADD 1 TO WS-RULE-CHECKED (WS-RX)
                       MOVE BUD-DEPT TO WS-CHK-DEPT
                       PERFORM 6100-CHECK-DEPT
                       IF NOT WS-DEPT-FOUND
                           PERFORM 6150-DEPT-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *----------------------------------------------------------------
      * R09 - company-specific fee plans. A blank company is the
      * default plan.
      *----------------------------------------------------------------
       2500-SWEEP-FEE-RATES.
           PERFORM UNTIL WS-EOF
               READ RATE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RATE-COMPANY NOT = SPACES
                           MOVE RATE-KEY TO EX-KEY
                           MOVE 9 TO WS-RX
                           ADD 1 TO WS-RULE-CHECKED (WS-RX)
                           MOVE RATE-COMPANY TO WS-CHK-COMPANY
                           PERFORM 6000-CHECK-COMPANY
                           IF NOT WS-COMP-IS-ACTIVE
                               PERFORM 6050-COMPANY-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *----------------------------------------------------------------
      * R10-R11 - review limits, company rows and department rows.
      *----------------------------------------------------------------
       2600-SWEEP-REVIEW-LIMITS.
           PERFORM UNTIL WS-EOF
               READ LIM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2650-CHECK-REVIEW-LIMIT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       2650-CHECK-REVIEW-LIMIT.
           MOVE LIM-KEY TO EX-KEY
           MOVE 10 TO WS-RX
           ADD 1 TO WS-RULE-CHECKED (WS-RX)
           MOVE LIM-COMPANY TO WS-CHK-COMPANY
           PERFORM 6000-CHECK-COMPANY
           IF NOT WS-COMP-IS-ACTIVE
               PERFORM 6050-COMPANY-EXCEPTION
           END-IF
           IF LIM-DEPT NOT = SPACES
               MOVE 11 TO WS-RX
               ADD 1 TO WS-RULE-CHECKED (WS-RX)
               MOVE LIM-DEPT TO WS-CHK-DEPT
               PERFORM 6100-CHECK-DEPT
               IF NOT WS-DEPT-FOUND
                   PERFORM 6150-DEPT-EXCEPTION
               END-IF
           END-IF.

       6000-CHECK-COMPANY.
           MOVE 'N' TO WS-COMP-FOUND-SW
           MOVE 'N' TO WS-COMP-ACTIVE-SW
           MOVE WS-CHK-COMPANY TO COMP-CODE
           READ COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   SET WS-COMP-FOUND TO TRUE
                   IF COMP-ACTIVE
                       SET WS-COMP-IS-ACTIVE TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATINTG - COMP-FILE READ FAILED, STATUS='
                       WS-COMP-STATUS ' FOR COMPANY=' WS-CHK-COMPANY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       6050-COMPANY-EXCEPTION.
           MOVE WS-CHK-COMPANY TO EX-VALUE
           IF WS-COMP-FOUND
               MOVE 'COMPANY DEACTIVATED'   TO EX-REASON
           ELSE
               MOVE 'NOT ON COMPANY MASTER' TO EX-REASON
           END-IF
           PERFORM 7000-WRITE-EXCEPTION.

      *    A department that is not four digits cannot be in the
      *    extract either.
       6100-CHECK-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           IF WS-CHK-DEPT-NUM NUMERIC
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                       OR WS-DEPT-FOUND
                   IF WS-DEPT-NUM (WS-DEPT-IX) = WS-CHK-DEPT-NUM
                       SET WS-DEPT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       6150-DEPT-EXCEPTION.
           MOVE WS-CHK-DEPT            TO EX-VALUE
           MOVE 'NOT IN Q.ORG EXTRACT' TO EX-REASON
           PERFORM 7000-WRITE-EXCEPTION.

      *    The caller has set WS-RX, EX-KEY, EX-VALUE and EX-REASON.
       7000-WRITE-EXCEPTION.
           MOVE WS-RULE-ID (WS-RX)   TO EX-RULE
           MOVE WS-RULE-FILE (WS-RX) TO EX-FILE
           WRITE RPT-RECORD FROM WS-RPT-EXCEPTION
           ADD 1 TO WS-RULE-FAILED (WS-RX)
           ADD 1 TO WS-COUNT-FAILED.

       8000-WRITE-RULE-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM WS-RPT-SUM-HEADING
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 11
               MOVE WS-RULE-ID (WS-RX)      TO RS-RULE
               MOVE WS-RULE-FILE (WS-RX)    TO RS-FILE
               MOVE WS-RULE-CHECKED (WS-RX) TO RS-CHECKED
               MOVE WS-RULE-FAILED (WS-RX)  TO RS-FAILED
               MOVE WS-RULE-DESC (WS-RX)    TO RS-DESC
               WRITE RPT-RECORD FROM WS-RPT-SUMMARY
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE COMP-FILE
           CLOSE REL-FILE
           CLOSE EMP-FILE
           CLOSE DEP-FILE
           CLOSE TRAN-FILE
           CLOSE SEC-FILE
           CLOSE BUD-FILE
           CLOSE RATE-FILE
           CLOSE LIM-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATINTG'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
