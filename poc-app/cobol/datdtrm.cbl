       ID DIVISION.
       PROGRAM-ID. DATDTRM.
      *----------------------------------------------------------------
      * Nightly continuation-coverage pass for the dependents of
      * terminated employees, run behind the DATDAGE age-out pass.
      *   1. Reads EMP-FILE for employees DATEMPM has terminated
      *      since the last run (EMP-TERM-NOTICE-SW 'N').
      *   2. Reads DEP-FILE front to back and ends every dependent
      *      one of them carries: DEP-STATUS 'T', DEP-END-DATE the
      *      termination date, DEP-END-REASON 'E'. A dependent who
      *      was in force gets a continuation-election row on
      *      CELFILE (deadline 60 days from tonight) and a notice
      *      on the CNOTFILE mailing-vendor file; one still pending
      *      never went into force and is ended without either.
      *   3. Marks each employee's termination processed.
      *   4. Lapses every election still open past its deadline
      *      and lists it.
      * The report lists each dependent ended, noticed and lapsed.
      * At most 500 terminations are taken a night; any beyond are
      * left flagged for the next run (RC 4). Rerunnable: a
      * dependent already ended for the same termination, with its
      * election on file, is noticed again rather than skipped,
      * since a rerun replaces the night's notice generation.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CEL-FILE ASSIGN TO CELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEL-KEY
               FILE STATUS IS WS-CEL-STATUS.
           SELECT CNOT-FILE ASSIGN TO CNOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNOT-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
           SELECT OPST-FILE ASSIGN TO OPSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-KEY
               FILE STATUS IS WS-OPST-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  CEL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCELR.
       FD  CNOT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCNOT.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       FD  OPST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATOPSR.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTAT.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CEL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CNOT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-OPST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-START-TIME          PIC 9(6)  VALUE ZEROS.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-TERM-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-TERM-FOUND                     VALUE 'Y'.
       01  WS-CEL-ON-FILE-SW           PIC X(1)  VALUE 'N'.
           88  WS-CEL-ON-FILE                    VALUE 'Y'.
       01  WS-ELECTION-DAYS            PIC 9(3)  VALUE 60.
       01  WS-RUN-DATE-NUM             PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-INT                  PIC 9(7)  VALUE ZEROS.
       01  WS-DEADLINE-INT             PIC 9(7)  VALUE ZEROS.
       01  WS-DEADLINE-DATE            PIC 9(8)  VALUE ZEROS.
       01  WS-TERM-IX                  PIC S9(4) COMP.
       01  WS-TERM-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 500 TIMES.
               10  WS-TT-EMP-ID        PIC X(6).
               10  WS-TT-EMP-NAME      PIC X(30).
               10  WS-TT-COMPANY       PIC X(4).
               10  WS-TT-TERM-DATE     PIC X(8).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-TERMS          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DEFERRED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DEP-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ENDED          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-PENDING-ENDED  PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NOTICES        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LAPSED         PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATDTRM CONTINUATION COVERAGE  RUN DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(13) VALUE
               '  DEADLINE '.
           05  RH-DEADLINE-DATE        PIC 9(8).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'ACTION      DEP-ID  NAME                '.
           05  FILLER                  PIC X(40) VALUE
               '            EMP-ID  EVENT     DEADLINE  '.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-NAME             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-EMP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-EVENT-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEADLINE-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDTRM CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.

           MOVE SHARED-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           COMPUTE WS-DEADLINE-INT = WS-RUN-INT + WS-ELECTION-DAYS
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INT)

           PERFORM 1000-OPEN-FILES.

           MOVE SHARED-RUN-DATE  TO RH-RUN-DATE
           MOVE WS-DEADLINE-DATE TO RH-DEADLINE-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           MOVE SPACES           TO CNOT-HEADER
           MOVE 'H'              TO CNOT-H-REC-TYPE
           MOVE 'DATDTRM'        TO CNOT-H-SENDER
           MOVE SHARED-RUN-DATE  TO CNOT-H-RUN-DATE
           MOVE 'CONTINUATION NOTICE' TO CNOT-H-FILE-TYPE
           WRITE CNOT-HEADER
           PERFORM 6500-CHECK-CNOT-WRITE

           PERFORM 2000-LOAD-TERMINATIONS.
           IF WS-TERM-COUNT > 0
               PERFORM 3000-SCAN-DEPENDENTS
               PERFORM 4000-MARK-TERMS-PROCESSED
           END-IF
           PERFORM 5000-LAPSE-ELECTIONS.

           MOVE SPACES           TO CNOT-TRAILER
           MOVE 'T'              TO CNOT-T-REC-TYPE
           MOVE WS-COUNT-NOTICES TO CNOT-T-NOTICE-COUNT
           WRITE CNOT-TRAILER
           PERFORM 6500-CHECK-CNOT-WRITE

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           IF WS-COUNT-DEFERRED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'DATDTRM - EMP-FILE OPEN FAILED, STATUS='
                   WS-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATDTRM - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CEL-FILE
           IF WS-CEL-STATUS NOT = '00'
               DISPLAY 'DATDTRM - CEL-FILE OPEN FAILED, STATUS='
                   WS-CEL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT CNOT-FILE
           IF WS-CNOT-STATUS NOT = '00'
               DISPLAY 'DATDTRM - CNOT-FILE OPEN FAILED, STATUS='
                   WS-CNOT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDTRM - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The night's new terminations, in employee order. Past
      *    the table's size the rest stay flagged for tomorrow.
       2000-LOAD-TERMINATIONS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EMP-TERMINATED AND EMP-TERM-UNPROCESSED
                           PERFORM 2100-ADD-TERMINATION
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-TERMINATION.
           IF WS-TERM-COUNT < 500
               ADD 1 TO WS-TERM-COUNT
               ADD 1 TO WS-COUNT-TERMS
               MOVE EMP-ID   TO WS-TT-EMP-ID (WS-TERM-COUNT)
               MOVE EMP-NAME TO WS-TT-EMP-NAME (WS-TERM-COUNT)
               IF EMP-COMPANY = SPACES
                   MOVE SHARED-COMPANY-CODE
                       TO WS-TT-COMPANY (WS-TERM-COUNT)
               ELSE
                   MOVE EMP-COMPANY
                       TO WS-TT-COMPANY (WS-TERM-COUNT)
               END-IF
               IF EMP-TERM-DATE = SPACES
                   MOVE SHARED-RUN-DATE
                       TO WS-TT-TERM-DATE (WS-TERM-COUNT)
               ELSE
                   MOVE EMP-TERM-DATE
                       TO WS-TT-TERM-DATE (WS-TERM-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-DEFERRED
           END-IF.

       3000-SCAN-DEPENDENTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-DEP-READ
                       IF DEP-EMP-ID NOT = SPACES
                           PERFORM 3100-FIND-TERMINATION
                           IF WS-TERM-FOUND
                               PERFORM 3200-END-DEPENDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-FIND-TERMINATION.
           MOVE 'N' TO WS-TERM-FOUND-SW
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
                   UNTIL WS-TERM-IX > WS-TERM-COUNT
                   OR WS-TERM-FOUND
               IF DEP-EMP-ID = WS-TT-EMP-ID (WS-TERM-IX)
                   SET WS-TERM-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-TERM-IX
               END-IF
           END-PERFORM.

      *    An in-force dependent is ended and noticed; a pending
      *    one is ended only. One already ended for this same
      *    termination is a rerun - it is noticed again, since the
      *    rerun replaces the night's notice file. Any other ended
      *    row (aged out, say) is left as it stands.
       3200-END-DEPENDENT.
           EVALUATE TRUE
               WHEN DEP-ACTIVE
                   PERFORM 3300-OPEN-ELECTION
                   MOVE 'T' TO DEP-STATUS
                   MOVE WS-TT-TERM-DATE (WS-TERM-IX) TO DEP-END-DATE
                   MOVE 'E' TO DEP-END-REASON
                   PERFORM 3500-REWRITE-DEPENDENT
                   ADD 1 TO WS-COUNT-ENDED
                   PERFORM 3400-WRITE-NOTICE
               WHEN DEP-PENDING
                   MOVE 'T' TO DEP-STATUS
                   MOVE WS-TT-TERM-DATE (WS-TERM-IX) TO DEP-END-DATE
                   MOVE 'E' TO DEP-END-REASON
                   PERFORM 3500-REWRITE-DEPENDENT
                   ADD 1 TO WS-COUNT-PENDING-ENDED
                   MOVE 'ENDED PEND' TO RL-ACTION
                   MOVE SPACES       TO RL-DEADLINE-DATE
                   PERFORM 7000-REPORT-DEPENDENT
               WHEN DEP-ENDED AND DEP-END-EMP-TERM
                   AND DEP-END-DATE = WS-TT-TERM-DATE (WS-TERM-IX)
                   PERFORM 3300-OPEN-ELECTION
                   IF WS-CEL-ON-FILE
                       PERFORM 3400-WRITE-NOTICE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    One election row per dependent. A row already open for
      *    this termination (a rerun) is kept as it stands; a
      *    closed row from an earlier event is replaced.
       3300-OPEN-ELECTION.
           MOVE 'N' TO WS-CEL-ON-FILE-SW
           MOVE DEP-ID TO CEL-KEY
           READ CEL-FILE
           EVALUATE WS-CEL-STATUS
               WHEN '00'
                   IF CEL-OPEN
                       AND CEL-EVENT-DATE =
                           WS-TT-TERM-DATE (WS-TERM-IX)
                       SET WS-CEL-ON-FILE TO TRUE
                   ELSE
                       PERFORM 3350-BUILD-ELECTION
                       REWRITE DATCELR-RECORD
                       PERFORM 6600-CHECK-CEL-IO
                       SET WS-CEL-ON-FILE TO TRUE
                   END-IF
               WHEN '23'
                   PERFORM 3350-BUILD-ELECTION
                   WRITE DATCELR-RECORD
                   PERFORM 6600-CHECK-CEL-IO
                   SET WS-CEL-ON-FILE TO TRUE
               WHEN OTHER
                   PERFORM 6600-CHECK-CEL-IO
           END-EVALUATE.

       3350-BUILD-ELECTION.
           MOVE SPACES                        TO DATCELR-RECORD
           MOVE DEP-ID                        TO CEL-DEP-ID
           MOVE DEP-EMP-ID                    TO CEL-EMP-ID
           MOVE WS-TT-COMPANY (WS-TERM-IX)    TO CEL-COMPANY
           MOVE 'E'                           TO CEL-EVENT-REASON
           MOVE WS-TT-TERM-DATE (WS-TERM-IX)  TO CEL-EVENT-DATE
           MOVE SHARED-RUN-DATE               TO CEL-NOTICE-DATE
           MOVE WS-DEADLINE-DATE              TO CEL-DEADLINE-DATE
           MOVE 'O'                           TO CEL-STATUS.

       3400-WRITE-NOTICE.
           MOVE SPACES                        TO CNOT-DETAIL
           MOVE 'D'                           TO CNOT-D-REC-TYPE
           MOVE DEP-EMP-ID                    TO CNOT-D-EMP-ID
           MOVE WS-TT-EMP-NAME (WS-TERM-IX)   TO CNOT-D-EMP-NAME
           MOVE WS-TT-COMPANY (WS-TERM-IX)    TO CNOT-D-COMPANY
           MOVE DEP-ID                        TO CNOT-D-DEP-ID
           MOVE DEP-NAME                      TO CNOT-D-DEP-NAME
           MOVE DEP-RELATIONSHIP-CD     TO CNOT-D-RELATIONSHIP-CD
           MOVE DEP-BIRTH-DATE                TO CNOT-D-BIRTH-DATE
           MOVE CEL-EVENT-REASON              TO CNOT-D-EVENT-REASON
           MOVE CEL-EVENT-DATE                TO CNOT-D-EVENT-DATE
           MOVE DEP-END-DATE          TO CNOT-D-COVERAGE-END-DATE
           MOVE CEL-DEADLINE-DATE             TO CNOT-D-DEADLINE-DATE
           WRITE CNOT-DETAIL
           PERFORM 6500-CHECK-CNOT-WRITE
           ADD 1 TO WS-COUNT-NOTICES
           MOVE 'NOTICED'         TO RL-ACTION
           MOVE CEL-DEADLINE-DATE TO RL-DEADLINE-DATE
           PERFORM 7000-REPORT-DEPENDENT.

       3500-REWRITE-DEPENDENT.
           REWRITE DATDEPR-RECORD
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATDTRM - DEP-FILE REWRITE FAILED, '
                   'STATUS=' WS-DEP-STATUS ' FOR DEP-ID=' DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Only after every dependent is ended, so a run that dies
      *    part way leaves the terminations to be swept again.
       4000-MARK-TERMS-PROCESSED.
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
                   UNTIL WS-TERM-IX > WS-TERM-COUNT
               MOVE WS-TT-EMP-ID (WS-TERM-IX) TO EMP-KEY
               READ EMP-FILE
               IF WS-EMP-STATUS = '00'
                   SET EMP-TERM-PROCESSED TO TRUE
                   REWRITE DATEMPL-RECORD
               END-IF
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY 'DATDTRM - EMP-FILE UPDATE FAILED, '
                       'STATUS=' WS-EMP-STATUS ' FOR EMP-ID='
                       WS-TT-EMP-ID (WS-TERM-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

      *    An election still open the day after its deadline has
      *    lapsed - the dependent stays ended.
       5000-LAPSE-ELECTIONS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CEL-KEY
           START CEL-FILE KEY IS NOT LESS THAN CEL-KEY
           IF WS-CEL-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ CEL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CEL-OPEN
                           AND CEL-DEADLINE-DATE < SHARED-RUN-DATE
                           PERFORM 5100-LAPSE-ELECTION
                       END-IF
               END-READ
           END-PERFORM.

       5100-LAPSE-ELECTION.
           MOVE 'L'             TO CEL-STATUS
           MOVE SHARED-RUN-DATE TO CEL-LAPSED-DATE
           REWRITE DATCELR-RECORD
           PERFORM 6600-CHECK-CEL-IO
           ADD 1 TO WS-COUNT-LAPSED
           MOVE 'LAPSED'          TO RL-ACTION
           MOVE CEL-DEP-ID        TO RL-DEP-ID
           MOVE SPACES            TO RL-DEP-NAME
           MOVE CEL-EMP-ID        TO RL-EMP-ID
           MOVE CEL-EVENT-DATE    TO RL-EVENT-DATE
           MOVE CEL-DEADLINE-DATE TO RL-DEADLINE-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       6500-CHECK-CNOT-WRITE.
           IF WS-CNOT-STATUS NOT = '00'
               DISPLAY 'DATDTRM - CNOT-FILE WRITE FAILED, STATUS='
                   WS-CNOT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       6600-CHECK-CEL-IO.
           IF WS-CEL-STATUS NOT = '00'
               DISPLAY 'DATDTRM - CEL-FILE I/O FAILED, STATUS='
                   WS-CEL-STATUS ' FOR DEP-ID=' CEL-DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       7000-REPORT-DEPENDENT.
           MOVE DEP-ID                       TO RL-DEP-ID
           MOVE DEP-NAME                     TO RL-DEP-NAME
           MOVE DEP-EMP-ID                   TO RL-EMP-ID
           MOVE WS-TT-TERM-DATE (WS-TERM-IX) TO RL-EVENT-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'TERMINATIONS TAKEN'  TO RPT-LABEL
           MOVE WS-COUNT-TERMS        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'TERMINATIONS HELD'   TO RPT-LABEL
           MOVE WS-COUNT-DEFERRED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DEPENDENTS ENDED'    TO RPT-LABEL
           MOVE WS-COUNT-ENDED        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'PENDING ENDED'       TO RPT-LABEL
           MOVE WS-COUNT-PENDING-ENDED TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'NOTICES WRITTEN'     TO RPT-LABEL
           MOVE WS-COUNT-NOTICES      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ELECTIONS LAPSED'    TO RPT-LABEL
           MOVE WS-COUNT-LAPSED       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           DISPLAY 'DATDTRM - TERMS=' WS-COUNT-TERMS
               ' HELD=' WS-COUNT-DEFERRED
               ' ENDED=' WS-COUNT-ENDED
               ' NOTICES=' WS-COUNT-NOTICES
               ' LAPSED=' WS-COUNT-LAPSED.

       9000-CLOSE-FILES.
           CLOSE EMP-FILE
           CLOSE DEP-FILE
           CLOSE CEL-FILE
           CLOSE CNOT-FILE
           CLOSE RPT-FILE.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATDTRM'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-DEP-READ  TO STAT-COUNT-READ
           MOVE WS-COUNT-ENDED     TO STAT-COUNT-PROCESSED
           MOVE WS-COUNT-DEFERRED  TO STAT-COUNT-ERROR
           MOVE ZEROS              TO STAT-TOTAL-AMOUNT
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATDTRM - STAT-FILE OPEN FAILED, STATUS='
                   WS-STAT-STATUS
           ELSE
               WRITE DATSTAT-RECORD
               CLOSE STAT-FILE
           END-IF.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night, so a run
      *    that crosses midnight keeps one date.
       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATDTRM - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATDTRM - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATDTRM - PROCESSING DATE '
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
           MOVE 'DATDTRM'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE
           PERFORM 9950-MIRROR-OPERATOR-STATUS.

      *    Upsert this program's end-of-run row on the operator
      *    status KSDS the DATOPST screen reads. Nonfatal, same as
      *    DATBATCH's mirror - the screen is a convenience.
       9950-MIRROR-OPERATOR-STATUS.
           OPEN I-O OPST-FILE
           IF WS-OPST-STATUS NOT = '00'
               DISPLAY 'DATDTRM - OPST-FILE OPEN FAILED, STATUS='
                   WS-OPST-STATUS ' - STATUS ROW NOT WRITTEN'
           ELSE
               MOVE SPACES     TO DATOPSR-RECORD
               MOVE 'DATDTRM' TO OPS-PROGRAM
               MOVE SPACES     TO OPS-STREAM
               READ OPST-FILE
               EVALUATE WS-OPST-STATUS
                   WHEN '00'
                       PERFORM 9960-BUILD-STATUS-ROW
                       REWRITE DATOPSR-RECORD
                   WHEN '23'
                       PERFORM 9960-BUILD-STATUS-ROW
                       WRITE DATOPSR-RECORD
                   WHEN OTHER
                       DISPLAY 'DATDTRM - OPST-FILE READ FAILED, '
                           'STATUS=' WS-OPST-STATUS
               END-EVALUATE
               CLOSE OPST-FILE
           END-IF.

       9960-BUILD-STATUS-ROW.
           MOVE SPACES            TO DATOPSR-RECORD
           MOVE 'DATDTRM'         TO OPS-PROGRAM
           MOVE SPACES            TO OPS-STREAM
           MOVE WS-ABND-TIMESTAMP TO OPS-TIMESTAMP
           MOVE SPACES            TO OPS-LAST-TRAN-KEY
           MOVE WS-COUNT-DEP-READ TO OPS-COUNT-IN
           MOVE ZEROS             TO OPS-JRNL-COUNT
           MOVE RETURN-CODE       TO OPS-RETURN-CODE.
