       ID DIVISION.
       PROGRAM-ID. DATDSPA.
      *----------------------------------------------------------------
      * Nightly dispute aging report. Reads the DISPFILE case KSDS
      * front to back and lists every open case against its
      * response deadline: OVERDUE when the deadline is already
      * behind tonight's processing date (a chargeback we lose by
      * default if nobody answers it), DUE SOON when it falls within
      * the warning window (SYSIN, cols 1-3, days - 5 when absent).
      * Each line carries the owner and days open/days left so the
      * desk supervisor can chase it. Ends RC 4 when anything is
      * overdue, so DATABNRP puts it on the morning stack.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
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
       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDISP.
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
       01  WS-PARM-CARD.
           05  WS-PARM-WARN-DAYS       PIC 9(3).
       01  WS-DISP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-WARN-DAYS                PIC 9(3)  VALUE 005.
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-RUN-INT                  PIC 9(7)  COMP.
       01  WS-DATE-NUM                 PIC 9(8).
       01  WS-DAYS-OPEN                PIC S9(5) COMP.
       01  WS-DAYS-LEFT                PIC S9(5) COMP.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OPEN           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OVERDUE        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DUE-SOON       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CLOSED         PIC 9(7) VALUE ZEROS.
           05  WS-AMT-OVERDUE          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATDSPA DISPUTE AGING  PROCESSING DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(80) VALUE
               'TRAN ID CO   RSN  OWNER    DEADLINE OPEN LEFT        AMO
      -        'UNT  STATUS'.
       01  WS-RPT-DETAIL.
           05  RL-TRAN-ID              PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-REASON               PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-OWNER                PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DEADLINE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DAYS-OPEN            PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DAYS-LEFT            PIC ---9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FLAG                 PIC X(8).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDSPA AGING      '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDSPA AGING      '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-WARN-DAYS NUMERIC
               AND WS-PARM-WARN-DAYS > 0
               MOVE WS-PARM-WARN-DAYS TO WS-WARN-DAYS
           END-IF

           PERFORM 0100-READ-RUN-CONTROL.
           MOVE SHARED-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)

           PERFORM 1000-OPEN-FILES.

           MOVE SHARED-RUN-DATE TO RH-RUN-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM UNTIL WS-EOF
               READ DISP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT DISP-CONTROL-ROW
                           ADD 1 TO WS-COUNT-READ
                           PERFORM 2000-AGE-CASE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-AGING-TOTALS.

           CLOSE DISP-FILE
           CLOSE RPT-FILE

           IF WS-COUNT-OVERDUE > 0
               DISPLAY 'DATDSPA - ' WS-COUNT-OVERDUE
                   ' DISPUTE CASE(S) PAST THEIR RESPONSE DEADLINE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'DATDSPA - DISP-FILE OPEN FAILED, STATUS='
                   WS-DISP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDSPA - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DISP-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Closed cases are counted and skipped; an open case is
      *    listed only once it is overdue or inside the window.
       2000-AGE-CASE.
           IF NOT DISP-OPEN
               ADD 1 TO WS-COUNT-CLOSED
           ELSE
               ADD 1 TO WS-COUNT-OPEN
               MOVE DISP-OPENED-DATE TO WS-DATE-NUM
               COMPUTE WS-DAYS-OPEN = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               MOVE DISP-DEADLINE-DATE TO WS-DATE-NUM
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   - WS-RUN-INT
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       ADD 1 TO WS-COUNT-OVERDUE
                       ADD DISP-AMOUNT TO WS-AMT-OVERDUE
                       MOVE 'OVERDUE' TO RL-FLAG
                       PERFORM 2100-WRITE-CASE-LINE
                   WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                       ADD 1 TO WS-COUNT-DUE-SOON
                       MOVE 'DUE SOON' TO RL-FLAG
                       PERFORM 2100-WRITE-CASE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-WRITE-CASE-LINE.
           MOVE DISP-TRAN-ID       TO RL-TRAN-ID
           MOVE DISP-COMPANY       TO RL-COMPANY
           MOVE DISP-REASON-CODE   TO RL-REASON
           MOVE DISP-OWNER         TO RL-OWNER
           MOVE DISP-DEADLINE-DATE TO RL-DEADLINE
           MOVE WS-DAYS-OPEN       TO RL-DAYS-OPEN
           MOVE WS-DAYS-LEFT       TO RL-DAYS-LEFT
           MOVE DISP-AMOUNT        TO RL-AMOUNT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8000-WRITE-AGING-TOTALS.
           MOVE 'CASES READ'         TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CASES CLOSED'       TO RPT-LABEL
           MOVE WS-COUNT-CLOSED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CASES OPEN'         TO RPT-LABEL
           MOVE WS-COUNT-OPEN        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'OPEN - OVERDUE'     TO RPT-LABEL
           MOVE WS-COUNT-OVERDUE     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'OPEN - DUE SOON'    TO RPT-LABEL
           MOVE WS-COUNT-DUE-SOON    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'WARNING WINDOW DAYS' TO RPT-LABEL
           MOVE WS-WARN-DAYS         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'OVERDUE AMOUNT'     TO RPT-AMT-LABEL
           MOVE WS-AMT-OVERDUE       TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night, so a run
      *    that crosses midnight keeps one date.
       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATDSPA - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATDSPA - RUN-FILE IS EMPTY - RUN '
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
               DISPLAY 'DATDSPA - PROCESSING DATE '
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
           MOVE 'DATDSPA'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
