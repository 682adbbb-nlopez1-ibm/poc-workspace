       ID DIVISION.
       PROGRAM-ID. DATDSPP.
      *----------------------------------------------------------------
      * Nightly dispute posting pass. Reads the DISPFILE case KSDS
      * the DATDSPM screen maintains and turns every flagged posting
      * into a transaction on TRAN-FILE ahead of tonight's DATBATCH:
      * a newly opened case posts its provisional-credit chargeback
      * (type CB - the disputed amount comes back out of the
      * merchant's settlement), a case closed in the merchant's
      * favor posts the re-presentment (type RP - the money goes
      * back to the merchant). Each generated record carries the
      * disputed sale's TRAN-ID in TRAN-ORIG-ID, its company,
      * department and currency, TRAN-SOURCE 'DISPUTE', and a
      * TRAN-ID of 'C' or 'P' plus a five-digit sequence kept on the
      * DISPFILE control row. The case is stamped with the posted
      * TRAN-ID and date and its flag cleared, so a rerun posts
      * nothing twice. Prints one line per posting and the night's
      * counts. Runs between DATTREL and DATBATCH in DATNITE.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  The generated record carries the disputed sale's
      *               TRAN-ACCOUNT, so the posting lands on the same
      *               customer account. A disputed sale no longer on
      *               TRAN-FILE (archived) posts with no account.
      *   2026-10-05  The DATICR record carries the RUNCTL processing
      *               cycle (ICR-CYCLE), so DATCHNR can sum a date's
      *               intraday cycles without mistaking them for a
      *               restart.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AIMG-FILE ASSIGN TO AIMGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AIMG-STATUS.
           SELECT ICR-FILE ASSIGN TO ICRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICR-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDISP.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  AIMG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATAIMG.
       FD  ICR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATICR.
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTAT.
       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-DISP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-AIMG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ICR-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-START-TIME          PIC 9(6)  VALUE ZEROS.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CTL-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CTL-FOUND                      VALUE 'Y'.
       01  WS-WRITTEN-SW               PIC X(1)  VALUE 'N'.
           88  WS-WRITTEN                        VALUE 'Y'.
       01  WS-LAST-SEQ                 PIC 9(5)  VALUE ZEROS.
       01  WS-NEW-TRAN-ID.
           05  WS-NEW-ID-PREFIX        PIC X(1).
           05  WS-NEW-ID-SEQ           PIC 9(5).
       01  WS-POST-TYPE                PIC X(2).
       01  WS-ORIG-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OPEN           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CB             PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-RP             PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-WRITTEN        PIC 9(7) VALUE ZEROS.
           05  WS-AMT-CB               PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-AMT-RP               PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDSPP POSTING    '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDSPP POSTING    '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(80) VALUE
               'CASE ID  TYPE  POSTED AS  COMPANY         AMOUNT  CUR'.
       01  WS-RPT-DETAIL.
           05  RL-CASE-ID              PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-POST-TYPE            PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RL-NEW-ID               PIC X(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(30) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-CONTROL-ROW.

           WRITE RPT-RECORD FROM WS-RPT-HEADING

           MOVE '000000' TO DISP-TRAN-ID
           START DISP-FILE KEY IS GREATER THAN DISP-KEY
           IF WS-DISP-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-DISP-STATUS NOT = '00'
                   DISPLAY 'DATDSPP - DISP-FILE START FAILED, STATUS='
                       WS-DISP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ DISP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF DISP-OPEN
                           ADD 1 TO WS-COUNT-OPEN
                       END-IF
                       IF DISP-CB-PENDING OR DISP-RP-PENDING
                           PERFORM 2000-POST-CASE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 3000-SAVE-CONTROL-ROW.
           PERFORM 8000-WRITE-POSTING-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           MOVE 0 TO RETURN-CODE
           PERFORM 9700-WRITE-INTERFACE-COUNTS.
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATDSPP - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O DISP-FILE
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'DATDSPP - DISP-FILE OPEN FAILED, STATUS='
                   WS-DISP-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDSPP - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE DISP-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN EXTEND AIMG-FILE
           IF WS-AIMG-STATUS NOT = '00'
               DISPLAY 'DATDSPP - AIMG-FILE OPEN FAILED, STATUS='
                   WS-AIMG-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE DISP-FILE
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    No control row yet means no posting has ever been
      *    generated - the sequence starts from zero and the row
      *    is written at the end of the run.
       1100-READ-CONTROL-ROW.
           MOVE '000000' TO DISP-TRAN-ID
           READ DISP-FILE
           EVALUATE WS-DISP-STATUS
               WHEN '00'
                   MOVE DISP-CTL-LAST-SEQ TO WS-LAST-SEQ
                   SET WS-CTL-FOUND TO TRUE
               WHEN '23'
                   MOVE ZEROS TO WS-LAST-SEQ
               WHEN OTHER
                   DISPLAY 'DATDSPP - DISP-FILE CONTROL ROW READ '
                       'FAILED, STATUS=' WS-DISP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    One generated transaction per flagged case. A sequence
      *    number already on TRAN-FILE (a restored or hand-loaded
      *    record) is stepped past, not abended on.
       2000-POST-CASE.
           IF DISP-CB-PENDING
               MOVE 'C'  TO WS-NEW-ID-PREFIX
               MOVE 'CB' TO WS-POST-TYPE
           ELSE
               MOVE 'P'  TO WS-NEW-ID-PREFIX
               MOVE 'RP' TO WS-POST-TYPE
           END-IF

           PERFORM 2050-READ-ORIG-ACCOUNT

           MOVE SPACES             TO DATTRAN-RECORD
           MOVE SHARED-RUN-DATE    TO TRAN-DATE
           MOVE WS-POST-TYPE       TO TRAN-TYPE
           MOVE DISP-AMOUNT        TO TRAN-AMOUNT
           SET TRAN-UNPROCESSED    TO TRUE
           MOVE DISP-DEPT          TO TRAN-DEPT
           MOVE DISP-COMPANY       TO TRAN-COMPANY
           MOVE DISP-TRAN-ID       TO TRAN-ORIG-ID
           MOVE 'DISPUTE'          TO TRAN-SOURCE
           MOVE DISP-CURRENCY      TO TRAN-CURRENCY
           MOVE WS-ORIG-ACCOUNT    TO TRAN-ACCOUNT

           MOVE 'N' TO WS-WRITTEN-SW
           PERFORM UNTIL WS-WRITTEN
               IF WS-LAST-SEQ = 99999
                   DISPLAY 'DATDSPP - DISPUTE POSTING SEQUENCE '
                       'EXHAUSTED - RESET THE DISPFILE CONTROL ROW'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-LAST-SEQ
               MOVE WS-LAST-SEQ    TO WS-NEW-ID-SEQ
               MOVE WS-NEW-TRAN-ID TO TRAN-ID
               WRITE DATTRAN-RECORD
               EVALUATE WS-TRAN-STATUS
                   WHEN '00'
                       SET WS-WRITTEN TO TRUE
                   WHEN '22'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DATDSPP - TRAN-FILE WRITE FAILED, '
                           'STATUS=' WS-TRAN-STATUS
                           ' FOR CASE=' DISP-TRAN-ID
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-PERFORM

           MOVE SPACES         TO DATAIMG-RECORD
           MOVE 'I'            TO AIMG-ACTION
           MOVE DATTRAN-RECORD TO AIMG-TRAN-DATA
           PERFORM 9500-WRITE-AFTER-IMAGE

           IF DISP-CB-PENDING
               MOVE TRAN-ID         TO DISP-CB-TRAN-ID
               MOVE SHARED-RUN-DATE TO DISP-CB-POSTED-DATE
               ADD 1 TO WS-COUNT-CB
               ADD DISP-AMOUNT TO WS-AMT-CB
           ELSE
               MOVE TRAN-ID         TO DISP-RP-TRAN-ID
               MOVE SHARED-RUN-DATE TO DISP-RP-POSTED-DATE
               ADD 1 TO WS-COUNT-RP
               ADD DISP-AMOUNT TO WS-AMT-RP
           END-IF
           SET DISP-NOTHING-PENDING TO TRUE
           REWRITE DATDISP-RECORD
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'DATDSPP - DISP-FILE REWRITE FAILED, STATUS='
                   WS-DISP-STATUS ' FOR CASE=' DISP-TRAN-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-WRITTEN

           MOVE DISP-TRAN-ID   TO RL-CASE-ID
           MOVE WS-POST-TYPE   TO RL-POST-TYPE
           MOVE TRAN-ID        TO RL-NEW-ID
           MOVE DISP-COMPANY   TO RL-COMPANY
           MOVE DISP-AMOUNT    TO RL-AMOUNT
           MOVE DISP-CURRENCY  TO RL-CURRENCY
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       2050-READ-ORIG-ACCOUNT.
           MOVE SPACES TO WS-ORIG-ACCOUNT
           MOVE DISP-TRAN-ID TO TRAN-KEY
           READ TRAN-FILE
           EVALUATE WS-TRAN-STATUS
               WHEN '00'
                   MOVE TRAN-ACCOUNT TO WS-ORIG-ACCOUNT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATDSPP - TRAN-FILE READ FAILED, STATUS='
                       WS-TRAN-STATUS ' FOR TRAN-ID=' DISP-TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       3000-SAVE-CONTROL-ROW.
           MOVE SPACES        TO DATDISP-RECORD
           MOVE '000000'      TO DISP-TRAN-ID
           MOVE WS-LAST-SEQ   TO DISP-CTL-LAST-SEQ
           IF WS-CTL-FOUND
               REWRITE DATDISP-RECORD
           ELSE
               WRITE DATDISP-RECORD
           END-IF
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'DATDSPP - DISP-FILE CONTROL ROW UPDATE '
                   'FAILED, STATUS=' WS-DISP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    One after-image per change this program makes to the
      *    cluster, for the forward-recovery utility. The caller
      *    sets AIMG-ACTION and stages the record image first.
       9500-WRITE-AFTER-IMAGE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE 'DATDSPP'         TO AIMG-PROGRAM
           MOVE WS-ABND-TIMESTAMP TO AIMG-TIMESTAMP
           WRITE DATAIMG-RECORD
           IF WS-AIMG-STATUS NOT = '00'
               DISPLAY 'DATDSPP - AIMG-FILE WRITE FAILED, '
                   'STATUS=' WS-AIMG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-POSTING-TOTALS.
           MOVE 'CASES READ'         TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CASES STILL OPEN'   TO RPT-LABEL
           MOVE WS-COUNT-OPEN        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CHARGEBACKS (CB)'   TO RPT-LABEL
           MOVE WS-COUNT-CB          TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CHARGEBACK AMOUNT'  TO RPT-AMT-LABEL
           MOVE WS-AMT-CB            TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'RE-PRESENTMENTS (RP)' TO RPT-LABEL
           MOVE WS-COUNT-RP          TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'RE-PRESENTMENT AMT' TO RPT-AMT-LABEL
           MOVE WS-AMT-RP            TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'WRITTEN TO TRANFILE' TO RPT-LABEL
           MOVE WS-COUNT-WRITTEN     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE DISP-FILE
           CLOSE AIMG-FILE
           CLOSE RPT-FILE.

      *    Tonight's generated postings join the unprocessed census
      *    DATBATCH sees, so the chain reconciliation needs this
      *    count to prove the edit-to-batch handoff.
       9700-WRITE-INTERFACE-COUNTS.
           OPEN EXTEND ICR-FILE
           IF WS-ICR-STATUS NOT = '00'
               DISPLAY 'DATDSPP - ICR-FILE OPEN FAILED, STATUS='
                   WS-ICR-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES            TO DATICR-RECORD
               MOVE 'DATDSPP'         TO ICR-PROGRAM
               MOVE SHARED-RUN-DATE   TO ICR-RUN-DATE
               MOVE SHARED-RUN-CYCLE  TO ICR-CYCLE
               MOVE 'TRANFILE'        TO ICR-DDNAME
               MOVE 'OUT'             TO ICR-DIRECTION
               MOVE WS-COUNT-WRITTEN  TO ICR-COUNT
               WRITE DATICR-RECORD
               CLOSE ICR-FILE
           END-IF.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATDSPP'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-READ      TO STAT-COUNT-READ
           MOVE WS-COUNT-WRITTEN   TO STAT-COUNT-PROCESSED
           MOVE ZEROS              TO STAT-COUNT-ERROR
           COMPUTE STAT-TOTAL-AMOUNT = WS-AMT-RP - WS-AMT-CB
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATDSPP - STAT-FILE OPEN FAILED, STATUS='
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
               DISPLAY 'DATDSPP - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATDSPP - RUN-FILE IS EMPTY - RUN '
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
               DISPLAY 'DATDSPP - PROCESSING DATE '
                   RUN-CTL-DATE ' IS ALREADY MARKED '
                   'COMPLETE - RUN DATROPN TO OPEN A '
                   'NEW DATE'
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE RUN-CTL-DATE TO SHARED-RUN-DATE
           MOVE RUN-CTL-CYCLE TO SHARED-RUN-CYCLE
           CLOSE RUN-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATDSPP'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
