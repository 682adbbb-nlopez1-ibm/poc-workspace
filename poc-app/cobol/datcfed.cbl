       ID DIVISION.
       PROGRAM-ID. DATCFED.
      *----------------------------------------------------------------
      * Nightly change-only enrollment feed to the benefits carrier,
      * run behind the audit-trail drain. Replaces the monthly
      * spreadsheet, so the carrier's eligibility follows DEP-FILE
      * by a day instead of by weeks.
      *   1. Collects the dependents changed since the last
      *      successful send (CARRCTL high-water timestamp): every
      *      DATDEPM journal generation on hand (JRNLFILE names the
      *      GDG base) and the AUDHIST history of DATDMNT changes.
      *   2. Reads DEP-FILE front to back and sends, in the
      *      carrier's layout (DATCENF), an add (021) for a changed
      *      dependent the carrier does not have, or one reinstated
      *      after a termination; a change (001) for a changed
      *      dependent it has; a termination (024) for a dependent
      *      ended since it was last sent - the nightly age-out and
      *      employee-termination passes end rows without a journal
      *      entry, so ended rows are picked up from the master.
      *   3. Terminates with the carrier any changed dependent no
      *      longer on the master (deleted).
      * Every record sent is posted to the carrier status KSDS
      * (CENFILE, DATCENR) to await the carrier's response, which
      * DATCRSP reads back. A dependent whose add the carrier
      * rejected goes again as an add once the desk has fixed it.
      * A dependent on file before the feed started, and never
      * changed since, is one the carrier already has from the
      * spreadsheet and is not sent. CARRCTL is rewritten only
      * after a clean run.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT CEN-FILE ASSIGN TO CENFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEN-KEY
               FILE STATUS IS WS-CEN-STATUS.
           SELECT CENF-FILE ASSIGN TO CENFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CENF-STATUS.
           SELECT CTL-FILE ASSIGN TO CARRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
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
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATJRNL.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDAUD.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  CEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCENR.
       FD  CENF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCENF.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCSCT.
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
       01  WS-JRNL-STATUS              PIC X(2)  VALUE '00'.
       01  WS-HIST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CEN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CENF-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2)  VALUE '00'.
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
       01  WS-CUTOFF-TIMESTAMP.
           05  WS-CUTOFF-DATE          PIC 9(8).
           05  WS-CUTOFF-TIME          PIC 9(6).
       01  WS-LAST-TIMESTAMP           PIC X(14) VALUE ZEROS.
       01  WS-LAST-SEND-DATE           PIC X(8)  VALUE ZEROS.
       01  WS-FILE-SEQ                 PIC 9(6)  VALUE ZEROS.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CHG-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CHG-FOUND                      VALUE 'Y'.
       01  WS-CEN-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CEN-FOUND                      VALUE 'Y'.
       01  WS-MAINT-TYPE               PIC X(3)  VALUE SPACES.
           88  WS-SEND-NOTHING                   VALUE SPACES.
       01  WS-SOURCE-DEP-ID            PIC X(6)  VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)  VALUE ZEROS.
       01  WS-DATE-INT                 PIC 9(7)  VALUE ZEROS.
       01  WS-LAST-COVERED-DATE        PIC 9(8)  VALUE ZEROS.
       01  WS-CHG-IX                   PIC S9(4) COMP.
       01  WS-CHG-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-DEP-ID        PIC X(6).
               10  WS-CT-MATCHED-SW    PIC X(1).
                   88  WS-CT-MATCHED             VALUE 'Y'.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-JRNL-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HIST-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CHANGED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DEP-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ADDS           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CHANGES        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-TERMS          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SENT           PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATCFED CARRIER ENROLLMENT FEED  FILE NO'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RH-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X(11) VALUE
               '  RUN DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'TYPE  DEP-ID  NAME                      '.
           05  FILLER                  PIC X(40) VALUE
               '      EMP-ID  BEGIN     END             '.
       01  WS-RPT-DETAIL.
           05  RL-MAINT-TYPE           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-NAME             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-EMP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-BEGIN-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-END-DATE             PIC X(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCFED CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           MOVE WS-ABND-DATE       TO WS-CUTOFF-DATE
           MOVE WS-STAT-START-TIME TO WS-CUTOFF-TIME
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           PERFORM 0200-READ-SEND-CONTROL.
           ADD 1 TO WS-FILE-SEQ

           PERFORM 1000-OPEN-FILES.

           MOVE WS-FILE-SEQ      TO RH-FILE-SEQ
           MOVE SHARED-RUN-DATE  TO RH-RUN-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           MOVE SPACES           TO CENF-HEADER
           MOVE 'H'              TO CENF-H-REC-TYPE
           MOVE 'DATCFED'        TO CENF-H-SENDER
           MOVE WS-FILE-SEQ      TO CENF-H-FILE-SEQ
           MOVE SHARED-RUN-DATE  TO CENF-H-RUN-DATE
           MOVE 'ENROLLMENT CHANGES' TO CENF-H-FILE-TYPE
           WRITE CENF-HEADER
           PERFORM 6500-CHECK-CENF-WRITE

           PERFORM 2000-LOAD-JOURNAL.
           PERFORM 2200-LOAD-AUDIT-HISTORY.
           PERFORM 3000-SCAN-DEPENDENTS.
           PERFORM 4000-SEND-DELETIONS.

           MOVE SPACES           TO CENF-TRAILER
           MOVE 'T'              TO CENF-T-REC-TYPE
           MOVE WS-COUNT-ADDS    TO CENF-T-ADD-COUNT
           MOVE WS-COUNT-CHANGES TO CENF-T-CHANGE-COUNT
           MOVE WS-COUNT-TERMS   TO CENF-T-TERM-COUNT
           MOVE WS-COUNT-SENT    TO CENF-T-RECORD-COUNT
           WRITE CENF-TRAILER
           PERFORM 6500-CHECK-CENF-WRITE

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 0300-WRITE-SEND-CONTROL.

           MOVE 0 TO RETURN-CODE
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

      *    No control record yet is the first run - every change on
      *    hand goes.
       0200-READ-SEND-CONTROL.
           OPEN INPUT CTL-FILE
           EVALUATE WS-CTL-STATUS
               WHEN '00'
                   READ CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CSC-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
                           MOVE CSC-LAST-SEND-DATE TO WS-LAST-SEND-DATE
                           MOVE CSC-FILE-SEQ       TO WS-FILE-SEQ
                   END-READ
                   CLOSE CTL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCFED - CTL-FILE OPEN FAILED, STATUS='
                       WS-CTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       0300-WRITE-SEND-CONTROL.
           MOVE SPACES              TO DATCSCT-RECORD
           MOVE WS-CUTOFF-TIMESTAMP TO CSC-LAST-TIMESTAMP
           MOVE SHARED-RUN-DATE     TO CSC-LAST-SEND-DATE
           MOVE WS-FILE-SEQ         TO CSC-FILE-SEQ
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCFED - CTL-FILE OPEN FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           WRITE DATCSCT-RECORD
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCFED - CTL-FILE WRITE FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CTL-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           CLOSE CTL-FILE.

       1000-OPEN-FILES.
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATCFED - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CEN-FILE
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'DATCFED - CEN-FILE OPEN FAILED, STATUS='
                   WS-CEN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT CENF-FILE
           IF WS-CENF-STATUS NOT = '00'
               DISPLAY 'DATCFED - CENF-FILE OPEN FAILED, STATUS='
                   WS-CENF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCFED - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The batch pass's journal: one record per applied
      *    ADD/CHANGE/DELETE, keyed by the dependent.
       2000-LOAD-JOURNAL.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'DATCFED - JRNL-FILE OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ JRNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-JRNL-READ
                       IF JRNL-PROGRAM = 'DATDEPM'
                           AND JRNL-TIMESTAMP (1:14) >
                               WS-LAST-TIMESTAMP
                           AND JRNL-TIMESTAMP (1:14) NOT >
                               WS-CUTOFF-TIMESTAMP
                           MOVE JRNL-TRAN-ID TO WS-SOURCE-DEP-ID
                           PERFORM 2500-ADD-CHANGED-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

      *    The online desk's changes, drained nightly from the DAUD
      *    queue.
       2200-LOAD-AUDIT-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DATCFED - HIST-FILE OPEN FAILED, STATUS='
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-HIST-READ
                       IF DAUD-TIMESTAMP (1:14) > WS-LAST-TIMESTAMP
                           AND DAUD-TIMESTAMP (1:14) NOT >
                               WS-CUTOFF-TIMESTAMP
                           MOVE DAUD-DEP-ID TO WS-SOURCE-DEP-ID
                           PERFORM 2500-ADD-CHANGED-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      *    A dependent changed several times goes once, as the
      *    master stands tonight.
       2500-ADD-CHANGED-DEPENDENT.
           PERFORM 2600-FIND-CHANGED-DEPENDENT
           IF NOT WS-CHG-FOUND
               IF WS-CHG-COUNT < 2000
                   ADD 1 TO WS-CHG-COUNT
                   ADD 1 TO WS-COUNT-CHANGED
                   MOVE WS-SOURCE-DEP-ID
                       TO WS-CT-DEP-ID (WS-CHG-COUNT)
                   MOVE 'N' TO WS-CT-MATCHED-SW (WS-CHG-COUNT)
               ELSE
                   DISPLAY 'DATCFED - CHANGE TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

       2600-FIND-CHANGED-DEPENDENT.
           MOVE 'N' TO WS-CHG-FOUND-SW
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
                   OR WS-CHG-FOUND
               IF WS-SOURCE-DEP-ID = WS-CT-DEP-ID (WS-CHG-IX)
                   SET WS-CHG-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CHG-IX
               END-IF
           END-PERFORM.

       3000-SCAN-DEPENDENTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-DEP-READ
                       MOVE DEP-ID TO WS-SOURCE-DEP-ID
                       PERFORM 2600-FIND-CHANGED-DEPENDENT
                       IF WS-CHG-FOUND
                           SET WS-CT-MATCHED (WS-CHG-IX) TO TRUE
                       END-IF
                       PERFORM 3100-READ-CARRIER-STATUS
                       PERFORM 3200-PICK-MAINT-TYPE
                       IF NOT WS-SEND-NOTHING
                           PERFORM 3300-SEND-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM.

       3100-READ-CARRIER-STATUS.
           MOVE 'N' TO WS-CEN-FOUND-SW
           MOVE WS-SOURCE-DEP-ID TO CEN-KEY
           READ CEN-FILE
           EVALUATE WS-CEN-STATUS
               WHEN '00'
                   SET WS-CEN-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCFED - CEN-FILE READ FAILED, STATUS='
                       WS-CEN-STATUS ' FOR DEP-ID=' WS-SOURCE-DEP-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    An ended row the carrier never had is only sent when it
      *    was changed or ended since the last send - the carrier
      *    may hold it from the spreadsheet days.
       3200-PICK-MAINT-TYPE.
           MOVE SPACES TO WS-MAINT-TYPE
           IF DEP-ENDED
               EVALUATE TRUE
                   WHEN WS-CEN-FOUND AND CEN-SENT-TERM
                       CONTINUE
                   WHEN WS-CEN-FOUND
                       MOVE '024' TO WS-MAINT-TYPE
                   WHEN WS-CHG-FOUND
                       MOVE '024' TO WS-MAINT-TYPE
                   WHEN DEP-END-DATE > WS-LAST-SEND-DATE
                       MOVE '024' TO WS-MAINT-TYPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CEN-FOUND AND CEN-SENT-TERM
                       MOVE '021' TO WS-MAINT-TYPE
                   WHEN NOT WS-CHG-FOUND
                       CONTINUE
                   WHEN NOT WS-CEN-FOUND
                       MOVE '021' TO WS-MAINT-TYPE
                   WHEN CEN-SENT-ADD AND CEN-REJECTED
                       MOVE '021' TO WS-MAINT-TYPE
                   WHEN OTHER
                       MOVE '001' TO WS-MAINT-TYPE
               END-EVALUATE
           END-IF.

       3300-SEND-DEPENDENT.
           MOVE SPACES              TO CENF-DETAIL
           MOVE 'D'                 TO CENF-D-REC-TYPE
           MOVE WS-MAINT-TYPE       TO CENF-D-MAINT-TYPE
           MOVE DEP-EMP-ID          TO CENF-D-SUBSCRIBER-ID
           MOVE DEP-ID              TO CENF-D-MEMBER-ID
           MOVE DEP-NAME            TO CENF-D-MEMBER-NAME
           MOVE DEP-RELATIONSHIP-CD TO CENF-D-RELATIONSHIP-CD
           MOVE DEP-BIRTH-DATE      TO CENF-D-BIRTH-DATE
           IF DEP-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO CENF-D-GROUP
           ELSE
               MOVE DEP-COMPANY         TO CENF-D-GROUP
           END-IF
           IF DEP-CONTINUATION
               MOVE 'C' TO CENF-D-COVERAGE-TYPE
           ELSE
               MOVE 'R' TO CENF-D-COVERAGE-TYPE
           END-IF
           MOVE DEP-EFFECTIVE-DATE  TO CENF-D-COVERAGE-BEGIN
           IF WS-MAINT-TYPE = '024'
               IF DEP-END-DATE NUMERIC
                   MOVE DEP-END-DATE TO WS-DATE-NUM
               ELSE
                   MOVE SHARED-RUN-DATE TO WS-DATE-NUM
               END-IF
               PERFORM 3400-LAST-COVERED-DAY
               MOVE WS-LAST-COVERED-DATE TO CENF-D-COVERAGE-END
               MOVE DEP-END-REASON       TO CENF-D-END-REASON
           END-IF
           PERFORM 3500-WRITE-DETAIL.

      *    Coverage runs up to the day before the end date; the
      *    carrier's layout wants the last day covered.
       3400-LAST-COVERED-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1
           COMPUTE WS-LAST-COVERED-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

       3500-WRITE-DETAIL.
           WRITE CENF-DETAIL
           PERFORM 6500-CHECK-CENF-WRITE
           ADD 1 TO WS-COUNT-SENT
           EVALUATE WS-MAINT-TYPE
               WHEN '021'
                   ADD 1 TO WS-COUNT-ADDS
               WHEN '001'
                   ADD 1 TO WS-COUNT-CHANGES
               WHEN '024'
                   ADD 1 TO WS-COUNT-TERMS
           END-EVALUATE

           MOVE CENF-D-MEMBER-ID     TO CEN-DEP-ID
           MOVE CENF-D-SUBSCRIBER-ID TO CEN-EMP-ID
           MOVE CENF-D-GROUP         TO CEN-COMPANY
           MOVE WS-MAINT-TYPE        TO CEN-MAINT-TYPE
           MOVE SHARED-RUN-DATE      TO CEN-SENT-DATE
           MOVE WS-FILE-SEQ          TO CEN-FILE-SEQ
           MOVE 'S'                  TO CEN-STATUS
           MOVE SPACES               TO CEN-RESPONSE-DATE
           MOVE SPACES               TO CEN-REJECT-CODE
           MOVE SPACES               TO CEN-REJECT-REASON
           IF WS-CEN-FOUND
               REWRITE DATCENR-RECORD
           ELSE
               WRITE DATCENR-RECORD
           END-IF
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'DATCFED - CEN-FILE UPDATE FAILED, STATUS='
                   WS-CEN-STATUS ' FOR DEP-ID=' CEN-DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           MOVE WS-MAINT-TYPE         TO RL-MAINT-TYPE
           MOVE CENF-D-MEMBER-ID      TO RL-DEP-ID
           MOVE CENF-D-MEMBER-NAME    TO RL-DEP-NAME
           MOVE CENF-D-SUBSCRIBER-ID  TO RL-EMP-ID
           MOVE CENF-D-COVERAGE-BEGIN TO RL-BEGIN-DATE
           MOVE CENF-D-COVERAGE-END   TO RL-END-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    A changed dependent the master no longer carries was
      *    deleted: terminated with the carrier as of tonight, from
      *    what was last sent, if the carrier has it at all.
       4000-SEND-DELETIONS.
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF NOT WS-CT-MATCHED (WS-CHG-IX)
                   MOVE WS-CT-DEP-ID (WS-CHG-IX) TO WS-SOURCE-DEP-ID
                   PERFORM 3100-READ-CARRIER-STATUS
                   IF WS-CEN-FOUND AND NOT CEN-SENT-TERM
                       PERFORM 4100-SEND-DELETION
                   END-IF
               END-IF
           END-PERFORM.

       4100-SEND-DELETION.
           MOVE '024'           TO WS-MAINT-TYPE
           MOVE SPACES          TO CENF-DETAIL
           MOVE 'D'             TO CENF-D-REC-TYPE
           MOVE WS-MAINT-TYPE   TO CENF-D-MAINT-TYPE
           MOVE CEN-EMP-ID      TO CENF-D-SUBSCRIBER-ID
           MOVE CEN-DEP-ID      TO CENF-D-MEMBER-ID
           MOVE CEN-COMPANY     TO CENF-D-GROUP
           MOVE 'R'             TO CENF-D-COVERAGE-TYPE
           MOVE SHARED-RUN-DATE TO WS-DATE-NUM
           PERFORM 3400-LAST-COVERED-DAY
           MOVE WS-LAST-COVERED-DATE TO CENF-D-COVERAGE-END
           MOVE 'D'             TO CENF-D-END-REASON
           PERFORM 3500-WRITE-DETAIL.

       6500-CHECK-CENF-WRITE.
           IF WS-CENF-STATUS NOT = '00'
               DISPLAY 'DATCFED - CENF-FILE WRITE FAILED, STATUS='
                   WS-CENF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'JOURNAL RECORDS READ' TO RPT-LABEL
           MOVE WS-COUNT-JRNL-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'AUDIT RECORDS READ'  TO RPT-LABEL
           MOVE WS-COUNT-HIST-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DEPENDENTS CHANGED'  TO RPT-LABEL
           MOVE WS-COUNT-CHANGED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ADDS SENT'           TO RPT-LABEL
           MOVE WS-COUNT-ADDS         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CHANGES SENT'        TO RPT-LABEL
           MOVE WS-COUNT-CHANGES      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'TERMINATIONS SENT'   TO RPT-LABEL
           MOVE WS-COUNT-TERMS        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           DISPLAY 'DATCFED - FILE NO ' WS-FILE-SEQ
               ' ADDS=' WS-COUNT-ADDS
               ' CHANGES=' WS-COUNT-CHANGES
               ' TERMS=' WS-COUNT-TERMS.

       9000-CLOSE-FILES.
           CLOSE DEP-FILE
           CLOSE CEN-FILE
           CLOSE CENF-FILE
           CLOSE RPT-FILE.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATCFED'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-DEP-READ  TO STAT-COUNT-READ
           MOVE WS-COUNT-SENT      TO STAT-COUNT-PROCESSED
           MOVE ZEROS              TO STAT-COUNT-ERROR
           MOVE ZEROS              TO STAT-TOTAL-AMOUNT
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATCFED - STAT-FILE OPEN FAILED, STATUS='
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
               DISPLAY 'DATCFED - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATCFED - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATCFED - PROCESSING DATE '
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
           MOVE 'DATCFED'         TO ABND-PROGRAM
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
               DISPLAY 'DATCFED - OPST-FILE OPEN FAILED, STATUS='
                   WS-OPST-STATUS ' - STATUS ROW NOT WRITTEN'
           ELSE
               MOVE SPACES     TO DATOPSR-RECORD
               MOVE 'DATCFED' TO OPS-PROGRAM
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
                       DISPLAY 'DATCFED - OPST-FILE READ FAILED, '
                           'STATUS=' WS-OPST-STATUS
               END-EVALUATE
               CLOSE OPST-FILE
           END-IF.

       9960-BUILD-STATUS-ROW.
           MOVE SPACES            TO DATOPSR-RECORD
           MOVE 'DATCFED'         TO OPS-PROGRAM
           MOVE SPACES            TO OPS-STREAM
           MOVE WS-ABND-TIMESTAMP TO OPS-TIMESTAMP
           MOVE SPACES            TO OPS-LAST-TRAN-KEY
           MOVE WS-COUNT-DEP-READ TO OPS-COUNT-IN
           MOVE ZEROS             TO OPS-JRNL-COUNT
           MOVE RETURN-CODE       TO OPS-RETURN-CODE.
