       ID DIVISION.
       PROGRAM-ID. DATDAGE.
      *----------------------------------------------------------------
      * Nightly dependent age-out, run behind the DATDACT activation
      * pass. Reads DEP-FILE front to back and, for every dependent
      * in force with a date of birth on file, looks its
      * relationship code up on the REL-FILE table. Where the
      * relationship carries an age limit (REL-AGE-LIMIT not zero)
      * the dependent ages out on the birthday that reaches it - a
      * 29 February birthday falls on 1 March in a common year.
      * A dependent whose age-out date has arrived is end-dated:
      * DEP-STATUS 'T', DEP-END-DATE the age-out date (coverage runs
      * to the day before), DEP-END-REASON 'A'. A dependent who
      * ages out within the next 60 days is listed as upcoming so
      * HR can write to the member before coverage stops; the list
      * is a rolling window, so a dependent stays on it every night
      * until the date arrives. A row with no date of birth, or
      * under a relationship with no limit, is never aged out.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT REL-FILE ASSIGN TO RELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
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
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRELC.
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
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-REL-STATUS               PIC X(2)  VALUE '00'.
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
       01  WS-LIMIT-SW                 PIC X(1)  VALUE 'N'.
           88  WS-HAS-LIMIT                      VALUE 'Y'.
       01  WS-NOTICE-DAYS              PIC 9(3)  VALUE 60.
       01  WS-RUN-DATE-NUM             PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-INT                  PIC 9(7)  VALUE ZEROS.
       01  WS-NOTICE-INT               PIC 9(7)  VALUE ZEROS.
       01  WS-NOTICE-DATE              PIC 9(8)  VALUE ZEROS.
       01  WS-BIRTH-DATE               PIC 9(8)  VALUE ZEROS.
       01  WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR           PIC 9(4).
           05  WS-BIRTH-MMDD           PIC 9(4).
       01  WS-AGEOUT-DATE              PIC 9(8)  VALUE ZEROS.
       01  WS-AGEOUT-PARTS REDEFINES WS-AGEOUT-DATE.
           05  WS-AGEOUT-YEAR          PIC 9(4).
           05  WS-AGEOUT-MMDD          PIC 9(4).
       01  WS-LEAP-QUOT                PIC 9(4)  VALUE ZEROS.
       01  WS-LEAP-REM-4               PIC 9(3)  VALUE ZEROS.
       01  WS-LEAP-REM-100             PIC 9(3)  VALUE ZEROS.
       01  WS-LEAP-REM-400             PIC 9(3)  VALUE ZEROS.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CHECKED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-DOB         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-AGED-OUT       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-UPCOMING       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'DATDAGE DEPENDENT AGE-OUT  RUN DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(13) VALUE
               '  NOTICE TO '.
           05  RH-NOTICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'ACTION      DEP-ID  NAME                '.
           05  FILLER                  PIC X(40) VALUE
               '            RL  EMP-ID  AGE-OUT         '.
       01  WS-RPT-DETAIL.
           05  RL-ACTION               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-NAME             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REL-CD               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-EMP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AGEOUT-DATE          PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATDAGE AGE-OUT    '.
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
           COMPUTE WS-NOTICE-INT = WS-RUN-INT + WS-NOTICE-DAYS
           COMPUTE WS-NOTICE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-NOTICE-INT)

           PERFORM 1000-OPEN-FILES.

           MOVE SHARED-RUN-DATE TO RH-RUN-DATE
           MOVE WS-NOTICE-DATE  TO RH-NOTICE-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF DEP-ACTIVE
                           PERFORM 2000-CHECK-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-AGE-OUT-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           MOVE 0 TO RETURN-CODE
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATDAGE - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'DATDAGE - REL-FILE OPEN FAILED, STATUS='
                   WS-REL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDAGE - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    An in-force dependent with no usable birth date is
      *    counted and left alone - the DIFF-DOB lines on the
      *    monthly HR reconciliation are where it gets fixed.
       2000-CHECK-DEPENDENT.
           IF DEP-BIRTH-DATE = SPACES
               OR DEP-BIRTH-DATE NOT NUMERIC
               ADD 1 TO WS-COUNT-NO-DOB
           ELSE
               PERFORM 2100-READ-AGE-LIMIT
               IF WS-HAS-LIMIT
                   ADD 1 TO WS-COUNT-CHECKED
                   PERFORM 2200-FIND-AGE-OUT-DATE
                   EVALUATE TRUE
                       WHEN WS-AGEOUT-DATE NOT > WS-RUN-DATE-NUM
                           PERFORM 3000-END-DEPENDENT
                       WHEN WS-AGEOUT-DATE NOT > WS-NOTICE-DATE
                           MOVE 'UPCOMING' TO RL-ACTION
                           PERFORM 4000-REPORT-DEPENDENT
                           ADD 1 TO WS-COUNT-UPCOMING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    A code missing from the table, or a row written before
      *    the limit was carried, has no limit to apply.
       2100-READ-AGE-LIMIT.
           MOVE 'N' TO WS-LIMIT-SW
           MOVE DEP-RELATIONSHIP-CD TO REL-KEY
           READ REL-FILE
           EVALUATE WS-REL-STATUS
               WHEN '00'
                   IF REL-AGE-LIMIT NUMERIC
                       AND NOT REL-NO-AGE-LIMIT
                       SET WS-HAS-LIMIT TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATDAGE - REL-FILE READ FAILED, STATUS='
                       WS-REL-STATUS ' FOR CODE='
                       DEP-RELATIONSHIP-CD
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    The birthday the limit is reached on. A 29 February
      *    birthday has no date in a common year; it falls on
      *    1 March instead.
       2200-FIND-AGE-OUT-DATE.
           MOVE DEP-BIRTH-DATE TO WS-BIRTH-DATE
           COMPUTE WS-AGEOUT-YEAR = WS-BIRTH-YEAR + REL-AGE-LIMIT
           MOVE WS-BIRTH-MMDD TO WS-AGEOUT-MMDD
           IF WS-AGEOUT-MMDD = 0229
               DIVIDE WS-AGEOUT-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-AGEOUT-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-AGEOUT-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
                   MOVE 0301 TO WS-AGEOUT-MMDD
               END-IF
           END-IF.

       3000-END-DEPENDENT.
           MOVE 'T'            TO DEP-STATUS
           MOVE WS-AGEOUT-DATE TO DEP-END-DATE
           MOVE 'A'            TO DEP-END-REASON
           REWRITE DATDEPR-RECORD
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATDAGE - DEP-FILE REWRITE FAILED, '
                   'STATUS=' WS-DEP-STATUS ' FOR DEP-ID=' DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'AGED OUT' TO RL-ACTION
           PERFORM 4000-REPORT-DEPENDENT
           ADD 1 TO WS-COUNT-AGED-OUT.

       4000-REPORT-DEPENDENT.
           MOVE DEP-ID              TO RL-DEP-ID
           MOVE DEP-NAME            TO RL-DEP-NAME
           MOVE DEP-RELATIONSHIP-CD TO RL-REL-CD
           MOVE DEP-EMP-ID          TO RL-EMP-ID
           MOVE WS-AGEOUT-DATE      TO RL-AGEOUT-DATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8000-WRITE-AGE-OUT-TOTALS.
           MOVE 'DEPENDENTS READ'    TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'UNDER AN AGE LIMIT' TO RPT-LABEL
           MOVE WS-COUNT-CHECKED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'NO BIRTH DATE'      TO RPT-LABEL
           MOVE WS-COUNT-NO-DOB      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'AGED OUT'           TO RPT-LABEL
           MOVE WS-COUNT-AGED-OUT    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'UPCOMING'           TO RPT-LABEL
           MOVE WS-COUNT-UPCOMING    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE DEP-FILE
           CLOSE REL-FILE
           CLOSE RPT-FILE.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATDAGE'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-READ      TO STAT-COUNT-READ
           MOVE WS-COUNT-AGED-OUT  TO STAT-COUNT-PROCESSED
           MOVE ZEROS              TO STAT-COUNT-ERROR
           MOVE ZEROS              TO STAT-TOTAL-AMOUNT
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATDAGE - STAT-FILE OPEN FAILED, STATUS='
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
               DISPLAY 'DATDAGE - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATDAGE - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATDAGE - PROCESSING DATE '
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
           MOVE 'DATDAGE'         TO ABND-PROGRAM
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
               DISPLAY 'DATDAGE - OPST-FILE OPEN FAILED, STATUS='
                   WS-OPST-STATUS ' - STATUS ROW NOT WRITTEN'
           ELSE
               MOVE SPACES     TO DATOPSR-RECORD
               MOVE 'DATDAGE' TO OPS-PROGRAM
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
                       DISPLAY 'DATDAGE - OPST-FILE READ FAILED, '
                           'STATUS=' WS-OPST-STATUS
               END-EVALUATE
               CLOSE OPST-FILE
           END-IF.

       9960-BUILD-STATUS-ROW.
           MOVE SPACES            TO DATOPSR-RECORD
           MOVE 'DATDAGE'         TO OPS-PROGRAM
           MOVE SPACES            TO OPS-STREAM
           MOVE WS-ABND-TIMESTAMP TO OPS-TIMESTAMP
           MOVE SPACES            TO OPS-LAST-TRAN-KEY
           MOVE WS-COUNT-READ     TO OPS-COUNT-IN
           MOVE ZEROS             TO OPS-JRNL-COUNT
           MOVE RETURN-CODE       TO OPS-RETURN-CODE.
