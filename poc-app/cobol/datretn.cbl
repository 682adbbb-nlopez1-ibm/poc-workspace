       ID DIVISION.
       PROGRAM-ID. DATRETN.
      *----------------------------------------------------------------
      * Retention housekeeping for the files built around TRAN-FILE.
      * DATARCH ages TRAN-FILE itself; nothing aged the satellites,
      * and the ones read front to back every night got slower every
      * month. Driven by the RETPOL policy cards (DATRETP layout) -
      * file, the date field its rows are aged by, retention days,
      * archive or delete - this pass reads each file front to back
      * and expires every row whose date is older than the run date
      * less the file's retention days:
      *    LIFEFILE  lifecycle rows        LIFE-RUN-DATE
      *    REPFILE   recycled repair rows  REP-ADDED-DATE
      *    AUDHIST   dependent audit trail DAUD-TIMESTAMP (date part)
      *    LEDGFILE  period ledger rows    LED-RUN-DATE
      *    OPSTFILE  operator status rows  OPS-TIMESTAMP (date part)
      *    STATFILE  run statistics        STAT-RUN-DATE
      *    CURRFILE  superseded rates      CURR-EFFECTIVE-DATE
      * An archive policy writes the row to the dated RETARCH
      * generation (DATRARC layout) before it is removed; a delete
      * policy just removes it. The KSDS rows are deleted in place;
      * the two sequential histories are copied to their keep
      * datasets (AUDKEEP, STATKEEP) without the expired rows and
      * the job copies those back once this step ends clean.
      *
      * A row still tied to open business is never expired, however
      * old: a lifecycle or recycled repair row whose transaction is
      * held on TRAN-FILE, restored from the history for a dispute,
      * or under an open DISPFILE case; any repair row still open or
      * repaired and waiting to recycle; and a lifecycle row whose
      * transaction has an open repair. Those are kept and counted
      * as protected. A CURRFILE rate only expires once a later rate
      * for its currency took over before the cutoff, and not while
      * a held, pending or restored transaction in that currency is
      * dated before the later rate took over - the batch would
      * still convert it at the old one.
      *
      * Prints one retention line per file: rows read, kept,
      * protected, archived and deleted and the oldest date left.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  Row image widened to 150 bytes for the longer
      *               REPFILE row.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETP-FILE ASSIGN TO RETPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETP-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT LIFE-FILE ASSIGN TO LIFEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIFE-KEY
               FILE STATUS IS WS-LIFE-STATUS.
           SELECT REP-FILE ASSIGN TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-KEY
               FILE STATUS IS WS-REP-STATUS.
           SELECT AUDH-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-STATUS.
           SELECT AKEEP-FILE ASSIGN TO AUDKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKEEP-STATUS.
           SELECT LEDG-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT OPST-FILE ASSIGN TO OPSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPS-KEY
               FILE STATUS IS WS-OPST-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT SKEEP-FILE ASSIGN TO STATKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKEEP-STATUS.
           SELECT CURR-FILE ASSIGN TO CURRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT ARC-FILE ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRETP.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDISP.
       FD  LIFE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLIFE.
       FD  REP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATREPR.
       FD  AUDH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATDAUD
               REPLACING ==DATDAUD-RECORD== BY ==AUDH-RECORD==
                         LEADING ==DAUD-== BY ==AUDH-==.
       FD  AKEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  AKEEP-RECORD                PIC X(100).
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLEDG.
       FD  OPST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATOPSR.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTAT.
       FD  SKEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SKEEP-RECORD                PIC X(80).
       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCURR.
       FD  ARC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRARC.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-RETP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-DISP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LIFE-STATUS              PIC X(2)  VALUE '00'.
       01  WS-REP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-AUDH-STATUS              PIC X(2)  VALUE '00'.
       01  WS-AKEEP-STATUS             PIC X(2)  VALUE '00'.
       01  WS-LEDG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-OPST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SKEEP-STATUS             PIC X(2)  VALUE '00'.
       01  WS-CURR-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ARC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-POLICY-BAD-SW            PIC X(1)  VALUE 'N'.
           88  WS-POLICY-BAD                     VALUE 'Y'.
       01  WS-FILE-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-FILE-FOUND                     VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INT                PIC 9(7)  COMP.
       01  WS-CUTOFF-INT               PIC 9(7)  COMP.
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-FX                       PIC S9(4) COMP.
      *    The files this pass knows how to age, in the order it
      *    ages them, each with the one date field it ages it by.
       01  WS-POLICY-FILE-LIST.
           05  FILLER                  PIC X(8)  VALUE 'LIFEFILE'.
           05  FILLER                  PIC X(20) VALUE
               'LIFE-RUN-DATE'.
           05  FILLER                  PIC X(8)  VALUE 'REPFILE'.
           05  FILLER                  PIC X(20) VALUE
               'REP-ADDED-DATE'.
           05  FILLER                  PIC X(8)  VALUE 'AUDHIST'.
           05  FILLER                  PIC X(20) VALUE
               'DAUD-TIMESTAMP'.
           05  FILLER                  PIC X(8)  VALUE 'LEDGFILE'.
           05  FILLER                  PIC X(20) VALUE
               'LED-RUN-DATE'.
           05  FILLER                  PIC X(8)  VALUE 'OPSTFILE'.
           05  FILLER                  PIC X(20) VALUE
               'OPS-TIMESTAMP'.
           05  FILLER                  PIC X(8)  VALUE 'STATFILE'.
           05  FILLER                  PIC X(20) VALUE
               'STAT-RUN-DATE'.
           05  FILLER                  PIC X(8)  VALUE 'CURRFILE'.
           05  FILLER                  PIC X(20) VALUE
               'CURR-EFFECTIVE-DATE'.
       01  WS-POLICY-FILES REDEFINES WS-POLICY-FILE-LIST.
           05  WS-PF-ENTRY             OCCURS 7 TIMES.
               10  WS-PF-FILE-ID       PIC X(8).
               10  WS-PF-AGE-FIELD     PIC X(20).
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY            OCCURS 7 TIMES.
               10  WS-POL-LOADED-SW    PIC X(1).
                   88  WS-POL-LOADED             VALUE 'Y'.
               10  WS-POL-DAYS         PIC 9(5).
               10  WS-POL-ACTION       PIC X(1).
                   88  WS-POL-ARCHIVE            VALUE 'A'.
               10  WS-POL-CUTOFF       PIC X(8).
               10  WS-POL-READ         PIC 9(7).
               10  WS-POL-KEPT         PIC 9(7).
               10  WS-POL-PROTECTED    PIC 9(7).
               10  WS-POL-ARCHIVED     PIC 9(7).
               10  WS-POL-DELETED      PIC 9(7).
               10  WS-POL-OLDEST       PIC X(8).
      *    The row under decision, staged by each file's pass for
      *    7000-AGE-ROW.
       01  WS-ROW-DATE                 PIC X(8).
       01  WS-ROW-IMAGE                PIC X(150).
       01  WS-ROW-TIED-SW              PIC X(1)  VALUE 'N'.
           88  WS-ROW-TIED                       VALUE 'Y'.
       01  WS-ROW-IN-USE-SW            PIC X(1)  VALUE 'N'.
           88  WS-ROW-IN-USE                     VALUE 'Y'.
       01  WS-ROW-EXPIRED-SW           PIC X(1)  VALUE 'N'.
           88  WS-ROW-EXPIRED                    VALUE 'Y'.
       01  WS-TIE-TRAN-ID              PIC X(6).
      *    Foreign currencies with transactions still waiting on a
      *    rate - held, pending, unposted or restored - and the
      *    oldest such TRAN-DATE for each.
       01  WS-OPEN-CCY-FOUND-SW        PIC X(1)  VALUE 'N'.
           88  WS-OPEN-CCY-FOUND                 VALUE 'Y'.
       01  WS-OPEN-CCY-IX              PIC S9(4) COMP.
       01  WS-OPEN-CCY-COUNT           PIC S9(4) COMP VALUE ZEROS.
       01  WS-OPEN-CCY-TABLE.
           05  WS-OPEN-CCY-ENTRY       OCCURS 100 TIMES.
               10  WS-OPEN-CCY-CODE    PIC X(3).
               10  WS-OPEN-CCY-OLDEST  PIC X(8).
      *    CURRFILE rows are decided one behind the read: a rate is
      *    only known to be superseded once the next row for its
      *    currency has been seen.
       01  WS-PREV-CURR-SW             PIC X(1)  VALUE 'N'.
           88  WS-PREV-CURR-HELD                 VALUE 'Y'.
       01  WS-PREV-CURR-RECORD.
           05  WS-PREV-CURR-KEY.
               10  WS-PREV-CURR-CODE   PIC X(3).
               10  WS-PREV-CURR-DATE   PIC X(8).
           05  FILLER                  PIC X(69).
       01  WS-CURR-SAVE                PIC X(80).
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATRETN RETENTION  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'RUN DATE '.
           05  RPT-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(8)  VALUE 'FILE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE 'A'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'CUTOFF'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE '   READ'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE '   KEPT'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE 'PROTECT'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE 'ARCHIVE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE ' DELETE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'OLDEST'.
           05  FILLER                  PIC X(6)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-FILE-ID              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-ACTION               PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DAYS                 PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-CUTOFF               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-READ                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-KEPT                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-PROTECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-ARCHIVED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DELETED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-OLDEST               PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           PERFORM 1100-LOAD-POLICY-TABLE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-OPEN-CURRENCIES.

           MOVE WS-TODAY-DATE TO RPT-RUN-DATE
           WRITE RPT-RECORD FROM WS-RPT-TITLE-LINE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-LINE

           PERFORM 2000-AGE-LIFEFILE.
           PERFORM 2100-AGE-REPFILE.
           PERFORM 2200-AGE-AUDHIST.
           PERFORM 2300-AGE-LEDGFILE.
           PERFORM 2400-AGE-OPSTFILE.
           PERFORM 2500-AGE-STATFILE.
           PERFORM 2600-AGE-CURRFILE.

           PERFORM 9000-CLOSE-FILES.
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATRETN - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'DATRETN - DISP-FILE OPEN FAILED, STATUS='
                   WS-DISP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O LIFE-FILE
           IF WS-LIFE-STATUS NOT = '00'
               DISPLAY 'DATRETN - LIFE-FILE OPEN FAILED, STATUS='
                   WS-LIFE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O REP-FILE
           IF WS-REP-STATUS NOT = '00'
               DISPLAY 'DATRETN - REP-FILE OPEN FAILED, STATUS='
                   WS-REP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00'
               DISPLAY 'DATRETN - AUDH-FILE OPEN FAILED, STATUS='
                   WS-AUDH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT AKEEP-FILE
           IF WS-AKEEP-STATUS NOT = '00'
               DISPLAY 'DATRETN - AKEEP-FILE OPEN FAILED, STATUS='
                   WS-AKEEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O LEDG-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'DATRETN - LEDG-FILE OPEN FAILED, STATUS='
                   WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O OPST-FILE
           IF WS-OPST-STATUS NOT = '00'
               DISPLAY 'DATRETN - OPST-FILE OPEN FAILED, STATUS='
                   WS-OPST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATRETN - STAT-FILE OPEN FAILED, STATUS='
                   WS-STAT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT SKEEP-FILE
           IF WS-SKEEP-STATUS NOT = '00'
               DISPLAY 'DATRETN - SKEEP-FILE OPEN FAILED, STATUS='
                   WS-SKEEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CURR-FILE
           IF WS-CURR-STATUS NOT = '00'
               DISPLAY 'DATRETN - CURR-FILE OPEN FAILED, STATUS='
                   WS-CURR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT ARC-FILE
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'DATRETN - ARC-FILE OPEN FAILED, STATUS='
                   WS-ARC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATRETN - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Every card is checked and every file must have one before
      *    a single row is touched - a half-read policy deck must
      *    not age half the files.
       1100-LOAD-POLICY-TABLE.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
               MOVE 'N'    TO WS-POL-LOADED-SW (WS-FX)
               MOVE ZEROS  TO WS-POL-DAYS (WS-FX)
                              WS-POL-READ (WS-FX)
                              WS-POL-KEPT (WS-FX)
                              WS-POL-PROTECTED (WS-FX)
                              WS-POL-ARCHIVED (WS-FX)
                              WS-POL-DELETED (WS-FX)
               MOVE SPACES TO WS-POL-ACTION (WS-FX)
                              WS-POL-CUTOFF (WS-FX)
               MOVE HIGH-VALUES TO WS-POL-OLDEST (WS-FX)
           END-PERFORM

           OPEN INPUT RETP-FILE
           IF WS-RETP-STATUS NOT = '00'
               DISPLAY 'DATRETN - RETP-FILE OPEN FAILED, STATUS='
                   WS-RETP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ RETP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-STORE-POLICY-CARD
               END-READ
           END-PERFORM
           CLOSE RETP-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
               IF NOT WS-POL-LOADED (WS-FX)
                   DISPLAY 'DATRETN - NO RETENTION POLICY FOR '
                       WS-PF-FILE-ID (WS-FX)
                   SET WS-POLICY-BAD TO TRUE
               END-IF
           END-PERFORM

           IF WS-POLICY-BAD
               DISPLAY 'DATRETN - RETENTION POLICY REJECTED, '
                   'NOTHING AGED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
               COMPUTE WS-CUTOFF-INT =
                   WS-TODAY-INT - WS-POL-DAYS (WS-FX)
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               MOVE WS-CUTOFF-DATE TO WS-POL-CUTOFF (WS-FX)
           END-PERFORM.

       1150-STORE-POLICY-CARD.
           MOVE 'N' TO WS-FILE-FOUND-SW
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 7 OR WS-FILE-FOUND
               IF WS-PF-FILE-ID (WS-FX) = RETP-FILE-ID
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FILE-FOUND
               SUBTRACT 1 FROM WS-FX
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FILE-FOUND
                   DISPLAY 'DATRETN - POLICY CARD FOR UNKNOWN FILE: '
                       RETP-FILE-ID
                   SET WS-POLICY-BAD TO TRUE
               WHEN WS-POL-LOADED (WS-FX)
                   DISPLAY 'DATRETN - DUPLICATE POLICY CARD FOR '
                       RETP-FILE-ID
                   SET WS-POLICY-BAD TO TRUE
               WHEN RETP-AGE-FIELD NOT = WS-PF-AGE-FIELD (WS-FX)
                   DISPLAY 'DATRETN - ' RETP-FILE-ID
                       ' IS AGED BY ' WS-PF-AGE-FIELD (WS-FX)
                       ', NOT ' RETP-AGE-FIELD
                   SET WS-POLICY-BAD TO TRUE
               WHEN RETP-RETAIN-DAYS NOT NUMERIC
                   OR RETP-RETAIN-DAYS = ZEROS
                   DISPLAY 'DATRETN - BAD RETENTION DAYS FOR '
                       RETP-FILE-ID ': ' RETP-RETAIN-DAYS
                   SET WS-POLICY-BAD TO TRUE
               WHEN NOT RETP-ACTION-VALID
                   DISPLAY 'DATRETN - BAD ACTION FOR '
                       RETP-FILE-ID ': ' RETP-ACTION
                       ' (A=ARCHIVE, D=DELETE)'
                   SET WS-POLICY-BAD TO TRUE
               WHEN OTHER
                   SET WS-POL-LOADED (WS-FX) TO TRUE
                   MOVE RETP-RETAIN-DAYS TO WS-POL-DAYS (WS-FX)
                   MOVE RETP-ACTION      TO WS-POL-ACTION (WS-FX)
           END-EVALUATE.

      *    One pass of TRAN-FILE before any rate is aged, so the
      *    CURRFILE pass knows which old rates a waiting transaction
      *    still needs.
       1500-LOAD-OPEN-CURRENCIES.
           MOVE LOW-VALUES TO TRAN-KEY
           START TRAN-FILE KEY IS NOT LESS THAN TRAN-KEY
           IF WS-TRAN-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'DATRETN - TRAN-FILE START FAILED, '
                       'STATUS=' WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CURRENCY NOT = SPACES
                           AND TRAN-CURRENCY NOT = 'USD'
                           AND (TRAN-HELD OR TRAN-FUTURE
                                OR TRAN-UNPROCESSED
                                OR TRAN-RESTORED-FROM-HIST)
                           PERFORM 1550-NOTE-OPEN-CURRENCY
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       1550-NOTE-OPEN-CURRENCY.
           MOVE 'N' TO WS-OPEN-CCY-FOUND-SW
           PERFORM VARYING WS-OPEN-CCY-IX FROM 1 BY 1
                   UNTIL WS-OPEN-CCY-IX > WS-OPEN-CCY-COUNT
                   OR WS-OPEN-CCY-FOUND
               IF WS-OPEN-CCY-CODE (WS-OPEN-CCY-IX) = TRAN-CURRENCY
                   SET WS-OPEN-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPEN-CCY-FOUND
               SUBTRACT 1 FROM WS-OPEN-CCY-IX
           ELSE
               IF WS-OPEN-CCY-COUNT = 100
                   DISPLAY 'DATRETN - OPEN CURRENCY TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPEN-CCY-COUNT
               MOVE WS-OPEN-CCY-COUNT TO WS-OPEN-CCY-IX
               MOVE TRAN-CURRENCY
                   TO WS-OPEN-CCY-CODE (WS-OPEN-CCY-IX)
               MOVE HIGH-VALUES
                   TO WS-OPEN-CCY-OLDEST (WS-OPEN-CCY-IX)
           END-IF
           IF TRAN-DATE < WS-OPEN-CCY-OLDEST (WS-OPEN-CCY-IX)
               MOVE TRAN-DATE TO WS-OPEN-CCY-OLDEST (WS-OPEN-CCY-IX)
           END-IF.

      *----------------------------------------------------------------
      * LIFEFILE - aged by the night the row was built. Kept while
      * its transaction is held, restored, disputed or in repair.
      *----------------------------------------------------------------
       2000-AGE-LIFEFILE.
           MOVE 1 TO WS-FX
           PERFORM UNTIL WS-EOF
               READ LIFE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2050-AGE-LIFE-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2050-AGE-LIFE-ROW.
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE LIFE-TRAN-ID   TO WS-TIE-TRAN-ID
           PERFORM 6000-CHECK-TRAN-TIES
           IF NOT WS-ROW-TIED
               PERFORM 6100-CHECK-REPAIR-TIE
           END-IF
           MOVE LIFE-RUN-DATE  TO WS-ROW-DATE
           MOVE DATLIFE-RECORD TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF WS-ROW-EXPIRED
               DELETE LIFE-FILE
               IF WS-LIFE-STATUS NOT = '00'
                   DISPLAY 'DATRETN - LIFE-FILE DELETE FAILED, '
                       'STATUS=' WS-LIFE-STATUS
                       ' FOR TRAN-ID=' LIFE-TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REPFILE - only recycled rows age out. An open or repaired row
      * is an open repair and stays, as does a recycled one whose
      * transaction is now held, restored or disputed.
      *----------------------------------------------------------------
       2100-AGE-REPFILE.
           MOVE 2 TO WS-FX
           MOVE LOW-VALUES TO REP-KEY
           START REP-FILE KEY IS NOT LESS THAN REP-KEY
           IF WS-REP-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-REP-STATUS NOT = '00'
                   DISPLAY 'DATRETN - REP-FILE START FAILED, '
                       'STATUS=' WS-REP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ REP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-AGE-REPAIR-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2150-AGE-REPAIR-ROW.
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE REP-ID TO WS-TIE-TRAN-ID
           PERFORM 6000-CHECK-TRAN-TIES
           IF REP-OPEN OR REP-REPAIRED
               SET WS-ROW-TIED TO TRUE
           END-IF
           MOVE REP-ADDED-DATE  TO WS-ROW-DATE
           MOVE DATREPR-RECORD  TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF WS-ROW-EXPIRED
               DELETE REP-FILE
               IF WS-REP-STATUS NOT = '00'
                   DISPLAY 'DATRETN - REP-FILE DELETE FAILED, '
                       'STATUS=' WS-REP-STATUS
                       ' FOR TRAN-ID=' REP-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AUDHIST - aged by the date part of the audit timestamp. The
      * rows that stay are copied to AUDKEEP for the job to put back.
      *----------------------------------------------------------------
       2200-AGE-AUDHIST.
           MOVE 3 TO WS-FX
           PERFORM UNTIL WS-EOF
               READ AUDH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2250-AGE-AUDIT-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2250-AGE-AUDIT-ROW.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE AUDH-TIMESTAMP (1:8) TO WS-ROW-DATE
           MOVE AUDH-RECORD          TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF NOT WS-ROW-EXPIRED
               WRITE AKEEP-RECORD FROM AUDH-RECORD
               IF WS-AKEEP-STATUS NOT = '00'
                   DISPLAY 'DATRETN - AKEEP-FILE WRITE FAILED, '
                       'STATUS=' WS-AKEEP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LEDGFILE - aged by the processing night of the row. The
      * policy must cover the year-to-date the close report sums.
      *----------------------------------------------------------------
       2300-AGE-LEDGFILE.
           MOVE 4 TO WS-FX
           PERFORM UNTIL WS-EOF
               READ LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2350-AGE-LEDGER-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2350-AGE-LEDGER-ROW.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE LED-RUN-DATE    TO WS-ROW-DATE
           MOVE DATLEDG-RECORD  TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF WS-ROW-EXPIRED
               DELETE LEDG-FILE
               IF WS-LEDG-STATUS NOT = '00'
                   DISPLAY 'DATRETN - LEDG-FILE DELETE FAILED, '
                       'STATUS=' WS-LEDG-STATUS
                       ' FOR RUN DATE=' LED-RUN-DATE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * OPSTFILE - every live program rewrites its row each night,
      * so a row that has aged out belongs to a retired program or
      * stream.
      *----------------------------------------------------------------
       2400-AGE-OPSTFILE.
           MOVE 5 TO WS-FX
           PERFORM UNTIL WS-EOF
               READ OPST-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2450-AGE-STATUS-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2450-AGE-STATUS-ROW.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE OPS-TIMESTAMP (1:8) TO WS-ROW-DATE
           MOVE DATOPSR-RECORD      TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF WS-ROW-EXPIRED
               DELETE OPST-FILE
               IF WS-OPST-STATUS NOT = '00'
                   DISPLAY 'DATRETN - OPST-FILE DELETE FAILED, '
                       'STATUS=' WS-OPST-STATUS
                       ' FOR PROGRAM=' OPS-PROGRAM
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * STATFILE - aged by run date. The policy must cover the
      * trailing runs the anomaly pass compares against. The rows
      * that stay are copied to STATKEEP for the job to put back.
      *----------------------------------------------------------------
       2500-AGE-STATFILE.
           MOVE 6 TO WS-FX
           PERFORM UNTIL WS-EOF
               READ STAT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2550-AGE-STATS-ROW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

       2550-AGE-STATS-ROW.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE 'N' TO WS-ROW-IN-USE-SW
           MOVE STAT-RUN-DATE   TO WS-ROW-DATE
           MOVE DATSTAT-RECORD  TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF NOT WS-ROW-EXPIRED
               WRITE SKEEP-RECORD FROM DATSTAT-RECORD
               IF WS-SKEEP-STATUS NOT = '00'
                   DISPLAY 'DATRETN - SKEEP-FILE WRITE FAILED, '
                       'STATUS=' WS-SKEEP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CURRFILE - a rate ages out only once superseded: the latest
      * rate for a currency is always kept, and so is one that was
      * still in force on the cutoff date. Rows are decided one
      * behind the read (2650-) because the next row for the same
      * currency is what supersedes a rate.
      *----------------------------------------------------------------
       2600-AGE-CURRFILE.
           MOVE 7 TO WS-FX
           MOVE 'N' TO WS-PREV-CURR-SW
           MOVE LOW-VALUES TO CURR-KEY
           START CURR-FILE KEY IS NOT LESS THAN CURR-KEY
           IF WS-CURR-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-CURR-STATUS NOT = '00'
                   DISPLAY 'DATRETN - CURR-FILE START FAILED, '
                       'STATUS=' WS-CURR-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ CURR-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-PREV-CURR-HELD
                           PERFORM 2650-AGE-PRIOR-RATE
                       END-IF
                       MOVE DATCURR-RECORD TO WS-PREV-CURR-RECORD
                       SET WS-PREV-CURR-HELD TO TRUE
               END-READ
           END-PERFORM
           IF WS-PREV-CURR-HELD
               PERFORM 2650-AGE-PRIOR-RATE
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-WRITE-FILE-LINE.

      *    DATCURR-RECORD holds the row just read (nothing at end of
      *    file); WS-PREV-CURR-RECORD holds the rate being decided.
       2650-AGE-PRIOR-RATE.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE 'N' TO WS-ROW-IN-USE-SW
           IF NOT WS-EOF
               AND CURR-CODE = WS-PREV-CURR-CODE
               IF CURR-EFFECTIVE-DATE NOT < WS-POL-CUTOFF (WS-FX)
                   SET WS-ROW-IN-USE TO TRUE
               ELSE
                   PERFORM 2670-CHECK-OPEN-CURRENCY
               END-IF
           ELSE
               SET WS-ROW-IN-USE TO TRUE
           END-IF
           MOVE WS-PREV-CURR-DATE   TO WS-ROW-DATE
           MOVE WS-PREV-CURR-RECORD TO WS-ROW-IMAGE
           PERFORM 7000-AGE-ROW
           IF WS-ROW-EXPIRED
               MOVE DATCURR-RECORD   TO WS-CURR-SAVE
               MOVE WS-PREV-CURR-KEY TO CURR-KEY
               DELETE CURR-FILE
               IF WS-CURR-STATUS NOT = '00'
                   DISPLAY 'DATRETN - CURR-FILE DELETE FAILED, '
                       'STATUS=' WS-CURR-STATUS
                       ' FOR CURRENCY=' WS-PREV-CURR-CODE
                       ' DATE=' WS-PREV-CURR-DATE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               MOVE WS-CURR-SAVE TO DATCURR-RECORD
           END-IF.

      *    A waiting transaction dated before the superseding rate
      *    took over still converts at this one.
       2670-CHECK-OPEN-CURRENCY.
           PERFORM VARYING WS-OPEN-CCY-IX FROM 1 BY 1
                   UNTIL WS-OPEN-CCY-IX > WS-OPEN-CCY-COUNT
               IF WS-OPEN-CCY-CODE (WS-OPEN-CCY-IX)
                       = WS-PREV-CURR-CODE
                   AND WS-OPEN-CCY-OLDEST (WS-OPEN-CCY-IX)
                       < CURR-EFFECTIVE-DATE
                   SET WS-ROW-TIED TO TRUE
               END-IF
           END-PERFORM.

      *    A transaction held for review, restored from the history
      *    for a dispute, or under an open dispute case ties every
      *    row that tells its story.
       6000-CHECK-TRAN-TIES.
           MOVE 'N' TO WS-ROW-TIED-SW
           MOVE WS-TIE-TRAN-ID TO TRAN-ID
           READ TRAN-FILE
           EVALUATE WS-TRAN-STATUS
               WHEN '00'
                   IF TRAN-HELD OR TRAN-RESTORED-FROM-HIST
                       SET WS-ROW-TIED TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATRETN - TRAN-FILE READ FAILED, STATUS='
                       WS-TRAN-STATUS ' FOR TRAN-ID=' WS-TIE-TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           MOVE WS-TIE-TRAN-ID TO DISP-TRAN-ID
           READ DISP-FILE
           EVALUATE WS-DISP-STATUS
               WHEN '00'
                   IF DISP-OPEN
                       SET WS-ROW-TIED TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATRETN - DISP-FILE READ FAILED, STATUS='
                       WS-DISP-STATUS ' FOR TRAN-ID=' WS-TIE-TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       6100-CHECK-REPAIR-TIE.
           MOVE WS-TIE-TRAN-ID TO REP-ID
           READ REP-FILE
           EVALUATE WS-REP-STATUS
               WHEN '00'
                   IF REP-OPEN OR REP-REPAIRED
                       SET WS-ROW-TIED TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATRETN - REP-FILE READ FAILED, STATUS='
                       WS-REP-STATUS ' FOR TRAN-ID=' WS-TIE-TRAN-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    Decides the staged row against file WS-FX's policy and
      *    counts it. The archive copy is written here, before the
      *    caller removes the row. A date that is not a date keeps
      *    the row - nothing is purged on a guess.
       7000-AGE-ROW.
           MOVE 'N' TO WS-ROW-EXPIRED-SW
           ADD 1 TO WS-POL-READ (WS-FX)
           IF WS-ROW-IN-USE
               OR WS-ROW-DATE NOT NUMERIC
               OR WS-ROW-DATE NOT < WS-POL-CUTOFF (WS-FX)
               PERFORM 7100-COUNT-KEPT
           ELSE
               IF WS-ROW-TIED
                   ADD 1 TO WS-POL-PROTECTED (WS-FX)
                   PERFORM 7100-COUNT-KEPT
               ELSE
                   SET WS-ROW-EXPIRED TO TRUE
                   IF WS-POL-ARCHIVE (WS-FX)
                       PERFORM 7200-WRITE-ARCHIVE
                       ADD 1 TO WS-POL-ARCHIVED (WS-FX)
                   ELSE
                       ADD 1 TO WS-POL-DELETED (WS-FX)
                   END-IF
               END-IF
           END-IF.

       7100-COUNT-KEPT.
           ADD 1 TO WS-POL-KEPT (WS-FX)
           IF WS-ROW-DATE NUMERIC
               AND WS-ROW-DATE < WS-POL-OLDEST (WS-FX)
               MOVE WS-ROW-DATE TO WS-POL-OLDEST (WS-FX)
           END-IF.

       7200-WRITE-ARCHIVE.
           MOVE WS-PF-FILE-ID (WS-FX) TO RARC-FILE-ID
           MOVE WS-TODAY-DATE         TO RARC-ARCHIVE-DATE
           MOVE WS-ROW-IMAGE          TO RARC-DATA
           WRITE DATRARC-RECORD
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'DATRETN - ARC-FILE WRITE FAILED, STATUS='
                   WS-ARC-STATUS ' FOR ' WS-PF-FILE-ID (WS-FX)
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-FILE-LINE.
           MOVE WS-PF-FILE-ID (WS-FX)    TO RL-FILE-ID
           MOVE WS-POL-ACTION (WS-FX)    TO RL-ACTION
           MOVE WS-POL-DAYS (WS-FX)      TO RL-DAYS
           MOVE WS-POL-CUTOFF (WS-FX)    TO RL-CUTOFF
           MOVE WS-POL-READ (WS-FX)      TO RL-READ
           MOVE WS-POL-KEPT (WS-FX)      TO RL-KEPT
           MOVE WS-POL-PROTECTED (WS-FX) TO RL-PROTECTED
           MOVE WS-POL-ARCHIVED (WS-FX)  TO RL-ARCHIVED
           MOVE WS-POL-DELETED (WS-FX)   TO RL-DELETED
           IF WS-POL-OLDEST (WS-FX) = HIGH-VALUES
               MOVE 'NONE    '           TO RL-OLDEST
           ELSE
               MOVE WS-POL-OLDEST (WS-FX) TO RL-OLDEST
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE DISP-FILE
           CLOSE LIFE-FILE
           CLOSE REP-FILE
           CLOSE AUDH-FILE
           CLOSE AKEEP-FILE
           CLOSE LEDG-FILE
           CLOSE OPST-FILE
           CLOSE STAT-FILE
           CLOSE SKEEP-FILE
           CLOSE CURR-FILE
           CLOSE ARC-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATRETN'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
