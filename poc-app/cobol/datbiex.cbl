       ID DIVISION.
       PROGRAM-ID. DATBIEX.
      *----------------------------------------------------------------
      * Delimited BI extracts. Decodes four of the suite's files into
      * comma-delimited extracts the analytics loads can read without
      * knowing our record layouts or unpacking COMP-3:
      *   PRCCSV  - priced detail (PRCFILE, DATPRC)
      *   LIFECSV - transaction lifecycle (LIFEFILE, DATLIFE)
      *   DEPCSV  - dependent master (DEPFILE, DATDEPR)
      *   LEDGCSV - period ledger (LEDGFILE, DATLEDG)
      * Every extract is laid out the same way:
      *   H,copybook,schema version,from date,to date,column names
      *   D,one row per record, in the column order the H row names
      *   T,copybook,schema version,row count,hash total
      * The schema version is the copybook's entry in DATSCHV, so a
      * load built for one version can refuse a file cut from
      * another instead of loading shifted columns. Amounts are
      * decoded with a leading minus and a decimal point; free text
      * (names, reject reasons) is double-quoted. The hash total is
      * the sum of the file's amount column (PRC-AMOUNT, LIFE-FEE,
      * LED-NET-AMOUNT) and, for the dependent master, which has no
      * amount, the sum of the effective dates. Lines are padded
      * with blanks to the record length.
      * Blank company codes are written as the default company and
      * blank currencies as base (USD), the way every reader of
      * these files treats them; the ledger's grand rows keep their
      * blank company.
      * SYSIN parameter card:
      *   blank      - nightly: the processing date from RUNCTL, the
      *                whole PRCFILE generation on the DD, the
      *                lifecycle and ledger rows stamped that night
      *   cols 1-8   - from date YYYYMMDD, cols 10-17 to date
      *                YYYYMMDD: on demand, the priced detail dated
      *                in the range (generations concatenated on
      *                PRCFILE), the lifecycle and ledger rows
      *                stamped in the range
      * The dependent master is extracted whole on every run - it is
      * a master file, not an activity file.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  DEPCSV carries the dependent's birth date, end
      *               date and end reason (DATDEPR V01.04).
      *   2026-10-05  PRCCSV carries the run date the detail was
      *               priced on (DATPRC V01.04).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT LIFE-FILE ASSIGN TO LIFEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIFE-KEY
               FILE STATUS IS WS-LIFE-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT LEDG-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT PRCX-FILE ASSIGN TO PRCCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCX-STATUS.
           SELECT LIFEX-FILE ASSIGN TO LIFECSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIFEX-STATUS.
           SELECT DEPX-FILE ASSIGN TO DEPCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPX-STATUS.
           SELECT LEDGX-FILE ASSIGN TO LEDGCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGX-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
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
       FD  LIFE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLIFE.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLEDG.
       FD  PRCX-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCX-RECORD                 PIC X(250).
       FD  LIFEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIFEX-RECORD                PIC X(250).
       FD  DEPX-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPX-RECORD                 PIC X(250).
       FD  LEDGX-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGX-RECORD                PIC X(250).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-LIFE-STATUS              PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-LEDG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-PRCX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LIFEX-STATUS             PIC X(2)  VALUE '00'.
       01  WS-DEPX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LEDGX-STATUS             PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-MODE-SW                  PIC X(1)  VALUE 'N'.
           88  WS-NIGHTLY-RUN                    VALUE 'N'.
           88  WS-RANGE-RUN                      VALUE 'R'.
       01  WS-PARM-CARD.
           05  WS-PARM-FROM            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-PARM-TO              PIC X(8).
           05  FILLER                  PIC X(63).
       01  WS-FROM-DATE                PIC X(8).
       01  WS-TO-DATE                  PIC X(8).
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-BASE-CURRENCY            PIC X(3)  VALUE 'USD'.
      *    Line assembly. Each column is staged in WS-FLD (or the
      *    amount/number input fields) and appended behind a comma
      *    at WS-OUT-PTR.
       01  WS-OUT-LINE                 PIC X(250).
       01  WS-OUT-PTR                  PIC S9(4) COMP.
       01  WS-FLD                      PIC X(40).
       01  WS-FLD-LEN                  PIC S9(4) COMP.
       01  WS-LEAD                     PIC S9(4) COMP.
       01  WS-AMT-IN                   PIC S9(13)V99 COMP-3.
       01  WS-AMT-EDIT                 PIC -(13)9.99.
       01  WS-NUM-IN                   PIC S9(9) COMP-3.
       01  WS-NUM-EDIT                 PIC -(9)9.
      *    The extract being written - its copybook, version, column
      *    list and running totals for the trailer.
       01  WS-CUR-COPYBOOK             PIC X(8).
       01  WS-CUR-VERSION              PIC X(6).
       01  WS-CUR-COLUMNS              PIC X(200).
       01  WS-CUR-FILE                 PIC X(8).
       01  WS-CUR-STATUS               PIC X(2).
       01  WS-CUR-ROWS                 PIC 9(7).
       01  WS-CUR-HASH                 PIC S9(13)V99 COMP-3.
       01  WS-PRC-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'TRAN_ID,TRAN_DATE,TRAN_TYPE,DEPT,AMOUNT,RETURN_COD'.
           05  FILLER                  PIC X(50) VALUE
               'E,FEE,NET,COMPANY,CURRENCY,ORIG_AMOUNT,TAX,TAX_JUR'.
           05  FILLER                  PIC X(100) VALUE
               'IS,RUN_DATE'.
       01  WS-LIFE-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'TRAN_ID,RUN_DATE,SOURCE,RECEIVED,EDIT_STATUS,REJEC'.
           05  FILLER                  PIC X(50) VALUE
               'T_REASON,POSTED,POST_RC,PRICED,FEE'.
           05  FILLER                  PIC X(100) VALUE SPACES.
       01  WS-DEP-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'DEP_ID,NAME,RELATIONSHIP_CD,EFFECTIVE_DATE,STATUS,'.
           05  FILLER                  PIC X(50) VALUE
               'COMPANY,EMP_ID,BIRTH_DATE,END_DATE,END_REASON'.
           05  FILLER                  PIC X(100) VALUE SPACES.
       01  WS-LEDG-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'PERIOD,COMPANY,STREAM,RUN_DATE,COUNT_IN,COUNT_PROC'.
           05  FILLER                  PIC X(50) VALUE
               'ESSED,COUNT_ERROR,NET_AMOUNT'.
           05  FILLER                  PIC X(100) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-PRC-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-PRC-ROWS       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LIFE-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LIFE-ROWS      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DEP-ROWS       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LEDG-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LEDG-ROWS      PIC 9(7) VALUE ZEROS.
           05  WS-HASH-PRC             PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HASH-LIFE            PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HASH-DEP             PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HASH-LEDG            PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'DATBIEX BI EXTRACTS  FROM '.
           05  RH-FROM                 PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  RH-TO                   PIC X(8).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATBIEX CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATBIEX CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.
       COPY DATSHARE.
       COPY DATSCHV.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           PERFORM 0100-SET-DATE-RANGE.
           PERFORM 1000-OPEN-FILES.

           PERFORM 2000-EXTRACT-PRICED-DETAIL.
           PERFORM 3000-EXTRACT-LIFECYCLE.
           PERFORM 4000-EXTRACT-DEPENDENTS.
           PERFORM 5000-EXTRACT-LEDGER.

           PERFORM 8000-WRITE-CONTROL-REPORT.
           PERFORM 9000-CLOSE-FILES.

           MOVE 0 TO RETURN-CODE
           DISPLAY 'DATBIEX - FROM=' WS-FROM-DATE ' TO=' WS-TO-DATE
               ' PRC ROWS=' WS-COUNT-PRC-ROWS
               ' LIFE ROWS=' WS-COUNT-LIFE-ROWS
           DISPLAY 'DATBIEX - DEP ROWS=' WS-COUNT-DEP-ROWS
               ' LEDG ROWS=' WS-COUNT-LEDG-ROWS
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

      *    A blank card is the nightly run, dated from RUNCTL; a
      *    card with dates is an on-demand range.
       0100-SET-DATE-RANGE.
           IF WS-PARM-CARD = SPACES
               SET WS-NIGHTLY-RUN TO TRUE
               PERFORM 0150-READ-RUN-CONTROL
               MOVE SHARED-RUN-DATE TO WS-FROM-DATE
               MOVE SHARED-RUN-DATE TO WS-TO-DATE
           ELSE
               SET WS-RANGE-RUN TO TRUE
               IF WS-PARM-FROM NOT NUMERIC
                   OR WS-PARM-TO NOT NUMERIC
                   OR WS-PARM-FROM > WS-PARM-TO
                   DISPLAY 'DATBIEX - BAD DATE RANGE PARM: '
                       WS-PARM-FROM ' ' WS-PARM-TO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               MOVE WS-PARM-TO   TO WS-TO-DATE
           END-IF.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night, so a run
      *    that crosses midnight keeps one date.
       0150-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATBIEX - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATBIEX - RUN-FILE IS EMPTY - RUN '
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
               DISPLAY 'DATBIEX - PROCESSING DATE '
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

       1000-OPEN-FILES.
           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATBIEX - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT LIFE-FILE
           IF WS-LIFE-STATUS NOT = '00'
               DISPLAY 'DATBIEX - LIFE-FILE OPEN FAILED, STATUS='
                   WS-LIFE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATBIEX - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE LIFE-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT LEDG-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'DATBIEX - LEDG-FILE OPEN FAILED, STATUS='
                   WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRC-FILE
               CLOSE LIFE-FILE
               CLOSE DEP-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT PRCX-FILE
           OPEN OUTPUT LIFEX-FILE
           OPEN OUTPUT DEPX-FILE
           OPEN OUTPUT LEDGX-FILE
           IF WS-PRCX-STATUS NOT = '00'
               OR WS-LIFEX-STATUS NOT = '00'
               OR WS-DEPX-STATUS NOT = '00'
               OR WS-LEDGX-STATUS NOT = '00'
               DISPLAY 'DATBIEX - EXTRACT OPEN FAILED, STATUS='
                   WS-PRCX-STATUS '/' WS-LIFEX-STATUS '/'
                   WS-DEPX-STATUS '/' WS-LEDGX-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATBIEX - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Nightly, the PRCFILE DD is tonight's generation and all
      *    of it goes; on demand it is a concatenation of
      *    generations and the transaction date picks the range.
       2000-EXTRACT-PRICED-DETAIL.
           MOVE SCHV-PRC-COPYBOOK TO WS-CUR-COPYBOOK
           MOVE SCHV-PRC-VERSION  TO WS-CUR-VERSION
           MOVE WS-PRC-COLUMNS    TO WS-CUR-COLUMNS
           MOVE 'PRCCSV'          TO WS-CUR-FILE
           PERFORM 6000-BUILD-HEADER-ROW
           WRITE PRCX-RECORD FROM WS-OUT-LINE
           MOVE WS-PRCX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PRC-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-PRC-READ
                       IF WS-NIGHTLY-RUN
                           OR (PRC-TRAN-DATE NOT < WS-FROM-DATE
                           AND PRC-TRAN-DATE NOT > WS-TO-DATE)
                           PERFORM 2100-WRITE-PRICED-ROW
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-COUNT-PRC-ROWS TO WS-CUR-ROWS
           MOVE WS-HASH-PRC       TO WS-CUR-HASH
           PERFORM 6100-BUILD-TRAILER-ROW
           WRITE PRCX-RECORD FROM WS-OUT-LINE
           MOVE WS-PRCX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE.

      *    Old generations carry spaces in the later columns - no
      *    currency is base, no original amount is the base amount,
      *    a non-numeric tax is no tax, no run date is left empty.
       2100-WRITE-PRICED-ROW.
           PERFORM 6200-START-DETAIL-ROW
           MOVE PRC-TRAN-ID     TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE PRC-TRAN-DATE   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE PRC-TRAN-TYPE   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE PRC-DEPT        TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE PRC-AMOUNT      TO WS-AMT-IN
           PERFORM 7300-APPEND-AMOUNT
           IF PRC-RETURN-CODE NUMERIC
               MOVE PRC-RETURN-CODE TO WS-NUM-IN
               PERFORM 7400-APPEND-NUMBER
           ELSE
               MOVE SPACES TO WS-FLD
               PERFORM 7100-APPEND-TEXT
           END-IF
           MOVE PRC-FEE         TO WS-AMT-IN
           PERFORM 7300-APPEND-AMOUNT
           MOVE PRC-NET         TO WS-AMT-IN
           PERFORM 7300-APPEND-AMOUNT
           IF PRC-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-FLD
           ELSE
               MOVE PRC-COMPANY TO WS-FLD
           END-IF
           PERFORM 7100-APPEND-TEXT
           IF PRC-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-FLD
           ELSE
               MOVE PRC-CURRENCY TO WS-FLD
           END-IF
           PERFORM 7100-APPEND-TEXT
           IF PRC-ORIG-AMOUNT NUMERIC
               MOVE PRC-ORIG-AMOUNT TO WS-AMT-IN
           ELSE
               MOVE PRC-AMOUNT      TO WS-AMT-IN
           END-IF
           PERFORM 7300-APPEND-AMOUNT
           IF PRC-TAX NUMERIC
               MOVE PRC-TAX TO WS-AMT-IN
           ELSE
               MOVE ZEROS   TO WS-AMT-IN
           END-IF
           PERFORM 7300-APPEND-AMOUNT
           MOVE PRC-TAX-JURIS   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE PRC-RUN-DATE    TO WS-FLD
           PERFORM 7100-APPEND-TEXT

           WRITE PRCX-RECORD FROM WS-OUT-LINE
           MOVE WS-PRCX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE
           ADD 1          TO WS-COUNT-PRC-ROWS
           ADD PRC-AMOUNT TO WS-HASH-PRC.

      *    A lifecycle row is stamped with the last night that
      *    touched it, so the range picks the rows that changed.
       3000-EXTRACT-LIFECYCLE.
           MOVE SCHV-LIFE-COPYBOOK TO WS-CUR-COPYBOOK
           MOVE SCHV-LIFE-VERSION  TO WS-CUR-VERSION
           MOVE WS-LIFE-COLUMNS    TO WS-CUR-COLUMNS
           MOVE 'LIFECSV'          TO WS-CUR-FILE
           PERFORM 6000-BUILD-HEADER-ROW
           WRITE LIFEX-RECORD FROM WS-OUT-LINE
           MOVE WS-LIFEX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ LIFE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-LIFE-READ
                       IF LIFE-RUN-DATE NOT < WS-FROM-DATE
                           AND LIFE-RUN-DATE NOT > WS-TO-DATE
                           PERFORM 3100-WRITE-LIFECYCLE-ROW
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-COUNT-LIFE-ROWS TO WS-CUR-ROWS
           MOVE WS-HASH-LIFE       TO WS-CUR-HASH
           PERFORM 6100-BUILD-TRAILER-ROW
           WRITE LIFEX-RECORD FROM WS-OUT-LINE
           MOVE WS-LIFEX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE.

      *    A transaction that never posted or priced has no return
      *    code or fee yet - those columns are left empty rather
      *    than shown as zero.
       3100-WRITE-LIFECYCLE-ROW.
           PERFORM 6200-START-DETAIL-ROW
           MOVE LIFE-TRAN-ID       TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LIFE-RUN-DATE      TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LIFE-SOURCE        TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LIFE-RECEIVED-FLAG TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LIFE-EDIT-STATUS   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LIFE-REJECT-REASON TO WS-FLD
           PERFORM 7200-APPEND-QUOTED
           MOVE LIFE-POSTED-FLAG   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           IF LIFE-POST-RC NUMERIC
               MOVE LIFE-POST-RC TO WS-NUM-IN
               PERFORM 7400-APPEND-NUMBER
           ELSE
               MOVE SPACES TO WS-FLD
               PERFORM 7100-APPEND-TEXT
           END-IF
           MOVE LIFE-PRICED-FLAG   TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           IF LIFE-FEE NUMERIC
               MOVE LIFE-FEE TO WS-AMT-IN
               PERFORM 7300-APPEND-AMOUNT
               ADD LIFE-FEE  TO WS-HASH-LIFE
           ELSE
               MOVE SPACES TO WS-FLD
               PERFORM 7100-APPEND-TEXT
           END-IF

           WRITE LIFEX-RECORD FROM WS-OUT-LINE
           MOVE WS-LIFEX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE
           ADD 1 TO WS-COUNT-LIFE-ROWS.

       4000-EXTRACT-DEPENDENTS.
           MOVE SCHV-DEP-COPYBOOK TO WS-CUR-COPYBOOK
           MOVE SCHV-DEP-VERSION  TO WS-CUR-VERSION
           MOVE WS-DEP-COLUMNS    TO WS-CUR-COLUMNS
           MOVE 'DEPCSV'          TO WS-CUR-FILE
           PERFORM 6000-BUILD-HEADER-ROW
           WRITE DEPX-RECORD FROM WS-OUT-LINE
           MOVE WS-DEPX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-WRITE-DEPENDENT-ROW
               END-READ
           END-PERFORM

           MOVE WS-COUNT-DEP-ROWS TO WS-CUR-ROWS
           MOVE WS-HASH-DEP       TO WS-CUR-HASH
           PERFORM 6100-BUILD-TRAILER-ROW
           WRITE DEPX-RECORD FROM WS-OUT-LINE
           MOVE WS-DEPX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE.

      *    A blank status is a row from before effective-dating and
      *    is in force, the way DEP-ACTIVE reads it.
       4100-WRITE-DEPENDENT-ROW.
           PERFORM 6200-START-DETAIL-ROW
           MOVE DEP-ID              TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-NAME            TO WS-FLD
           PERFORM 7200-APPEND-QUOTED
           MOVE DEP-RELATIONSHIP-CD TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-EFFECTIVE-DATE  TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           IF DEP-STATUS = SPACE
               MOVE 'A'        TO WS-FLD
           ELSE
               MOVE DEP-STATUS TO WS-FLD
           END-IF
           PERFORM 7100-APPEND-TEXT
           IF DEP-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-FLD
           ELSE
               MOVE DEP-COMPANY TO WS-FLD
           END-IF
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-EMP-ID          TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-BIRTH-DATE      TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-END-DATE        TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE DEP-END-REASON      TO WS-FLD
           PERFORM 7100-APPEND-TEXT

           WRITE DEPX-RECORD FROM WS-OUT-LINE
           MOVE WS-DEPX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE
           ADD 1 TO WS-COUNT-DEP-ROWS
           IF DEP-EFFECTIVE-DATE NUMERIC
               MOVE DEP-EFFECTIVE-DATE TO WS-NUM-IN
               ADD WS-NUM-IN TO WS-HASH-DEP
           END-IF.

      *    The period leads the ledger key, so the range's months
      *    are one browse; the run date inside the rows picks the
      *    nights.
       5000-EXTRACT-LEDGER.
           MOVE SCHV-LEDG-COPYBOOK TO WS-CUR-COPYBOOK
           MOVE SCHV-LEDG-VERSION  TO WS-CUR-VERSION
           MOVE WS-LEDG-COLUMNS    TO WS-CUR-COLUMNS
           MOVE 'LEDGCSV'          TO WS-CUR-FILE
           PERFORM 6000-BUILD-HEADER-ROW
           WRITE LEDGX-RECORD FROM WS-OUT-LINE
           MOVE WS-LEDGX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES          TO LED-KEY
           MOVE WS-FROM-DATE (1:6)  TO LED-PERIOD
           START LEDG-FILE KEY NOT < LED-KEY
           IF WS-LEDG-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LED-PERIOD > WS-TO-DATE (1:6)
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-LEDG-READ
                           IF LED-RUN-DATE NOT < WS-FROM-DATE
                               AND LED-RUN-DATE NOT > WS-TO-DATE
                               PERFORM 5100-WRITE-LEDGER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-COUNT-LEDG-ROWS TO WS-CUR-ROWS
           MOVE WS-HASH-LEDG       TO WS-CUR-HASH
           PERFORM 6100-BUILD-TRAILER-ROW
           WRITE LEDGX-RECORD FROM WS-OUT-LINE
           MOVE WS-LEDGX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE.

      *    A blank company is a grand row (the run's total over all
      *    companies) and goes out blank - defaulting it would
      *    double-count the default company.
       5100-WRITE-LEDGER-ROW.
           PERFORM 6200-START-DETAIL-ROW
           MOVE LED-PERIOD          TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LED-COMPANY         TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LED-STREAM          TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LED-RUN-DATE        TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE LED-COUNT-IN        TO WS-NUM-IN
           PERFORM 7400-APPEND-NUMBER
           MOVE LED-COUNT-PROCESSED TO WS-NUM-IN
           PERFORM 7400-APPEND-NUMBER
           MOVE LED-COUNT-ERROR     TO WS-NUM-IN
           PERFORM 7400-APPEND-NUMBER
           MOVE LED-NET-AMOUNT      TO WS-AMT-IN
           PERFORM 7300-APPEND-AMOUNT

           WRITE LEDGX-RECORD FROM WS-OUT-LINE
           MOVE WS-LEDGX-STATUS TO WS-CUR-STATUS
           PERFORM 6500-CHECK-EXTRACT-WRITE
           ADD 1              TO WS-COUNT-LEDG-ROWS
           ADD LED-NET-AMOUNT TO WS-HASH-LEDG.

      *    H,copybook,version,from,to, then the column names.
       6000-BUILD-HEADER-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           STRING 'H' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-CUR-COPYBOOK TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE WS-CUR-VERSION  TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE WS-FROM-DATE    TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE WS-TO-DATE      TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           STRING ',' DELIMITED BY SIZE
                  WS-CUR-COLUMNS DELIMITED BY SPACE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

      *    T,copybook,version,row count,hash total.
       6100-BUILD-TRAILER-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           STRING 'T' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-CUR-COPYBOOK TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE WS-CUR-VERSION  TO WS-FLD
           PERFORM 7100-APPEND-TEXT
           MOVE WS-CUR-ROWS     TO WS-NUM-IN
           PERFORM 7400-APPEND-NUMBER
           MOVE WS-CUR-HASH     TO WS-AMT-IN
           PERFORM 7300-APPEND-AMOUNT.

       6200-START-DETAIL-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           STRING 'D' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

       6500-CHECK-EXTRACT-WRITE.
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY 'DATBIEX - ' WS-CUR-FILE ' WRITE FAILED, '
                   'STATUS=' WS-CUR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Appends WS-FLD, trailing blanks dropped, behind a comma.
       7100-APPEND-TEXT.
           PERFORM 7900-FIND-FIELD-LENGTH
           STRING ',' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-FLD-LEN > 0
               STRING WS-FLD (1:WS-FLD-LEN) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.

      *    Free text goes in double quotes; a double quote inside
      *    the text becomes an apostrophe so it cannot end the
      *    field early.
       7200-APPEND-QUOTED.
           INSPECT WS-FLD REPLACING ALL '"' BY ''''
           PERFORM 7900-FIND-FIELD-LENGTH
           STRING ',"' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-FLD-LEN > 0
               STRING WS-FLD (1:WS-FLD-LEN) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           STRING '"' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

      *    WS-AMT-IN decoded as -nnnn.nn with the leading blanks of
      *    the edit dropped.
       7300-APPEND-AMOUNT.
           MOVE WS-AMT-IN TO WS-AMT-EDIT
           MOVE ZEROS TO WS-LEAD
           INSPECT WS-AMT-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-FLD
           MOVE WS-AMT-EDIT (WS-LEAD + 1:) TO WS-FLD
           PERFORM 7100-APPEND-TEXT.

      *    WS-NUM-IN as a plain signed integer.
       7400-APPEND-NUMBER.
           MOVE WS-NUM-IN TO WS-NUM-EDIT
           MOVE ZEROS TO WS-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-FLD
           MOVE WS-NUM-EDIT (WS-LEAD + 1:) TO WS-FLD
           PERFORM 7100-APPEND-TEXT.

       7900-FIND-FIELD-LENGTH.
           MOVE LENGTH OF WS-FLD TO WS-FLD-LEN
           PERFORM UNTIL WS-FLD-LEN = 0
                   OR WS-FLD (WS-FLD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FLD-LEN
           END-PERFORM.

       8000-WRITE-CONTROL-REPORT.
           MOVE WS-FROM-DATE TO RH-FROM
           MOVE WS-TO-DATE   TO RH-TO
           WRITE RPT-RECORD FROM WS-RPT-HEADING

           MOVE 'PRCFILE READ'        TO RPT-LABEL
           MOVE WS-COUNT-PRC-READ     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'PRCCSV ROWS'         TO RPT-LABEL
           MOVE WS-COUNT-PRC-ROWS     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'PRCCSV AMOUNT HASH'  TO RPT-AMT-LABEL
           MOVE WS-HASH-PRC           TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'LIFEFILE READ'       TO RPT-LABEL
           MOVE WS-COUNT-LIFE-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'LIFECSV ROWS'        TO RPT-LABEL
           MOVE WS-COUNT-LIFE-ROWS    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'LIFECSV FEE HASH'    TO RPT-AMT-LABEL
           MOVE WS-HASH-LIFE          TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'DEPCSV ROWS'         TO RPT-LABEL
           MOVE WS-COUNT-DEP-ROWS     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'DEPCSV DATE HASH'    TO RPT-AMT-LABEL
           MOVE WS-HASH-DEP           TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'LEDGFILE READ'       TO RPT-LABEL
           MOVE WS-COUNT-LEDG-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'LEDGCSV ROWS'        TO RPT-LABEL
           MOVE WS-COUNT-LEDG-ROWS    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE
           MOVE 'LEDGCSV AMOUNT HASH' TO RPT-AMT-LABEL
           MOVE WS-HASH-LEDG          TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE LIFE-FILE
           CLOSE DEP-FILE
           CLOSE LEDG-FILE
           CLOSE PRCX-FILE
           CLOSE LIFEX-FILE
           CLOSE DEPX-FILE
           CLOSE LEDGX-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATBIEX'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
