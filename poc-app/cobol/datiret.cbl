       ID DIVISION.
       PROGRAM-ID. DATIRET.
      *----------------------------------------------------------------
      * Year-end annual information return per subsidiary. Tax files
      * one return a year reporting each subsidiary's gross payment
      * volume by month, less refunds; until now they rebuilt it
      * from twelve DATSTMT statements. This run accumulates the
      * payment year (SYSIN) from the priced detail archive (PRC.HIST
      * on the PRCFILE DD - DATNITE appends every closed date's
      * end-of-day and intraday detail to it), selecting the detail
      * dated in the year, per company (blank is the default
      * company, as on the statements) and month of TRAN-DATE:
      *    payments  SA sale, RP re-presentment, AC adjustment credit
      *    refunds   RF refund, CB chargeback, AD adjustment debit
      * with the count of each; voids carry no volume. Detail
      * DEMOSUB returned non-zero for is left off the return (the
      * transaction is driven again the next night and reported
      * then) and shown as ERRORED, by month of the night it failed.
      *
      * Each company is proved against the period ledger, which is
      * by posting night: the LEDGFILE company rows for the year's
      * periods must equal the detail posted in the year - the
      * return's net (payments less refunds), less what it reports
      * that posted in another year, plus what posted in the year
      * dated in another (a transaction dated 31 December and posted
      * on the January night), plus the errored detail. The posting
      * night is PRC-RUN-DATE, or TRAN-DATE on detail priced before
      * it was carried. The cross-year detail prints as reconciling
      * lines; what is left over is OUT OF PROOF. A month can still
      * differ by a transaction dated in one month and posted in
      * the next; only the year must tie.
      *
      * The review report prints a page of months per company -
      * counts, gross, refunds, net, errored, ledger and difference
      * - and the electronic filing file (IRSFILE, DATIRF layout)
      * carries the payer record from the IRSID payer card, one
      * payee record per company from its IRSID payee card, and the
      * end-of-payer and end-of-file totals. The figures filed are
      * kept on IRSHIST (DATIRH) so a correction can be measured
      * against them.
      *
      * SYSIN parameter card:
      *    cols 1-4  payment year YYYY
      *    col  5    O original (or blank), C correction
      *    cols 6-9  company to correct (correction runs only)
      * A correction run re-accumulates the one company, prints what
      * was filed beside what it comes to now, and - only when the
      * figures changed - writes a file with that company's payee
      * record marked corrected. A rerun of the original replaces
      * the filed figures.
      *
      * RC 16 for a bad parameter card, no payer card, a correction
      * for a company never filed, or a full table; RC 8 when any
      * company is out of proof or has no payee card - the file is
      * written for review but is not to be filed, and IRSHIST is
      * left as it was; RC 4 for a correction that changed nothing
      * (no file records written).
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  Reads the PRC.HIST archive instead of the GDG
      *               generations on hand, and proves the ledger by
      *               posting year (PRC-RUN-DATE) - detail dated in
      *               one year and posted in the other is a
      *               reconciling line, not a proof failure.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-FILE ASSIGN TO PRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT LEDG-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT COMP-FILE ASSIGN TO COMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMP-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT IRID-FILE ASSIGN TO IRSID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRID-STATUS.
           SELECT IRH-FILE ASSIGN TO IRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRH-KEY
               FILE STATUS IS WS-IRH-STATUS.
           SELECT IRF-FILE ASSIGN TO IRSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRF-STATUS.
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
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATLEDG.
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       FD  IRID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATIRID.
       FD  IRH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATIRH.
       FD  IRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATIRF.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(132).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-YEAR            PIC X(4).
           05  WS-PARM-RUN-TYPE        PIC X(1).
               88  WS-PARM-ORIGINAL              VALUE 'O' ' '.
               88  WS-PARM-CORRECTION            VALUE 'C'.
           05  WS-PARM-COMPANY         PIC X(4).
           05  FILLER                  PIC X(71).
       01  WS-PRC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-LEDG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-COMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-IRID-STATUS              PIC X(2)  VALUE '00'.
       01  WS-IRH-STATUS               PIC X(2)  VALUE '00'.
       01  WS-IRF-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-PRC-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-PRC-EOF                        VALUE 'Y'.
       01  WS-LEDG-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-LEDG-EOF                       VALUE 'Y'.
       01  WS-IRID-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-IRID-EOF                       VALUE 'Y'.
       01  WS-PAYER-SW                 PIC X(1)  VALUE 'N'.
           88  WS-PAYER-FOUND                    VALUE 'Y'.
       01  WS-CHANGED-SW               PIC X(1)  VALUE 'N'.
           88  WS-FIGURES-CHANGED                VALUE 'Y'.
       01  WS-FILEABLE-SW              PIC X(1)  VALUE 'N'.
           88  WS-FILEABLE                       VALUE 'Y'.
       01  WS-DATED-IN-YEAR-SW         PIC X(1)  VALUE 'N'.
           88  WS-DATED-IN-YEAR                  VALUE 'Y'.
       01  WS-POSTED-IN-YEAR-SW        PIC X(1)  VALUE 'N'.
           88  WS-POSTED-IN-YEAR                 VALUE 'Y'.
       01  WS-POST-DATE                PIC X(8).
       01  WS-CROSS-AMOUNT             PIC S9(7)V99 COMP-3.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-CO-IX                    PIC S9(4) COMP.
       01  WS-CO-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-PY-IX                    PIC S9(4) COMP.
       01  WS-PY-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-MX                       PIC S9(4) COMP.
       01  WS-IRF-SEQ                  PIC 9(8)  VALUE ZEROS.
      *    The payer - us - from the IRSID 'P' card.
       01  WS-PAYER.
           05  WS-PAYER-TIN            PIC X(9).
           05  WS-PAYER-NAME           PIC X(40).
           05  WS-PAYER-STREET         PIC X(40).
           05  WS-PAYER-CITY           PIC X(30).
           05  WS-PAYER-STATE          PIC X(2).
           05  WS-PAYER-ZIP            PIC X(9).
           05  WS-PAYER-PHONE          PIC X(15).
      *    One slot per IRSID payee card.
       01  WS-PAYEE-TABLE.
           05  WS-PY-ENTRY OCCURS 20 TIMES.
               10  WS-PY-COMPANY       PIC X(4).
               10  WS-PY-TIN           PIC X(9).
               10  WS-PY-NAME          PIC X(40).
               10  WS-PY-STREET        PIC X(40).
               10  WS-PY-CITY          PIC X(30).
               10  WS-PY-STATE         PIC X(2).
               10  WS-PY-ZIP           PIC X(9).
      *    One slot per company seen in the year's detail or ledger
      *    (and the company a correction names). Month figures by
      *    month of TRAN-DATE (errored and ledger: of the posting
      *    night). The cross-year detail is netted a payment adding
      *    and a refund subtracting: reported but posted in another
      *    year, and posted in the year but dated in another.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CO-CODE          PIC X(4).
               10  WS-CO-NAME          PIC X(40).
               10  WS-CO-PY-IX         PIC S9(4) COMP.
               10  WS-CO-REPORTED-SW   PIC X(1).
                   88  WS-CO-REPORTED            VALUE 'Y'.
               10  WS-CO-PROOF-SW      PIC X(1).
                   88  WS-CO-OUT-OF-PROOF        VALUE 'Y'.
               10  WS-CO-DATED-OTHER   PIC S9(13)V99 COMP-3.
               10  WS-CO-POSTED-OTHER  PIC S9(13)V99 COMP-3.
               10  WS-CO-MONTH OCCURS 12 TIMES.
                   15  WS-CM-COUNT     PIC 9(9).
                   15  WS-CM-REF-COUNT PIC 9(9).
                   15  WS-CM-GROSS     PIC S9(11)V99 COMP-3.
                   15  WS-CM-REFUNDS   PIC S9(11)V99 COMP-3.
                   15  WS-CM-ERRORED   PIC S9(11)V99 COMP-3.
                   15  WS-CM-LEDGER    PIC S9(11)V99 COMP-3.
      *    The company under report, summed over its months.
       01  WS-YEAR-FIGURES.
           05  WS-YR-COUNT             PIC 9(9).
           05  WS-YR-REF-COUNT         PIC 9(9).
           05  WS-YR-GROSS             PIC S9(13)V99 COMP-3.
           05  WS-YR-REFUNDS           PIC S9(13)V99 COMP-3.
           05  WS-YR-NET               PIC S9(13)V99 COMP-3.
           05  WS-YR-ERRORED           PIC S9(13)V99 COMP-3.
           05  WS-YR-LEDGER            PIC S9(13)V99 COMP-3.
           05  WS-YR-DIFF              PIC S9(13)V99 COMP-3.
       01  WS-MONTH-NET                PIC S9(13)V99 COMP-3.
       01  WS-MONTH-DIFF               PIC S9(13)V99 COMP-3.
       01  WS-MONTH-DIFF-SW            PIC X(1)  VALUE 'N'.
           88  WS-ANY-MONTH-DIFF                 VALUE 'Y'.
      *    End-of-payer control totals of the payee records written.
       01  WS-FILE-TOTALS.
           05  WS-FT-PAYEES            PIC 9(8).
           05  WS-FT-COUNT             PIC 9(13).
           05  WS-FT-GROSS             PIC S9(13)V99 COMP-3.
           05  WS-FT-REFUNDS           PIC S9(13)V99 COMP-3.
           05  WS-FT-NET               PIC S9(13)V99 COMP-3.
           05  WS-FT-MONTH-NET         PIC S9(13)V99 COMP-3
                                       OCCURS 12 TIMES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-IN-YEAR        PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-ERRORED        PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-VOIDS          PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-CROSS-YEAR     PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-LEDGER         PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-REPORTED       PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-FILED          PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-NO-PAYEE       PIC 9(9) VALUE ZEROS.
           05  WS-COUNT-OUT-OF-PROOF   PIC 9(9) VALUE ZEROS.
       COPY DATSHARE.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(43) VALUE
               'DATIRET  ANNUAL INFORMATION RETURN - YEAR '.
           05  RH-YEAR                 PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RH-RUN-TYPE             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'PAYER '.
           05  RH-PAYER-TIN            PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RH-PAYER-NAME           PIC X(35).
       01  WS-CO-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  CH-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CH-NAME                 PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CH-PAYEE                PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-MONTH-HEADING.
           05  FILLER                  PIC X(7)  VALUE 'MONTH'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE ' PAYMENTS'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE '  REFUNDS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               '          GROSS '.
           05  FILLER                  PIC X(16) VALUE
               '        REFUNDS '.
           05  FILLER                  PIC X(16) VALUE
               '     NET REPORT '.
           05  FILLER                  PIC X(16) VALUE
               '        ERRORED '.
           05  FILLER                  PIC X(16) VALUE
               '         LEDGER '.
           05  FILLER                  PIC X(15) VALUE
               '     DIFFERENCE'.
           05  FILLER                  PIC X(7)  VALUE SPACES.
       01  WS-MONTH-LINE.
           05  ML-MONTH                PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-REF-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-GROSS                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-REFUNDS              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-ERRORED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-LEDGER               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-DIFF                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(7)  VALUE SPACES.
       01  WS-MONTH-NAME.
           05  MN-YEAR                 PIC X(4).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  MN-MONTH                PIC 9(2).
       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(9)  VALUE 'PROOF -  '.
           05  PL-TEXT                 PIC X(70).
           05  PL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  WS-FILED-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'AS FILED '.
           05  FH-FILED-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FH-RUN-TYPE             PIC X(10).
           05  FILLER                  PIC X(15) VALUE
               '  CORRECTIONS '.
           05  FH-CORRECTIONS          PIC ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  WS-FILED-COLUMNS.
           05  FILLER                  PIC X(9)  VALUE 'MONTH'.
           05  FILLER                  PIC X(16) VALUE
               '     FILED NET '.
           05  FILLER                  PIC X(16) VALUE
               '  CORRECTED NET '.
           05  FILLER                  PIC X(15) VALUE
               '         CHANGE'.
           05  FILLER                  PIC X(76) VALUE SPACES.
       01  WS-FILED-LINE.
           05  FL-MONTH                PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-FILED                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FL-CORRECTED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FL-CHANGE               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(76) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATIRET CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           PERFORM 0100-READ-PARM-CARD.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-IDENTITY-CARDS.
           IF WS-PARM-CORRECTION
               PERFORM 1200-READ-FILED-RETURN
           END-IF

           PERFORM UNTIL WS-PRC-EOF
               READ PRC-FILE
                   AT END
                       SET WS-PRC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-TALLY-DETAIL
               END-READ
               IF WS-PRC-STATUS NOT = '00'
                   AND WS-PRC-STATUS NOT = '10'
                   DISPLAY 'DATIRET - PRC-FILE READ FAILED, STATUS='
                       WS-PRC-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM 3000-READ-LEDGER.

           MOVE WS-PARM-YEAR  TO RH-YEAR
           MOVE WS-PAYER-TIN  TO RH-PAYER-TIN
           MOVE WS-PAYER-NAME TO RH-PAYER-NAME
           IF WS-PARM-CORRECTION
               MOVE SPACES TO RH-RUN-TYPE
               STRING 'CORRECTION FOR COMPANY ' DELIMITED BY SIZE
                      WS-PARM-COMPANY           DELIMITED BY SIZE
                   INTO RH-RUN-TYPE
               END-STRING
           ELSE
               MOVE 'ORIGINAL' TO RH-RUN-TYPE
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-HEADING

           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               IF WS-PARM-ORIGINAL
                   OR WS-CO-CODE (WS-CO-IX) = WS-PARM-COMPANY
                   PERFORM 4000-REPORT-COMPANY
               END-IF
           END-PERFORM

      *    A return is only fit to file when every company on it
      *    proved and has a payee card; a correction also has to
      *    change something.
           IF WS-COUNT-OUT-OF-PROOF = 0
               AND WS-COUNT-NO-PAYEE = 0
               SET WS-FILEABLE TO TRUE
           END-IF
           IF WS-PARM-ORIGINAL
               OR WS-FIGURES-CHANGED
               PERFORM 5000-WRITE-FILING
               IF WS-FILEABLE
                   PERFORM 6000-RECORD-FILED-RETURNS
               END-IF
           END-IF

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DATIRET - YEAR ' WS-PARM-YEAR
               ' COMPANIES=' WS-COUNT-REPORTED
               ' FILED=' WS-COUNT-FILED
               ' OUT OF PROOF=' WS-COUNT-OUT-OF-PROOF
               ' NO PAYEE CARD=' WS-COUNT-NO-PAYEE
           EVALUATE TRUE
               WHEN NOT WS-FILEABLE
                   DISPLAY 'DATIRET - RETURN DOES NOT PROVE OR IS '
                       'MISSING A PAYEE, DO NOT FILE IRSFILE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PARM-CORRECTION
                AND NOT WS-FIGURES-CHANGED
                   DISPLAY 'DATIRET - COMPANY ' WS-PARM-COMPANY
                       ' UNCHANGED SINCE FILED, NO CORRECTION '
                       'WRITTEN'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       0100-READ-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-YEAR NOT NUMERIC
               OR (NOT WS-PARM-ORIGINAL AND NOT WS-PARM-CORRECTION)
               OR (WS-PARM-CORRECTION AND WS-PARM-COMPANY = SPACES)
               DISPLAY 'DATIRET - BAD PARAMETER CARD, EXPECTED '
                   'YYYY, O OR C, AND THE COMPANY FOR A CORRECTION: '
                   WS-PARM-CARD (1:9)
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           INITIALIZE WS-CO-TABLE
           IF WS-PARM-CORRECTION
               MOVE WS-PARM-COMPANY TO WS-EFF-COMPANY
               PERFORM 2100-FIND-COMPANY-SLOT
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT PRC-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'DATIRET - PRC-FILE OPEN FAILED, STATUS='
                   WS-PRC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT LEDG-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'DATIRET - LEDG-FILE OPEN FAILED, STATUS='
                   WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY 'DATIRET - COMP-FILE OPEN FAILED, STATUS='
                   WS-COMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O IRH-FILE
           IF WS-IRH-STATUS NOT = '00'
               DISPLAY 'DATIRET - IRH-FILE OPEN FAILED, STATUS='
                   WS-IRH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT IRF-FILE
           IF WS-IRF-STATUS NOT = '00'
               DISPLAY 'DATIRET - IRF-FILE OPEN FAILED, STATUS='
                   WS-IRF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATIRET - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1100-LOAD-IDENTITY-CARDS.
           OPEN INPUT IRID-FILE
           IF WS-IRID-STATUS NOT = '00'
               DISPLAY 'DATIRET - IRID-FILE OPEN FAILED, STATUS='
                   WS-IRID-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-IRID-EOF
               READ IRID-FILE
                   AT END
                       SET WS-IRID-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-TAKE-IDENTITY-CARD
               END-READ
           END-PERFORM
           CLOSE IRID-FILE
           IF NOT WS-PAYER-FOUND
               DISPLAY 'DATIRET - NO PAYER (P) CARD ON IRSID'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1110-TAKE-IDENTITY-CARD.
           EVALUATE TRUE
               WHEN IRID-PAYER
                   SET WS-PAYER-FOUND TO TRUE
                   MOVE IRID-TIN    TO WS-PAYER-TIN
                   MOVE IRID-NAME   TO WS-PAYER-NAME
                   MOVE IRID-STREET TO WS-PAYER-STREET
                   MOVE IRID-CITY   TO WS-PAYER-CITY
                   MOVE IRID-STATE  TO WS-PAYER-STATE
                   MOVE IRID-ZIP    TO WS-PAYER-ZIP
                   MOVE IRID-PHONE  TO WS-PAYER-PHONE
               WHEN IRID-PAYEE
                   IF WS-PY-COUNT < 20
                       ADD 1 TO WS-PY-COUNT
                       MOVE IRID-COMPANY TO WS-PY-COMPANY (WS-PY-COUNT)
                       MOVE IRID-TIN     TO WS-PY-TIN (WS-PY-COUNT)
                       MOVE IRID-NAME    TO WS-PY-NAME (WS-PY-COUNT)
                       MOVE IRID-STREET  TO WS-PY-STREET (WS-PY-COUNT)
                       MOVE IRID-CITY    TO WS-PY-CITY (WS-PY-COUNT)
                       MOVE IRID-STATE   TO WS-PY-STATE (WS-PY-COUNT)
                       MOVE IRID-ZIP     TO WS-PY-ZIP (WS-PY-COUNT)
                   ELSE
                       DISPLAY 'DATIRET - PAYEE TABLE FULL, '
                           'RAISE THE OCCURS AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'DATIRET - IRSID CARD TYPE '
                       IRID-TYPE ' IGNORED'
           END-EVALUATE.

      *    A correction is measured against what was filed; a
      *    company never filed for the year has nothing to correct.
       1200-READ-FILED-RETURN.
           MOVE WS-PARM-YEAR    TO IRH-YEAR
           MOVE WS-PARM-COMPANY TO IRH-COMPANY
           READ IRH-FILE
           EVALUATE WS-IRH-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   DISPLAY 'DATIRET - COMPANY ' WS-PARM-COMPANY
                       ' WAS NEVER FILED FOR ' WS-PARM-YEAR
                       ' - RUN THE ORIGINAL'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'DATIRET - IRH-FILE READ FAILED, STATUS='
                       WS-IRH-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    A blank company byte is detail from before the company
      *    dimension; it belongs to the default company, as on the
      *    statements. Detail from before PRC-RUN-DATE was carried
      *    is taken as posted the night it is dated.
       2000-TALLY-DETAIL.
           IF PRC-RUN-DATE = SPACES
               MOVE PRC-TRAN-DATE TO WS-POST-DATE
           ELSE
               MOVE PRC-RUN-DATE  TO WS-POST-DATE
           END-IF
           MOVE 'N' TO WS-DATED-IN-YEAR-SW
           MOVE 'N' TO WS-POSTED-IN-YEAR-SW
           IF PRC-TRAN-DATE (1:4) = WS-PARM-YEAR
               AND PRC-TRAN-DATE (5:2) NUMERIC
               AND PRC-TRAN-DATE (5:2) > '00'
               AND PRC-TRAN-DATE (5:2) < '13'
               SET WS-DATED-IN-YEAR TO TRUE
           END-IF
           IF WS-POST-DATE (1:4) = WS-PARM-YEAR
               AND WS-POST-DATE (5:2) NUMERIC
               AND WS-POST-DATE (5:2) > '00'
               AND WS-POST-DATE (5:2) < '13'
               SET WS-POSTED-IN-YEAR TO TRUE
           END-IF
           IF WS-DATED-IN-YEAR OR WS-POSTED-IN-YEAR
               IF PRC-COMPANY = SPACES
                   MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
               ELSE
                   MOVE PRC-COMPANY TO WS-EFF-COMPANY
               END-IF
               PERFORM 2100-FIND-COMPANY-SLOT
               IF WS-DATED-IN-YEAR
                   ADD 1 TO WS-COUNT-IN-YEAR
               END-IF
               IF PRC-RETURN-CODE NOT = 0
                   IF WS-POSTED-IN-YEAR
                       MOVE WS-POST-DATE (5:2) TO WS-MX
                       PERFORM 2200-TALLY-ERRORED
                   END-IF
               ELSE
                   IF WS-DATED-IN-YEAR
                       MOVE PRC-TRAN-DATE (5:2) TO WS-MX
                       PERFORM 2300-TALLY-REPORTED
                   END-IF
                   IF WS-DATED-IN-YEAR AND NOT WS-POSTED-IN-YEAR
                       OR WS-POSTED-IN-YEAR AND NOT WS-DATED-IN-YEAR
                       PERFORM 2400-TALLY-CROSS-YEAR
                   END-IF
               END-IF
           END-IF.

       2100-FIND-COMPANY-SLOT.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   OR WS-CO-CODE (WS-CO-IX) = WS-EFF-COMPANY
               CONTINUE
           END-PERFORM
           IF WS-CO-IX > WS-CO-COUNT
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT    TO WS-CO-IX
                   MOVE WS-EFF-COMPANY TO WS-CO-CODE (WS-CO-IX)
               ELSE
                   DISPLAY 'DATIRET - COMPANY TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *    Netted the way DATBATCH nets it into the ledger: a
      *    payment adds, a refund subtracts.
       2200-TALLY-ERRORED.
           ADD 1 TO WS-COUNT-ERRORED
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   ADD PRC-AMOUNT TO WS-CM-ERRORED (WS-CO-IX, WS-MX)
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   SUBTRACT PRC-AMOUNT
                       FROM WS-CM-ERRORED (WS-CO-IX, WS-MX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-TALLY-REPORTED.
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   ADD 1 TO WS-CM-COUNT (WS-CO-IX, WS-MX)
                   ADD PRC-AMOUNT TO WS-CM-GROSS (WS-CO-IX, WS-MX)
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   ADD 1 TO WS-CM-REF-COUNT (WS-CO-IX, WS-MX)
                   ADD PRC-AMOUNT TO WS-CM-REFUNDS (WS-CO-IX, WS-MX)
               WHEN OTHER
                   ADD 1 TO WS-COUNT-VOIDS
           END-EVALUATE.

      *    Clean detail on one side of the year boundary only - on
      *    the return but not in the year's ledger, or the other way
      *    round.
       2400-TALLY-CROSS-YEAR.
           EVALUATE PRC-TRAN-TYPE
               WHEN 'SA'
               WHEN 'RP'
               WHEN 'AC'
                   MOVE PRC-AMOUNT TO WS-CROSS-AMOUNT
               WHEN 'RF'
               WHEN 'CB'
               WHEN 'AD'
                   COMPUTE WS-CROSS-AMOUNT = 0 - PRC-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-CROSS-AMOUNT
           END-EVALUATE
           IF WS-CROSS-AMOUNT NOT = 0
               ADD 1 TO WS-COUNT-CROSS-YEAR
               IF WS-DATED-IN-YEAR
                   ADD WS-CROSS-AMOUNT
                       TO WS-CO-DATED-OTHER (WS-CO-IX)
               ELSE
                   ADD WS-CROSS-AMOUNT
                       TO WS-CO-POSTED-OTHER (WS-CO-IX)
               END-IF
           END-IF.

      *    The year's periods lead the ledger key, so start at the
      *    year's first period and stop past its last. The grand
      *    rows (blank company) are the same nights again.
       3000-READ-LEDGER.
           MOVE LOW-VALUES       TO LED-KEY
           MOVE WS-PARM-YEAR     TO LED-PERIOD (1:4)
           MOVE '01'             TO LED-PERIOD (5:2)
           START LEDG-FILE KEY IS NOT LESS THAN LED-KEY
           EVALUATE WS-LEDG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-LEDG-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'DATIRET - LEDG-FILE START FAILED, STATUS='
                       WS-LEDG-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL WS-LEDG-EOF
               READ LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-LEDG-EOF TO TRUE
                   NOT AT END
                       IF LED-PERIOD (1:4) NOT = WS-PARM-YEAR
                           SET WS-LEDG-EOF TO TRUE
                       ELSE
                           PERFORM 3100-TALLY-LEDGER-ROW
                       END-IF
               END-READ
               IF WS-LEDG-STATUS NOT = '00'
                   AND WS-LEDG-STATUS NOT = '10'
                   DISPLAY 'DATIRET - LEDG-FILE READ FAILED, STATUS='
                       WS-LEDG-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

       3100-TALLY-LEDGER-ROW.
           IF LED-COMPANY NOT = SPACES
               AND LED-PERIOD (5:2) NUMERIC
               AND LED-PERIOD (5:2) > '00'
               AND LED-PERIOD (5:2) < '13'
               ADD 1 TO WS-COUNT-LEDGER
               MOVE LED-COMPANY TO WS-EFF-COMPANY
               PERFORM 2100-FIND-COMPANY-SLOT
               MOVE LED-PERIOD (5:2) TO WS-MX
               ADD LED-NET-AMOUNT TO WS-CM-LEDGER (WS-CO-IX, WS-MX)
           END-IF.

      *    One block per company: the heading with its payee, a
      *    line per month and the year, then the proof. A
      *    correction run adds the figures as filed.
       4000-REPORT-COMPANY.
           SET WS-CO-REPORTED (WS-CO-IX) TO TRUE
           ADD 1 TO WS-COUNT-REPORTED
           PERFORM 4100-IDENTIFY-COMPANY

           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-CO-HEADING
           WRITE RPT-RECORD FROM WS-MONTH-HEADING

           INITIALIZE WS-YEAR-FIGURES
           MOVE 'N' TO WS-MONTH-DIFF-SW
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               PERFORM 4200-WRITE-MONTH-LINE
           END-PERFORM

           COMPUTE WS-YR-NET = WS-YR-GROSS - WS-YR-REFUNDS
           COMPUTE WS-YR-DIFF = WS-YR-LEDGER
               - (WS-YR-NET - WS-CO-DATED-OTHER (WS-CO-IX)
                  + WS-CO-POSTED-OTHER (WS-CO-IX) + WS-YR-ERRORED)
           MOVE 'YEAR'            TO ML-MONTH
           MOVE WS-YR-COUNT       TO ML-COUNT
           MOVE WS-YR-REF-COUNT   TO ML-REF-COUNT
           MOVE WS-YR-GROSS       TO ML-GROSS
           MOVE WS-YR-REFUNDS     TO ML-REFUNDS
           MOVE WS-YR-NET         TO ML-NET
           MOVE WS-YR-ERRORED     TO ML-ERRORED
           MOVE WS-YR-LEDGER      TO ML-LEDGER
           MOVE WS-YR-DIFF        TO ML-DIFF
           WRITE RPT-RECORD FROM WS-MONTH-LINE

           IF WS-CO-DATED-OTHER (WS-CO-IX) NOT = 0
               MOVE
                   'RECONCILING - REPORTED, POSTED ANOTHER YEAR, LESS'
                   TO PL-TEXT
               MOVE WS-CO-DATED-OTHER (WS-CO-IX) TO PL-AMOUNT
               WRITE RPT-RECORD FROM WS-PROOF-LINE
           END-IF
           IF WS-CO-POSTED-OTHER (WS-CO-IX) NOT = 0
               MOVE
                   'RECONCILING - POSTED IN YEAR, DATED IN ANOTHER, ADD'
                   TO PL-TEXT
               MOVE WS-CO-POSTED-OTHER (WS-CO-IX) TO PL-AMOUNT
               WRITE RPT-RECORD FROM WS-PROOF-LINE
           END-IF
           IF WS-YR-DIFF = 0
               MOVE
                   'IN PROOF - NET REPORTED, RECONCILING, ERRORED TIE'
                   TO PL-TEXT
               MOVE 0 TO PL-AMOUNT
           ELSE
               SET WS-CO-OUT-OF-PROOF (WS-CO-IX) TO TRUE
               ADD 1 TO WS-COUNT-OUT-OF-PROOF
               MOVE
                   'OUT OF PROOF - LEDGER LESS NET RECONCILED, ERRORED'
                   TO PL-TEXT
               MOVE WS-YR-DIFF TO PL-AMOUNT
           END-IF
           WRITE RPT-RECORD FROM WS-PROOF-LINE
           IF WS-ANY-MONTH-DIFF AND WS-YR-DIFF = 0
               MOVE
                   'MONTHS DIFFER BY TIMING - TRAN MONTH VS POSTING'
                   TO PL-TEXT
               MOVE 0 TO PL-AMOUNT
               WRITE RPT-RECORD FROM WS-PROOF-LINE
           END-IF

           IF WS-PARM-CORRECTION
               PERFORM 4300-COMPARE-FILED-RETURN
           END-IF.

      *    Legal name from the payee card, else the company master.
       4100-IDENTIFY-COMPANY.
           MOVE WS-CO-CODE (WS-CO-IX) TO CH-COMPANY
           MOVE WS-CO-CODE (WS-CO-IX) TO COMP-CODE
           READ COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   MOVE COMP-NAME TO WS-CO-NAME (WS-CO-IX)
               WHEN '23'
                   MOVE '(NOT ON THE COMPANY MASTER)'
                       TO WS-CO-NAME (WS-CO-IX)
               WHEN OTHER
                   DISPLAY 'DATIRET - COMP-FILE READ FAILED, STATUS='
                       WS-COMP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           MOVE 0 TO WS-CO-PY-IX (WS-CO-IX)
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PY-COUNT
               IF WS-PY-COMPANY (WS-PY-IX) = WS-CO-CODE (WS-CO-IX)
                   MOVE WS-PY-IX TO WS-CO-PY-IX (WS-CO-IX)
               END-IF
           END-PERFORM
           IF WS-CO-PY-IX (WS-CO-IX) = 0
               ADD 1 TO WS-COUNT-NO-PAYEE
               MOVE 'NO PAYEE CARD ON IRSID - NOT FILED' TO CH-PAYEE
           ELSE
               MOVE WS-CO-PY-IX (WS-CO-IX) TO WS-PY-IX
               IF WS-PY-NAME (WS-PY-IX) NOT = SPACES
                   MOVE WS-PY-NAME (WS-PY-IX) TO WS-CO-NAME (WS-CO-IX)
               END-IF
               MOVE SPACES TO CH-PAYEE
               STRING 'PAYEE TIN ' DELIMITED BY SIZE
                      WS-PY-TIN (WS-PY-IX) DELIMITED BY SIZE
                   INTO CH-PAYEE
               END-STRING
           END-IF
           MOVE WS-CO-NAME (WS-CO-IX) TO CH-NAME.

       4200-WRITE-MONTH-LINE.
           MOVE WS-PARM-YEAR TO MN-YEAR
           MOVE WS-MX        TO MN-MONTH
           MOVE WS-MONTH-NAME TO ML-MONTH
           COMPUTE WS-MONTH-NET = WS-CM-GROSS (WS-CO-IX, WS-MX)
               - WS-CM-REFUNDS (WS-CO-IX, WS-MX)
           COMPUTE WS-MONTH-DIFF = WS-CM-LEDGER (WS-CO-IX, WS-MX)
               - (WS-MONTH-NET + WS-CM-ERRORED (WS-CO-IX, WS-MX))
           IF WS-MONTH-DIFF NOT = 0
               SET WS-ANY-MONTH-DIFF TO TRUE
           END-IF
           MOVE WS-CM-COUNT (WS-CO-IX, WS-MX)     TO ML-COUNT
           MOVE WS-CM-REF-COUNT (WS-CO-IX, WS-MX) TO ML-REF-COUNT
           MOVE WS-CM-GROSS (WS-CO-IX, WS-MX)     TO ML-GROSS
           MOVE WS-CM-REFUNDS (WS-CO-IX, WS-MX)   TO ML-REFUNDS
           MOVE WS-MONTH-NET                      TO ML-NET
           MOVE WS-CM-ERRORED (WS-CO-IX, WS-MX)   TO ML-ERRORED
           MOVE WS-CM-LEDGER (WS-CO-IX, WS-MX)    TO ML-LEDGER
           MOVE WS-MONTH-DIFF                     TO ML-DIFF
           WRITE RPT-RECORD FROM WS-MONTH-LINE
           ADD WS-CM-COUNT (WS-CO-IX, WS-MX)     TO WS-YR-COUNT
           ADD WS-CM-REF-COUNT (WS-CO-IX, WS-MX) TO WS-YR-REF-COUNT
           ADD WS-CM-GROSS (WS-CO-IX, WS-MX)     TO WS-YR-GROSS
           ADD WS-CM-REFUNDS (WS-CO-IX, WS-MX)   TO WS-YR-REFUNDS
           ADD WS-CM-ERRORED (WS-CO-IX, WS-MX)   TO WS-YR-ERRORED
           ADD WS-CM-LEDGER (WS-CO-IX, WS-MX)    TO WS-YR-LEDGER.

      *    The IRSHIST row was read at the start of the run. Any
      *    difference in the count, the gross, the refunds or a
      *    month's net is a changed return.
       4300-COMPARE-FILED-RETURN.
           MOVE 'N' TO WS-CHANGED-SW
           IF IRH-TRAN-COUNT NOT = WS-YR-COUNT
               OR IRH-GROSS NOT = WS-YR-GROSS
               OR IRH-REFUNDS NOT = WS-YR-REFUNDS
               SET WS-FIGURES-CHANGED TO TRUE
           END-IF
           MOVE IRH-FILED-DATE       TO FH-FILED-DATE
           IF IRH-CORRECTION
               MOVE 'CORRECTION' TO FH-RUN-TYPE
           ELSE
               MOVE 'ORIGINAL'   TO FH-RUN-TYPE
           END-IF
           MOVE IRH-CORRECTION-COUNT TO FH-CORRECTIONS
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-FILED-HEADING
           WRITE RPT-RECORD FROM WS-FILED-COLUMNS
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               MOVE WS-PARM-YEAR  TO MN-YEAR
               MOVE WS-MX         TO MN-MONTH
               MOVE WS-MONTH-NAME TO FL-MONTH
               COMPUTE WS-MONTH-NET = WS-CM-GROSS (WS-CO-IX, WS-MX)
                   - WS-CM-REFUNDS (WS-CO-IX, WS-MX)
               IF WS-MONTH-NET NOT = IRH-MONTH-NET (WS-MX)
                   SET WS-FIGURES-CHANGED TO TRUE
               END-IF
               MOVE IRH-MONTH-NET (WS-MX) TO FL-FILED
               MOVE WS-MONTH-NET          TO FL-CORRECTED
               COMPUTE WS-MONTH-DIFF =
                   WS-MONTH-NET - IRH-MONTH-NET (WS-MX)
               MOVE WS-MONTH-DIFF         TO FL-CHANGE
               WRITE RPT-RECORD FROM WS-FILED-LINE
           END-PERFORM
           MOVE 'YEAR'    TO FL-MONTH
           MOVE IRH-NET   TO FL-FILED
           MOVE WS-YR-NET TO FL-CORRECTED
           COMPUTE WS-MONTH-DIFF = WS-YR-NET - IRH-NET
           MOVE WS-MONTH-DIFF TO FL-CHANGE
           WRITE RPT-RECORD FROM WS-FILED-LINE.

      *    Payer record, a payee record per reported company with a
      *    payee card, end-of-payer totals, end of file.
       5000-WRITE-FILING.
           INITIALIZE WS-FILE-TOTALS
           MOVE SPACES          TO DATIRF-RECORD
           MOVE 'A'             TO IRF-RECORD-TYPE
           MOVE WS-PARM-YEAR    TO IRF-PAYMENT-YEAR
           MOVE 'MC'            TO IRF-A-RETURN-TYPE
           IF SHARED-ENVIRONMENT-ID NOT = 'PROD'
               MOVE 'T'         TO IRF-A-TEST-IND
           END-IF
           MOVE WS-PAYER-TIN    TO IRF-A-TIN
           MOVE WS-PAYER-NAME   TO IRF-A-NAME
           MOVE WS-PAYER-STREET TO IRF-A-STREET
           MOVE WS-PAYER-CITY   TO IRF-A-CITY
           MOVE WS-PAYER-STATE  TO IRF-A-STATE
           MOVE WS-PAYER-ZIP    TO IRF-A-ZIP
           MOVE WS-PAYER-PHONE  TO IRF-A-PHONE
           PERFORM 5900-WRITE-FILING-RECORD

           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               IF WS-CO-REPORTED (WS-CO-IX)
                   AND WS-CO-PY-IX (WS-CO-IX) > 0
                   PERFORM 5100-WRITE-PAYEE-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES          TO DATIRF-RECORD
           MOVE 'C'             TO IRF-RECORD-TYPE
           MOVE WS-PARM-YEAR    TO IRF-PAYMENT-YEAR
           MOVE WS-FT-PAYEES    TO IRF-C-PAYEE-COUNT
           MOVE WS-FT-COUNT     TO IRF-C-TRAN-COUNT
           MOVE WS-FT-GROSS     TO IRF-C-GROSS
           MOVE WS-FT-REFUNDS   TO IRF-C-REFUNDS
           MOVE WS-FT-NET       TO IRF-C-NET
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               MOVE WS-FT-MONTH-NET (WS-MX) TO IRF-C-MONTH-NET (WS-MX)
           END-PERFORM
           PERFORM 5900-WRITE-FILING-RECORD

           MOVE SPACES          TO DATIRF-RECORD
           MOVE 'F'             TO IRF-RECORD-TYPE
           MOVE WS-PARM-YEAR    TO IRF-PAYMENT-YEAR
           MOVE 1               TO IRF-F-PAYER-COUNT
           MOVE WS-FT-PAYEES    TO IRF-F-PAYEE-COUNT
           COMPUTE IRF-F-RECORD-COUNT = WS-IRF-SEQ + 1
           MOVE WS-FT-NET       TO IRF-F-NET
           PERFORM 5900-WRITE-FILING-RECORD.

       5100-WRITE-PAYEE-RECORD.
           MOVE WS-CO-PY-IX (WS-CO-IX) TO WS-PY-IX
           MOVE SPACES                 TO DATIRF-RECORD
           MOVE 'B'                    TO IRF-RECORD-TYPE
           MOVE WS-PARM-YEAR           TO IRF-PAYMENT-YEAR
           IF WS-PARM-CORRECTION
               MOVE 'G'                TO IRF-B-CORRECTED-IND
           END-IF
           MOVE WS-PY-TIN (WS-PY-IX)   TO IRF-B-TIN
           MOVE WS-CO-CODE (WS-CO-IX)  TO IRF-B-ACCOUNT
           MOVE WS-CO-NAME (WS-CO-IX)  TO IRF-B-NAME
           MOVE WS-PY-STREET (WS-PY-IX) TO IRF-B-STREET
           MOVE WS-PY-CITY (WS-PY-IX)  TO IRF-B-CITY
           MOVE WS-PY-STATE (WS-PY-IX) TO IRF-B-STATE
           MOVE WS-PY-ZIP (WS-PY-IX)   TO IRF-B-ZIP
           INITIALIZE WS-YEAR-FIGURES
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               COMPUTE WS-MONTH-NET = WS-CM-GROSS (WS-CO-IX, WS-MX)
                   - WS-CM-REFUNDS (WS-CO-IX, WS-MX)
               MOVE WS-MONTH-NET TO IRF-B-MONTH-NET (WS-MX)
               ADD WS-MONTH-NET  TO WS-FT-MONTH-NET (WS-MX)
               ADD WS-CM-COUNT (WS-CO-IX, WS-MX)   TO WS-YR-COUNT
               ADD WS-CM-GROSS (WS-CO-IX, WS-MX)   TO WS-YR-GROSS
               ADD WS-CM-REFUNDS (WS-CO-IX, WS-MX) TO WS-YR-REFUNDS
           END-PERFORM
           COMPUTE WS-YR-NET = WS-YR-GROSS - WS-YR-REFUNDS
           MOVE WS-YR-COUNT            TO IRF-B-TRAN-COUNT
           MOVE WS-YR-GROSS            TO IRF-B-GROSS
           MOVE WS-YR-REFUNDS          TO IRF-B-REFUNDS
           MOVE WS-YR-NET              TO IRF-B-NET
           PERFORM 5900-WRITE-FILING-RECORD
           ADD 1                       TO WS-FT-PAYEES
           ADD 1                       TO WS-COUNT-FILED
           ADD WS-YR-COUNT             TO WS-FT-COUNT
           ADD WS-YR-GROSS             TO WS-FT-GROSS
           ADD WS-YR-REFUNDS           TO WS-FT-REFUNDS
           ADD WS-YR-NET               TO WS-FT-NET.

       5900-WRITE-FILING-RECORD.
           ADD 1 TO WS-IRF-SEQ
           MOVE WS-IRF-SEQ TO IRF-SEQUENCE-NUMBER
           WRITE DATIRF-RECORD
           IF WS-IRF-STATUS NOT = '00'
               DISPLAY 'DATIRET - IRF-FILE WRITE FAILED, STATUS='
                   WS-IRF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Keep what was filed, company by company, for the next
      *    correction to be measured against.
       6000-RECORD-FILED-RETURNS.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               IF WS-CO-REPORTED (WS-CO-IX)
                   PERFORM 6100-RECORD-FILED-RETURN
               END-IF
           END-PERFORM.

       6100-RECORD-FILED-RETURN.
           MOVE WS-PARM-YEAR          TO IRH-YEAR
           MOVE WS-CO-CODE (WS-CO-IX) TO IRH-COMPANY
           READ IRH-FILE
           IF WS-IRH-STATUS NOT = '00'
               AND WS-IRH-STATUS NOT = '23'
               DISPLAY 'DATIRET - IRH-FILE READ FAILED, STATUS='
                   WS-IRH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           IF WS-PARM-CORRECTION
               ADD 1 TO IRH-CORRECTION-COUNT
               MOVE 'C' TO IRH-RUN-TYPE
           ELSE
               MOVE 0   TO IRH-CORRECTION-COUNT
               MOVE 'O' TO IRH-RUN-TYPE
           END-IF
           MOVE WS-TODAY-DATE TO IRH-FILED-DATE
           INITIALIZE WS-YEAR-FIGURES
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               COMPUTE IRH-MONTH-NET (WS-MX) =
                   WS-CM-GROSS (WS-CO-IX, WS-MX)
                   - WS-CM-REFUNDS (WS-CO-IX, WS-MX)
               ADD WS-CM-COUNT (WS-CO-IX, WS-MX)   TO WS-YR-COUNT
               ADD WS-CM-GROSS (WS-CO-IX, WS-MX)   TO WS-YR-GROSS
               ADD WS-CM-REFUNDS (WS-CO-IX, WS-MX) TO WS-YR-REFUNDS
           END-PERFORM
           MOVE WS-YR-COUNT   TO IRH-TRAN-COUNT
           MOVE WS-YR-GROSS   TO IRH-GROSS
           MOVE WS-YR-REFUNDS TO IRH-REFUNDS
           COMPUTE IRH-NET = WS-YR-GROSS - WS-YR-REFUNDS
           IF WS-IRH-STATUS = '00'
               REWRITE DATIRH-RECORD
           ELSE
               WRITE DATIRH-RECORD
           END-IF
           IF WS-IRH-STATUS NOT = '00'
               DISPLAY 'DATIRET - IRH-FILE UPDATE FAILED, STATUS='
                   WS-IRH-STATUS ' FOR COMPANY=' IRH-COMPANY
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE 'DETAIL READ'          TO RPT-LABEL
           MOVE WS-COUNT-READ          TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'DETAIL IN YEAR'       TO RPT-LABEL
           MOVE WS-COUNT-IN-YEAR       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'ERRORED DETAIL'       TO RPT-LABEL
           MOVE WS-COUNT-ERRORED       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'VOIDS SKIPPED'        TO RPT-LABEL
           MOVE WS-COUNT-VOIDS         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'CROSS-YEAR DETAIL'    TO RPT-LABEL
           MOVE WS-COUNT-CROSS-YEAR    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'LEDGER ROWS READ'     TO RPT-LABEL
           MOVE WS-COUNT-LEDGER        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'COMPANIES REPORTED'   TO RPT-LABEL
           MOVE WS-COUNT-REPORTED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'PAYEES ON FILE'       TO RPT-LABEL
           MOVE WS-COUNT-FILED         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NO PAYEE CARD'        TO RPT-LABEL
           MOVE WS-COUNT-NO-PAYEE      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OUT OF PROOF'         TO RPT-LABEL
           MOVE WS-COUNT-OUT-OF-PROOF  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'FILING RECORDS'       TO RPT-LABEL
           MOVE WS-IRF-SEQ             TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE PRC-FILE
           CLOSE LEDG-FILE
           CLOSE COMP-FILE
           CLOSE IRH-FILE
           CLOSE IRF-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATIRET'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
