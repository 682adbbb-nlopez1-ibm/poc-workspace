       ID DIVISION.
       PROGRAM-ID. DATARAG.
      *----------------------------------------------------------------
      * Receivables aging of the subsidiaries' statement balances.
      * Reads the statement balance master (STBFILE KSDS, DATSTBL
      * layout - billed by DATSTMT, paid down by DATCAPP) in key
      * order and ages every open balance by the days past its due
      * date as of the aging date: CURRENT (not yet due), 1-30,
      * 31-60, 61-90 and OVER 90 days. Each open statement month
      * prints on its own line in its bucket, followed by a total
      * line per company and a grand total for all companies - the
      * answer to "who still owes us for August" without the
      * spreadsheet.
      * SYSIN parameter card: cols 1-8 aging date YYYYMMDD; blank
      * or not numeric ages as of today.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STB-FILE ASSIGN TO STBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STB-KEY
               FILE STATUS IS WS-STB-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTBL.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(108).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-STB-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-AS-OF           PIC X(8).
           05  FILLER                  PIC X(72).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-AS-OF-INT                PIC 9(7)  COMP.
       01  WS-DUE-DATE-9               PIC 9(8).
       01  WS-DAYS-PAST-DUE            PIC S9(7) COMP.
       01  WS-CUR-COMPANY              PIC X(4)  VALUE SPACES.
       01  WS-BKT                      PIC S9(4) COMP.
      *    Buckets 1-5 are CURRENT, 1-30, 31-60, 61-90, OVER 90;
      *    bucket 6 is the total across them.
       01  WS-STMT-AGING.
           05  WS-STMT-BUCKET          PIC S9(9)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-CO-AGING.
           05  WS-CO-BUCKET            PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-GRAND-AGING.
           05  WS-GRAND-BUCKET         PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OPEN           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-COMPANIES      PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATARAG RECEIVABLES AGING  AS OF '.
           05  RH-AS-OF                PIC X(8).
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(12) VALUE 'CO / MONTH'.
           05  FILLER                  PIC X(16) VALUE
               '         CURRENT'.
           05  FILLER                  PIC X(16) VALUE
               '       1-30 DAYS'.
           05  FILLER                  PIC X(16) VALUE
               '      31-60 DAYS'.
           05  FILLER                  PIC X(16) VALUE
               '      61-90 DAYS'.
           05  FILLER                  PIC X(16) VALUE
               '    OVER 90 DAYS'.
           05  FILLER                  PIC X(16) VALUE
               '   TOTAL BALANCE'.
       01  WS-RPT-DETAIL.
           05  RL-LABEL                PIC X(12).
           05  RL-BUCKET-ENTRY OCCURS 6 TIMES.
               10  FILLER              PIC X(1).
               10  RL-BUCKET           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-STMT-LABEL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RS-PERIOD               PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-RPT-CO-LABEL.
           05  RC-COMPANY              PIC X(4).
           05  FILLER                  PIC X(8)  VALUE ' TOTAL'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-AS-OF NUMERIC
               MOVE WS-PARM-AS-OF TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)

           PERFORM 1000-OPEN-FILES.
           INITIALIZE WS-CO-AGING
           INITIALIZE WS-GRAND-AGING

           MOVE WS-AS-OF-DATE TO RH-AS-OF
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2

           PERFORM UNTIL WS-EOF
               READ STB-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF STB-OPEN AND STB-BALANCE > ZEROS
                           PERFORM 2000-AGE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUR-COMPANY NOT = SPACES
               PERFORM 3000-WRITE-COMPANY-TOTAL
           END-IF
           PERFORM 8000-WRITE-GRAND-TOTAL.

           CLOSE STB-FILE
           CLOSE RPT-FILE
           DISPLAY 'DATARAG - AS OF ' WS-AS-OF-DATE
               ' ROWS READ=' WS-COUNT-READ
               ' OPEN=' WS-COUNT-OPEN
               ' COMPANIES=' WS-COUNT-COMPANIES
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT STB-FILE
           IF WS-STB-STATUS NOT = '00'
               DISPLAY 'DATARAG - STB-FILE OPEN FAILED, STATUS='
                   WS-STB-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATARAG - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE STB-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The master is in company-then-month order, so a change of
      *    company closes off the previous company's total.
       2000-AGE-STATEMENT.
           IF STB-COMPANY NOT = WS-CUR-COMPANY
               IF WS-CUR-COMPANY NOT = SPACES
                   PERFORM 3000-WRITE-COMPANY-TOTAL
               END-IF
               MOVE STB-COMPANY TO WS-CUR-COMPANY
               ADD 1 TO WS-COUNT-COMPANIES
           END-IF
           ADD 1 TO WS-COUNT-OPEN

           IF STB-DUE-DATE NUMERIC
               MOVE STB-DUE-DATE TO WS-DUE-DATE-9
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-9)
           ELSE
               MOVE ZEROS TO WS-DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 1
                   MOVE 1 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 31
                   MOVE 2 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 61
                   MOVE 3 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 91
                   MOVE 4 TO WS-BKT
               WHEN OTHER
                   MOVE 5 TO WS-BKT
           END-EVALUATE

           INITIALIZE WS-STMT-AGING
           MOVE STB-BALANCE TO WS-STMT-BUCKET (WS-BKT)
           MOVE STB-BALANCE TO WS-STMT-BUCKET (6)
           ADD STB-BALANCE TO WS-CO-BUCKET (WS-BKT)
           ADD STB-BALANCE TO WS-CO-BUCKET (6)
           ADD STB-BALANCE TO WS-GRAND-BUCKET (WS-BKT)
           ADD STB-BALANCE TO WS-GRAND-BUCKET (6)

           MOVE STB-PERIOD TO RS-PERIOD
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-RPT-STMT-LABEL TO RL-LABEL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE WS-STMT-BUCKET (WS-BKT) TO RL-BUCKET (WS-BKT)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       3000-WRITE-COMPANY-TOTAL.
           MOVE WS-CUR-COMPANY TO RC-COMPANY
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-RPT-CO-LABEL TO RL-LABEL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE WS-CO-BUCKET (WS-BKT) TO RL-BUCKET (WS-BKT)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           INITIALIZE WS-CO-AGING.

       8000-WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 'ALL COMPANY' TO RL-LABEL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE WS-GRAND-BUCKET (WS-BKT) TO RL-BUCKET (WS-BKT)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATARAG'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
