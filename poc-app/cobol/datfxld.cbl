       ID DIVISION.
       PROGRAM-ID. DATFXLD.
      *----------------------------------------------------------------
      * Treasury exchange-rate feed loader. Reads the day's rate file
      * from treasury (FXFEED, DATFXRT layout) and adds each row to
      * the CURRFILE exchange-rate table (DATCURR) as a new
      * effective-dated row, with a disposition line per feed row.
      * Each rate is compared with the currency's prior rate - the
      * row with the latest effective date before the new one - and
      * a move of more than the SYSIN tolerance is held back for
      * treasury to confirm: the row is not loaded, and loads when
      * treasury resends it with FXR-CONFIRM 'Y'. A currency with no
      * prior row loads as new. A row whose key is already on the
      * table with the same rate is a rerun of the feed and is
      * passed over; a different rate under the same key is
      * rejected, since a rate the night may already have posted
      * under is not overwritten by the feed. The base currency
      * (USD) needs no row and is rejected.
      * RC 4 = a row was held or rejected, see RPTFILE; the rows
      * that passed are loaded either way.
      * SYSIN parameter card: cols 1-5 tolerance percent, 9(3)V99
      * (00500 = 5.00%).
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXR-FILE ASSIGN TO FXFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
           SELECT CURR-FILE ASSIGN TO CURRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FXR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATFXRT.
       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCURR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-FXR-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CURR-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CURR-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-CURR-FOUND                     VALUE 'Y'.
       01  WS-PRIOR-FOUND-SW           PIC X(1)  VALUE 'N'.
           88  WS-PRIOR-FOUND                    VALUE 'Y'.
       01  WS-SCAN-DONE-SW             PIC X(1)  VALUE 'N'.
           88  WS-SCAN-DONE                      VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-TOLERANCE       PIC 9(3)V99.
           05  FILLER                  PIC X(75).
       01  WS-NEW-RATE                 PIC S9(3)V9(6) COMP-3.
       01  WS-PRIOR-RATE               PIC S9(3)V9(6) COMP-3.
       01  WS-MOVE-PCT                 PIC S9(5)V99 COMP-3.
       01  WS-MOVE-ABS                 PIC S9(5)V99 COMP-3.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LOADED         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ALREADY        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HELD           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADER.
           05  FILLER                  PIC X(38) VALUE
               'CUR  EFF DATE    NEW RATE  PRIOR RATE'.
           05  FILLER                  PIC X(42) VALUE
               '    MOVE %  DISPOSITION'.
       01  WS-RPT-DETAIL.
           05  RL-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NEW-RATE             PIC ZZ9.999999 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-PRIOR-RATE           PIC ZZ9.999999 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-MOVE-PCT             PIC -ZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATFXLD RATE LOAD  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-TOLERANCE NOT NUMERIC
               OR WS-PARM-TOLERANCE = ZEROS
               DISPLAY 'DATFXLD - BAD TOLERANCE PARM: '
                   WS-PARM-TOLERANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 1000-OPEN-FILES.
           WRITE RPT-RECORD FROM WS-RPT-HEADER.

           PERFORM UNTIL WS-EOF
               READ FXR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-LOAD-RATE-ROW
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DATFXLD - RATES READ=' WS-COUNT-READ
               ' LOADED=' WS-COUNT-LOADED
               ' HELD=' WS-COUNT-HELD
               ' REJECTED=' WS-COUNT-REJECTED
           IF WS-COUNT-HELD > 0 OR WS-COUNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT FXR-FILE
           IF WS-FXR-STATUS NOT = '00'
               DISPLAY 'DATFXLD - FXR-FILE OPEN FAILED, STATUS='
                   WS-FXR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CURR-FILE
           IF WS-CURR-STATUS NOT = '00'
               DISPLAY 'DATFXLD - CURR-FILE OPEN FAILED, STATUS='
                   WS-CURR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATFXLD - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Presence and numeric edits first; a row that passes is
      *    checked against the table for a rerun, then against the
      *    prior rate for the tolerance.
       2000-LOAD-RATE-ROW.
           MOVE ZEROS TO WS-NEW-RATE
           MOVE ZEROS TO WS-PRIOR-RATE
           MOVE ZEROS TO WS-MOVE-PCT
           IF FXR-RATE-NUM NUMERIC
               MOVE FXR-RATE-NUM TO WS-NEW-RATE
           END-IF
           EVALUATE TRUE
               WHEN FXR-CURRENCY = SPACES
                   MOVE 'CURRENCY MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN FXR-CURRENCY = 'USD'
                   MOVE 'BASE CURRENCY NEEDS NO ROW'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN FXR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN FXR-RATE-NUM NOT NUMERIC
                   MOVE 'RATE NOT NUMERIC' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN FXR-RATE-NUM = ZEROS
                   MOVE 'RATE IS ZERO' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 2100-READ-RATE-TABLE
                   IF WS-CURR-FOUND
                       PERFORM 2200-CHECK-RERUN
                   ELSE
                       PERFORM 2300-FIND-PRIOR-RATE
                       PERFORM 3000-APPLY-TOLERANCE
                   END-IF
           END-EVALUATE.

       2100-READ-RATE-TABLE.
           MOVE 'N' TO WS-CURR-FOUND-SW
           MOVE FXR-CURRENCY       TO CURR-CODE
           MOVE FXR-EFFECTIVE-DATE TO CURR-EFFECTIVE-DATE
           READ CURR-FILE
           EVALUATE WS-CURR-STATUS
               WHEN '00'
                   SET WS-CURR-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATFXLD - CURR-FILE READ FAILED, STATUS='
                       WS-CURR-STATUS ' FOR CURRENCY=' FXR-CURRENCY
                       ' DATE=' FXR-EFFECTIVE-DATE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

      *    The same rate under the same key is the feed being run
      *    again; anything else is a conflicting rate for a date
      *    the table already has.
       2200-CHECK-RERUN.
           MOVE CURR-RATE TO WS-PRIOR-RATE
           IF CURR-RATE = WS-NEW-RATE
               ADD 1 TO WS-COUNT-ALREADY
               MOVE 'ALREADY ON FILE' TO RL-DISPOSITION
               PERFORM 4000-REPORT-DISPOSITION
           ELSE
               MOVE 'OTHER RATE ON FILE FOR DATE'
                   TO RL-DISPOSITION
               PERFORM 4100-REPORT-REJECTED
           END-IF.

      *    The table is keyed currency + effective date, so the
      *    currency's rows read back in date order from the start
      *    of its key range; the last one dated before the new row
      *    is the prior rate.
       2300-FIND-PRIOR-RATE.
           MOVE 'N' TO WS-PRIOR-FOUND-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE FXR-CURRENCY TO CURR-CODE
           MOVE LOW-VALUES   TO CURR-EFFECTIVE-DATE
           START CURR-FILE KEY IS NOT LESS THAN CURR-KEY
           EVALUATE WS-CURR-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'DATFXLD - CURR-FILE START FAILED, '
                       'STATUS=' WS-CURR-STATUS
                       ' FOR CURRENCY=' FXR-CURRENCY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL WS-SCAN-DONE
               READ CURR-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CURR-CODE NOT = FXR-CURRENCY
                           OR CURR-EFFECTIVE-DATE
                               NOT < FXR-EFFECTIVE-DATE
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           SET WS-PRIOR-FOUND TO TRUE
                           MOVE CURR-RATE TO WS-PRIOR-RATE
                       END-IF
               END-READ
           END-PERFORM.

      *    The move is measured against the prior rate, either
      *    direction. Treasury's confirmation loads the row
      *    whatever the move.
       3000-APPLY-TOLERANCE.
           IF NOT WS-PRIOR-FOUND
               MOVE 'LOADED - NEW CURRENCY' TO RL-DISPOSITION
               PERFORM 3100-WRITE-RATE-ROW
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-NEW-RATE - WS-PRIOR-RATE) * 100
                   / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-MOVE-PCT
               END-COMPUTE
               IF WS-MOVE-PCT < 0
                   COMPUTE WS-MOVE-ABS = 0 - WS-MOVE-PCT
               ELSE
                   MOVE WS-MOVE-PCT TO WS-MOVE-ABS
               END-IF
               EVALUATE TRUE
                   WHEN WS-MOVE-ABS NOT > WS-PARM-TOLERANCE
                       MOVE 'LOADED' TO RL-DISPOSITION
                       PERFORM 3100-WRITE-RATE-ROW
                   WHEN FXR-CONFIRMED
                       MOVE 'LOADED - CONFIRMED MOVE'
                           TO RL-DISPOSITION
                       PERFORM 3100-WRITE-RATE-ROW
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-HELD
                       MOVE 'OVER TOLERANCE - CONFIRM'
                           TO RL-DISPOSITION
                       PERFORM 4000-REPORT-DISPOSITION
               END-EVALUATE
           END-IF.

       3100-WRITE-RATE-ROW.
           MOVE SPACES             TO DATCURR-RECORD
           MOVE FXR-CURRENCY       TO CURR-CODE
           MOVE FXR-EFFECTIVE-DATE TO CURR-EFFECTIVE-DATE
           MOVE WS-NEW-RATE        TO CURR-RATE
           WRITE DATCURR-RECORD
           IF WS-CURR-STATUS NOT = '00' AND WS-CURR-STATUS NOT = '02'
               DISPLAY 'DATFXLD - CURR-FILE WRITE FAILED, STATUS='
                   WS-CURR-STATUS ' FOR CURRENCY=' FXR-CURRENCY
                   ' DATE=' FXR-EFFECTIVE-DATE
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-LOADED
           PERFORM 4000-REPORT-DISPOSITION.

       4000-REPORT-DISPOSITION.
           MOVE FXR-CURRENCY       TO RL-CURRENCY
           MOVE FXR-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           MOVE WS-NEW-RATE        TO RL-NEW-RATE
           MOVE WS-PRIOR-RATE      TO RL-PRIOR-RATE
           MOVE WS-MOVE-PCT        TO RL-MOVE-PCT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       4100-REPORT-REJECTED.
           ADD 1 TO WS-COUNT-REJECTED
           PERFORM 4000-REPORT-DISPOSITION.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'RATES READ'         TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'LOADED'             TO RPT-LABEL
           MOVE WS-COUNT-LOADED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'ALREADY ON FILE'    TO RPT-LABEL
           MOVE WS-COUNT-ALREADY     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'HELD FOR CONFIRM'   TO RPT-LABEL
           MOVE WS-COUNT-HELD        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'REJECTED'           TO RPT-LABEL
           MOVE WS-COUNT-REJECTED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE FXR-FILE
           CLOSE CURR-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATFXLD'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
