       ID DIVISION.
       PROGRAM-ID. DATFXCK.
      *----------------------------------------------------------------
      * Exchange-rate coverage check, run ahead of DATBATCH. Reads
      * TRAN-FILE for the foreign currencies still waiting to post -
      * unprocessed, held and value-dated records with a TRAN-
      * CURRENCY other than blank or USD - and checks each against
      * the CURRFILE exchange-rate table for a row effective on the
      * processing date from RUNCTL. One line per active currency
      * with its waiting count and the latest rate date on or before
      * the processing date:
      *   RATE CURRENT      a row is effective on the date itself.
      *   NO RATE FOR DATE  the latest row is older - treasury's
      *                     rate for the date has not loaded, and
      *                     the batch will convert on a stale rate.
      *   NO RATE ON FILE   no row on or before the date - the
      *                     currency's transactions will fall into
      *                     DATBATCH's currency error and not post.
      * Either warning is DISPLAYed and ends RC 4, so it reaches the
      * exception report before the batch posts rather than after.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT CURR-FILE ASSIGN TO CURRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-CURR-STATUS.
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
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCURR.
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
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CURR-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-TRAN-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-CURR-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-CURR-EOF                       VALUE 'Y'.
       01  WS-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  WS-FOUND                          VALUE 'Y'.
       01  WS-AC-IX                    PIC S9(4) COMP.
       01  WS-AC-COUNT                 PIC S9(4) COMP VALUE ZEROS.
      *    One slot per foreign currency waiting on TRAN-FILE, with
      *    the latest rate date on or before the processing date.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 100 TIMES.
               10  WS-AC-CODE          PIC X(3).
               10  WS-AC-WAITING       PIC 9(7).
               10  WS-AC-RATE-DATE     PIC X(8).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-WAITING        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CURRENT        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-STALE          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-RATE        PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADER.
           05  FILLER                  PIC X(40) VALUE
               'CUR  WAITING  LATEST RATE  STATUS'.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-WAITING              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RL-RATE-DATE            PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-STATUS               PIC X(20).
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATFXCK RATE CHECK '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-RUN-CONTROL.

           PERFORM 1000-OPEN-FILES.

           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-COLLECT-CURRENCY
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-CURR-EOF
               READ CURR-FILE NEXT RECORD
                   AT END
                       SET WS-CURR-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-NOTE-RATE-ROW
               END-READ
           END-PERFORM

           WRITE RPT-RECORD FROM WS-RPT-HEADER
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-COUNT
               PERFORM 4000-REPORT-CURRENCY
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           IF WS-COUNT-STALE > 0 OR WS-COUNT-NO-RATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'DATFXCK - EVERY ACTIVE CURRENCY HAS A RATE '
                   'FOR ' SHARED-RUN-DATE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATFXCK - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT CURR-FILE
           IF WS-CURR-STATUS NOT = '00'
               DISPLAY 'DATFXCK - CURR-FILE OPEN FAILED, STATUS='
                   WS-CURR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATFXCK - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    Only records that can still post count - a processed or
      *    rejected record's currency no longer matters tonight.
       2000-COLLECT-CURRENCY.
           IF (TRAN-UNPROCESSED OR TRAN-HELD OR TRAN-FUTURE)
               AND TRAN-CURRENCY NOT = SPACES
               AND TRAN-CURRENCY NOT = 'USD'
               ADD 1 TO WS-COUNT-WAITING
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-AC-IX FROM 1 BY 1
                       UNTIL WS-AC-IX > WS-AC-COUNT
                       OR WS-FOUND
                   IF WS-AC-CODE (WS-AC-IX) = TRAN-CURRENCY
                       SET WS-FOUND TO TRUE
                       ADD 1 TO WS-AC-WAITING (WS-AC-IX)
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-AC-COUNT = 100
                       DISPLAY 'DATFXCK - CURRENCY TABLE FULL, RAISE '
                           'THE OCCURS AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AC-COUNT
                   MOVE TRAN-CURRENCY TO WS-AC-CODE (WS-AC-COUNT)
                   MOVE 1             TO WS-AC-WAITING (WS-AC-COUNT)
                   MOVE SPACES        TO WS-AC-RATE-DATE (WS-AC-COUNT)
               END-IF
           END-IF.

      *    The table reads in currency / effective-date order, so
      *    the last row on or before the date is the latest one.
       3000-NOTE-RATE-ROW.
           IF CURR-EFFECTIVE-DATE NOT > SHARED-RUN-DATE
               PERFORM VARYING WS-AC-IX FROM 1 BY 1
                       UNTIL WS-AC-IX > WS-AC-COUNT
                   IF WS-AC-CODE (WS-AC-IX) = CURR-CODE
                       MOVE CURR-EFFECTIVE-DATE
                           TO WS-AC-RATE-DATE (WS-AC-IX)
                   END-IF
               END-PERFORM
           END-IF.

       4000-REPORT-CURRENCY.
           MOVE WS-AC-CODE (WS-AC-IX)      TO RL-CURRENCY
           MOVE WS-AC-WAITING (WS-AC-IX)   TO RL-WAITING
           MOVE WS-AC-RATE-DATE (WS-AC-IX) TO RL-RATE-DATE
           EVALUATE TRUE
               WHEN WS-AC-RATE-DATE (WS-AC-IX) = SPACES
                   ADD 1 TO WS-COUNT-NO-RATE
                   MOVE 'NO RATE ON FILE' TO RL-STATUS
                   DISPLAY 'DATFXCK - WARNING: NO RATE ON FILE FOR '
                       WS-AC-CODE (WS-AC-IX) ' - '
                       WS-AC-WAITING (WS-AC-IX)
                       ' TRANSACTIONS WILL NOT POST'
               WHEN WS-AC-RATE-DATE (WS-AC-IX) < SHARED-RUN-DATE
                   ADD 1 TO WS-COUNT-STALE
                   MOVE 'NO RATE FOR DATE' TO RL-STATUS
                   DISPLAY 'DATFXCK - WARNING: NO RATE FOR '
                       WS-AC-CODE (WS-AC-IX) ' ON '
                       SHARED-RUN-DATE ' - LATEST IS '
                       WS-AC-RATE-DATE (WS-AC-IX)
               WHEN OTHER
                   ADD 1 TO WS-COUNT-CURRENT
                   MOVE 'RATE CURRENT' TO RL-STATUS
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'TRANSACTIONS READ'  TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'FOREIGN WAITING'    TO RPT-LABEL
           MOVE WS-COUNT-WAITING     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'CURRENCIES CURRENT' TO RPT-LABEL
           MOVE WS-COUNT-CURRENT     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NO RATE FOR DATE'   TO RPT-LABEL
           MOVE WS-COUNT-STALE       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NO RATE ON FILE'    TO RPT-LABEL
           MOVE WS-COUNT-NO-RATE     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE CURR-FILE
           CLOSE RPT-FILE.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night.
       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATFXCK - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATFXCK - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATFXCK - PROCESSING DATE '
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
           MOVE 'DATFXCK'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
