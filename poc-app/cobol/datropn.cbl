      * run number, a new date opens as run 1. Every nightly
      * program reads SHARED-RUN-DATE from the record this step
      * writes instead of stamping its own clock date.
      * A date can take intraday cycles ahead of its end of day: the
      * SYSIN card (cols 1-8) says which kind of cycle to open -
      * INTRADAY from DATICYC, ENDOFDAY (or blank) from DATNITE. Each
      * opens the date's next cycle once the last one has closed; a
      * cycle still open is a restart and must be the same kind.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  Intraday cycles: SYSIN card INTRADAY/ENDOFDAY,
      *               RUN-CTL-CYCLE and RUN-CTL-CYCLE-TYPE on the
      *               run-control record. A closed intraday cycle
      *               ('I') opens the date's next cycle; an open
      *               cycle of the other kind refuses RC 16.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-CYCLE-TYPE      PIC X(8).
       01  WS-REQ-TYPE                 PIC X(1)  VALUE 'E'.
           88  WS-REQ-INTRADAY                   VALUE 'I'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CAL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
           05  WS-PRIOR-DATE-9         PIC 9(8).
       01  WS-PRIOR-STATUS             PIC X(1)  VALUE SPACE.
       01  WS-PRIOR-NUMBER             PIC 9(3)  VALUE ZEROS.
       01  WS-PRIOR-CYCLE              PIC 9(2)  VALUE 1.
       01  WS-PRIOR-TYPE               PIC X(1)  VALUE 'E'.
       01  WS-TYPE-NAME                PIC X(10).
       01  WS-RECORD-FOUND-SW          PIC X(1)  VALUE 'N'.
           88  WS-RECORD-FOUND                   VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           EVALUATE WS-PARM-CYCLE-TYPE
               WHEN 'INTRADAY'
                   MOVE 'I' TO WS-REQ-TYPE
               WHEN 'ENDOFDAY'
               WHEN SPACES
                   MOVE 'E' TO WS-REQ-TYPE
               WHEN OTHER
                   DISPLAY 'DATROPN - BAD CYCLE TYPE PARM: '
                       WS-PARM-CYCLE-TYPE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE

           PERFORM 1000-LOAD-HOLIDAY-TABLE.
           PERFORM 2000-FIND-PROCESSING-DATE.
               STOP RUN
           END-IF

           PERFORM 3500-CHECK-CYCLE-SEQUENCE.
           PERFORM 4000-WRITE-RUN-CONTROL.

           MOVE 0 TO RETURN-CODE
                           MOVE RUN-CTL-DATE   TO WS-PRIOR-DATE
                           MOVE RUN-CTL-STATUS TO WS-PRIOR-STATUS
                           MOVE RUN-CTL-NUMBER TO WS-PRIOR-NUMBER
                           IF RUN-CTL-CYCLE NUMERIC
                               MOVE RUN-CTL-CYCLE TO WS-PRIOR-CYCLE
                           END-IF
                           IF RUN-CTL-INTRADAY
                               MOVE 'I' TO WS-PRIOR-TYPE
                           END-IF
                   END-READ
                   CLOSE RUN-FILE
               WHEN '35'
                   STOP RUN
           END-EVALUATE.

      *    A cycle still open on this date is being restarted and
      *    must be restarted by its own job - an end of day cannot
      *    start over an intraday cycle that died part way, nor the
      *    other way round.
       3500-CHECK-CYCLE-SEQUENCE.
           IF WS-RECORD-FOUND
               AND WS-PRIOR-DATE = WS-PROC-DATE-X
               AND WS-PRIOR-STATUS = 'O'
               AND WS-PRIOR-TYPE NOT = WS-REQ-TYPE
               IF WS-PRIOR-TYPE = 'I'
                   MOVE 'INTRADAY'    TO WS-TYPE-NAME
               ELSE
                   MOVE 'END OF DAY'  TO WS-TYPE-NAME
               END-IF
               DISPLAY 'DATROPN - CYCLE ' WS-PRIOR-CYCLE ' OF '
                   WS-PROC-DATE ' IS STILL OPEN AS ' WS-TYPE-NAME
                   ' - RESTART THAT JOB BEFORE OPENING ANOTHER CYCLE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           IF WS-RECORD-FOUND
               AND WS-PRIOR-DATE = WS-PROC-DATE-X
               AND WS-PRIOR-STATUS = 'I'
               AND WS-PRIOR-CYCLE = 99
               DISPLAY 'DATROPN - PROCESSING DATE ' WS-PROC-DATE
                   ' HAS RUN 99 CYCLES, NO CYCLE NUMBER LEFT'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
      *    The day files are reset only by a completed end of day,
      *    so a prior date left open hands its intraday cycles on
      *    to this date's end of day - reported, not refused.
           IF WS-RECORD-FOUND
               AND WS-PRIOR-DATE NOT = WS-PROC-DATE-X
               AND WS-PRIOR-STATUS NOT = 'C'
               DISPLAY 'DATROPN - PRIOR DATE ' WS-PRIOR-DATE
                   ' WAS NEVER MARKED COMPLETE - ANY INTRADAY '
                   'CYCLES IT RAN CONSOLIDATE INTO THE END OF DAY '
                   'OF ' WS-PROC-DATE
           END-IF.

       4000-WRITE-RUN-CONTROL.
           MOVE SPACES        TO DATRUNC-RECORD
           MOVE WS-PROC-DATE-X TO RUN-CTL-DATE
           IF WS-RECORD-FOUND
               AND WS-PRIOR-DATE = WS-PROC-DATE-X
               IF WS-PRIOR-STATUS = 'O'
      *            Same cycle still open - this is a restart; the
      *            run number says which attempt this is.
                   COMPUTE RUN-CTL-NUMBER = WS-PRIOR-NUMBER + 1
                   MOVE WS-PRIOR-CYCLE TO RUN-CTL-CYCLE
               ELSE
      *            The last cycle closed intraday - open the next.
                   MOVE 1 TO RUN-CTL-NUMBER
                   COMPUTE RUN-CTL-CYCLE = WS-PRIOR-CYCLE + 1
               END-IF
           ELSE
               MOVE 1 TO RUN-CTL-NUMBER
               MOVE 1 TO RUN-CTL-CYCLE
           END-IF
           MOVE WS-REQ-TYPE TO RUN-CTL-CYCLE-TYPE
           MOVE 'O' TO RUN-CTL-STATUS
           OPEN OUTPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               STOP RUN
           END-IF
           CLOSE RUN-FILE
           IF WS-REQ-INTRADAY
               MOVE 'INTRADAY'    TO WS-TYPE-NAME
           ELSE
               MOVE 'END OF DAY'  TO WS-TYPE-NAME
           END-IF
           DISPLAY 'DATROPN - PROCESSING DATE ' RUN-CTL-DATE
               ' OPENED, CYCLE ' RUN-CTL-CYCLE ' (' WS-TYPE-NAME
               '), RUN NUMBER ' RUN-CTL-NUMBER.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
