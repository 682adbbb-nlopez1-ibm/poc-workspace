      * GDG generations, STATFILE appends and OPSTFILE rows. Runs
      * at the end of DATNITE behind the steps that must have ended
      * clean; a night that died mid-chain leaves the date open for
      * the restart. An intraday cycle (DATICYC) closes 'I' instead:
      * the cycle is done but the date stays open for its next
      * cycle and the end of day.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  Intraday cycles close 'I' and leave the date
      *               open; the end-of-day cycle marks it complete
      *               as before. The cycle number and type carry
      *               through the rewrite.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HELD-RECORD.
           05  WS-HELD-DATE            PIC X(8).
           05  WS-HELD-NUMBER          PIC 9(3).
           05  WS-HELD-CYCLE           PIC 9(2).
           05  WS-HELD-TYPE            PIC X(1).
               88  WS-HELD-INTRADAY              VALUE 'I'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT RUN-FILE
           END-IF
           MOVE RUN-CTL-DATE   TO WS-HELD-DATE
           MOVE RUN-CTL-NUMBER TO WS-HELD-NUMBER
           MOVE RUN-CTL-CYCLE  TO WS-HELD-CYCLE
           MOVE RUN-CTL-CYCLE-TYPE TO WS-HELD-TYPE
           CLOSE RUN-FILE

           MOVE SPACES          TO DATRUNC-RECORD
           MOVE WS-HELD-DATE    TO RUN-CTL-DATE
           MOVE WS-HELD-NUMBER  TO RUN-CTL-NUMBER
           MOVE WS-HELD-CYCLE   TO RUN-CTL-CYCLE
           MOVE WS-HELD-TYPE    TO RUN-CTL-CYCLE-TYPE
           IF WS-HELD-INTRADAY
               MOVE 'I'         TO RUN-CTL-STATUS
           ELSE
               MOVE 'C'         TO RUN-CTL-STATUS
           END-IF
           OPEN OUTPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATRCLS - RUN-FILE OPEN FAILED, STATUS='
           END-IF
           CLOSE RUN-FILE

           IF WS-HELD-INTRADAY
               DISPLAY 'DATRCLS - PROCESSING DATE ' WS-HELD-DATE
                   ' INTRADAY CYCLE ' WS-HELD-CYCLE ' RUN '
                   WS-HELD-NUMBER ' CLOSED, DATE STAYS OPEN'
           ELSE
               DISPLAY 'DATRCLS - PROCESSING DATE ' WS-HELD-DATE
                   ' CYCLE ' WS-HELD-CYCLE ' RUN ' WS-HELD-NUMBER
                   ' MARKED COMPLETE'
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.
