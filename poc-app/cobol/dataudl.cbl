      *               now runs after this drain) folds them into
      *               the edit-to-batch link instead of flagging
      *               every daytime release as a mismatch.
      *   2026-10-05  Now also drains the SVIO security-violation
      *               queue (every screen refusal, DATSVCK) into the
      *               permanent SVIOHIST history. The daily DATSVRP
      *               report reads the queue dataset ahead of this
      *               drain; SVIOHIST keeps the refusals for good,
      *               after a DATSECM RESUME has cleared the
      *               operator's SECFILE row.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HHIS-FILE ASSIGN TO HLDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHIS-STATUS.
           SELECT SVIQ-FILE ASSIGN TO SVIQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVIQ-STATUS.
           SELECT SVHS-FILE ASSIGN TO SVIOHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVHS-STATUS.
           SELECT ICR-FILE ASSIGN TO ICRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICR-STATUS.
           COPY DATHAUD
               REPLACING ==DATHAUD-RECORD== BY ==HHIS-RECORD==
                         LEADING ==HAUD-== BY ==HHIS-==.
       FD  SVIQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSVIO.
       FD  SVHS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATSVIO
               REPLACING ==DATSVIO-RECORD== BY ==SVHS-RECORD==
                         LEADING ==SVIO-== BY ==SVHS-==.
       FD  ICR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATICR.
       01  WS-HIST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-HLDQ-STATUS              PIC X(2)  VALUE '00'.
       01  WS-HHIS-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SVIQ-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SVHS-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ICR-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-HLDQ-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-HLDQ-EOF                       VALUE 'Y'.
       01  WS-SVIQ-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-SVIQ-EOF                       VALUE 'Y'.
       01  WS-COUNT-DRAINED            PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-HLD-DRAINED        PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-BLANK-RELEASES     PIC 9(7)  VALUE ZEROS.
       01  WS-COUNT-SVIO-DRAINED       PIC 9(7)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT AUDQ-FILE
           CLOSE HIST-FILE

           PERFORM 2000-DRAIN-HOLD-QUEUE.
           PERFORM 3000-DRAIN-VIOLATION-QUEUE.
           PERFORM 9700-WRITE-INTERFACE-COUNTS.

           DISPLAY 'DATAUDL - AUDIT RECORDS DRAINED='
               WS-COUNT-DRAINED
               ' HOLD DECISIONS DRAINED=' WS-COUNT-HLD-DRAINED
           DISPLAY 'DATAUDL - SECURITY VIOLATIONS DRAINED='
               WS-COUNT-SVIO-DRAINED
           MOVE 0 TO RETURN-CODE
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.
           CLOSE HLDQ-FILE
           CLOSE HHIS-FILE.

      *    And for the screens' refusals: SVIO queue records land
      *    on the permanent SVIOHIST history.
       3000-DRAIN-VIOLATION-QUEUE.
           OPEN INPUT SVIQ-FILE
           IF WS-SVIQ-STATUS NOT = '00'
               DISPLAY 'DATAUDL - SVIQ-FILE OPEN FAILED, STATUS='
                   WS-SVIQ-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN EXTEND SVHS-FILE
           IF WS-SVHS-STATUS NOT = '00'
               DISPLAY 'DATAUDL - SVHS-FILE OPEN FAILED, STATUS='
                   WS-SVHS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SVIQ-EOF
               READ SVIQ-FILE
                   AT END
                       SET WS-SVIQ-EOF TO TRUE
                   NOT AT END
                       MOVE DATSVIO-RECORD TO SVHS-RECORD
                       WRITE SVHS-RECORD
                       IF WS-SVHS-STATUS NOT = '00'
                           DISPLAY 'DATAUDL - SVHS-FILE WRITE '
                               'FAILED, STATUS=' WS-SVHS-STATUS
                           MOVE 12 TO RETURN-CODE
                           CLOSE SVIQ-FILE
                           CLOSE SVHS-FILE
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-COUNT-SVIO-DRAINED
               END-READ
           END-PERFORM

           CLOSE SVIQ-FILE
           CLOSE SVHS-FILE.

      *    The day's releases that landed blank join the next
      *    batch's unprocessed census, so the chain reconciliation
      *    needs their count on the edit-to-batch link. Re-pended
