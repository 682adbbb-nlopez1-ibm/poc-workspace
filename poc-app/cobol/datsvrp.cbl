       ID DIVISION.
       PROGRAM-ID. DATSVRP.
      *----------------------------------------------------------------
      * Daily security-violation report. Every refusal the DATxxx
      * screens give on the strength of the operator's SECFILE row
      * - no row, function not granted, another company's record,
      * operator suspended - is written to the SVIO TD queue
      * (DATSVIO layout, DATSVCK). This pass reads the day's queue
      * dataset (SVIQIN, closed to CICS for the batch window)
      * ahead of the DATAUDL drain and lists:
      *   - one line per refusal: when, operator, terminal, transid,
      *     function, company and record refused, and why - marked
      *     where that refusal reached the DATSVLIM limit and
      *     suspended the operator;
      *   - one line per operator refused, counted by reason, with
      *     the operator's standing on SECFILE now (ACTIVE,
      *     SUSPENDED, or NO SECFILE ROW);
      *   - totals by reason.
      * RC 4 when any operator was suspended today, so security
      * administration sees it on the DATABNRP summary the next
      * morning; RESUME through DATSECM reinstates.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVIQ-FILE ASSIGN TO SVIQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVIQ-STATUS.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SVIQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSVIO.
       FD  SEC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSECR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(100).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-SVIQ-STATUS              PIC X(2)  VALUE '00'.
       01  WS-SEC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-OPER-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-OPER-FOUND                     VALUE 'Y'.
      *    One row per operator refused today.
       01  WS-OPER-MAX                 PIC 9(4)  VALUE 500.
       01  WS-OPER-COUNT               PIC 9(4)  VALUE ZEROS.
       01  WS-OPER-IX                  PIC 9(4)  VALUE ZEROS.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPER-ID          PIC X(8).
               10  WS-OPER-FUNCTION    PIC 9(5).
               10  WS-OPER-COMPANY     PIC 9(5).
               10  WS-OPER-NO-ROW      PIC 9(5).
               10  WS-OPER-SUSPENDED   PIC 9(5).
               10  WS-OPER-TOTAL       PIC 9(5).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-FUNCTION       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-COMPANY        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-ROW         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SUSPENDED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-OTHER          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SUSPENSIONS    PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(15) VALUE 'TIMESTAMP'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'TERM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'TRAN'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'FUNCTION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'CO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RECORD'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'REASON'.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-TIMESTAMP            PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-TERMINAL             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-TRANSID              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FUNCTION             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REASON               PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-SUSPENDED            PIC X(9).
           05  FILLER                  PIC X(3)  VALUE SPACES.
       01  WS-OPER-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'FUNCTION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE ' COMPANY'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE '  NO ROW'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE ' SUSPEND'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE '   TOTAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'STANDING NOW'.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-OPER-LINE.
           05  OL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OL-FUNCTION             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OL-COMPANY              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OL-NO-ROW               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OL-SUSPENDED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OL-TOTAL                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  OL-STANDING             PIC X(20).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSVRP CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.

           WRITE RPT-RECORD FROM WS-RPT-HEADING

           PERFORM UNTIL WS-EOF
               READ SVIQ-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-REPORT-VIOLATION
                       PERFORM 3000-COUNT-OPERATOR
               END-READ
           END-PERFORM

           PERFORM 4000-REPORT-OPERATORS.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DATSVRP - REFUSALS READ=' WS-COUNT-READ
               ' OPERATORS=' WS-OPER-COUNT
               ' SUSPENDED=' WS-COUNT-SUSPENSIONS
           IF WS-COUNT-SUSPENSIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT SVIQ-FILE
           IF WS-SVIQ-STATUS NOT = '00'
               DISPLAY 'DATSVRP - SVIQ-FILE OPEN FAILED, STATUS='
                   WS-SVIQ-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'DATSVRP - SEC-FILE OPEN FAILED, STATUS='
                   WS-SEC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSVRP - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-REPORT-VIOLATION.
           MOVE SVIO-TIMESTAMP  TO RL-TIMESTAMP
           MOVE SVIO-OPERATOR   TO RL-OPERATOR
           MOVE SVIO-TERMINAL   TO RL-TERMINAL
           MOVE SVIO-TRANSID    TO RL-TRANSID
           MOVE SVIO-FUNCTION   TO RL-FUNCTION
           MOVE SVIO-COMPANY    TO RL-COMPANY
           MOVE SVIO-RECORD-KEY TO RL-RECORD-KEY
           EVALUATE TRUE
               WHEN SVIO-FUNCTION-REFUSED
                   MOVE 'FUNCTION NOT GRANTED' TO RL-REASON
                   ADD 1 TO WS-COUNT-FUNCTION
               WHEN SVIO-COMPANY-REFUSED
                   MOVE 'OTHER COMPANY'        TO RL-REASON
                   ADD 1 TO WS-COUNT-COMPANY
               WHEN SVIO-NO-ENTITLEMENT
                   MOVE 'NO SECFILE ROW'       TO RL-REASON
                   ADD 1 TO WS-COUNT-NO-ROW
               WHEN SVIO-OPERATOR-SUSPENDED
                   MOVE 'OPERATOR SUSPENDED'   TO RL-REASON
                   ADD 1 TO WS-COUNT-SUSPENDED
               WHEN OTHER
                   MOVE SVIO-REASON            TO RL-REASON
                   ADD 1 TO WS-COUNT-OTHER
           END-EVALUATE
           IF SVIO-SUSPENDED-NOW
               MOVE 'SUSPENDED' TO RL-SUSPENDED
               ADD 1 TO WS-COUNT-SUSPENSIONS
           ELSE
               MOVE SPACES TO RL-SUSPENDED
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    Find or add the operator's row and count the refusal
      *    under its reason.
       3000-COUNT-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
                      OR WS-OPER-FOUND
               IF WS-OPER-ID (WS-OPER-IX) = SVIO-OPERATOR
                   SET WS-OPER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND
               SUBTRACT 1 FROM WS-OPER-IX
           ELSE
               IF WS-OPER-COUNT NOT < WS-OPER-MAX
                   DISPLAY 'DATSVRP - OPERATOR TABLE FULL AT '
                       WS-OPER-MAX ' OPERATORS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-IX
               MOVE SVIO-OPERATOR TO WS-OPER-ID (WS-OPER-IX)
               MOVE ZEROS TO WS-OPER-FUNCTION (WS-OPER-IX)
               MOVE ZEROS TO WS-OPER-COMPANY (WS-OPER-IX)
               MOVE ZEROS TO WS-OPER-NO-ROW (WS-OPER-IX)
               MOVE ZEROS TO WS-OPER-SUSPENDED (WS-OPER-IX)
               MOVE ZEROS TO WS-OPER-TOTAL (WS-OPER-IX)
           END-IF
           EVALUATE TRUE
               WHEN SVIO-FUNCTION-REFUSED
                   ADD 1 TO WS-OPER-FUNCTION (WS-OPER-IX)
               WHEN SVIO-COMPANY-REFUSED
                   ADD 1 TO WS-OPER-COMPANY (WS-OPER-IX)
               WHEN SVIO-NO-ENTITLEMENT
                   ADD 1 TO WS-OPER-NO-ROW (WS-OPER-IX)
               WHEN SVIO-OPERATOR-SUSPENDED
                   ADD 1 TO WS-OPER-SUSPENDED (WS-OPER-IX)
           END-EVALUATE
           ADD 1 TO WS-OPER-TOTAL (WS-OPER-IX).

      *    Standing is read now, not taken from the queue - an
      *    operator suspended this afternoon and RESUMEd before the
      *    batch window shows ACTIVE.
       4000-REPORT-OPERATORS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM WS-OPER-HEADING
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT
               MOVE WS-OPER-ID (WS-OPER-IX)        TO OL-OPERATOR
               MOVE WS-OPER-FUNCTION (WS-OPER-IX)  TO OL-FUNCTION
               MOVE WS-OPER-COMPANY (WS-OPER-IX)   TO OL-COMPANY
               MOVE WS-OPER-NO-ROW (WS-OPER-IX)    TO OL-NO-ROW
               MOVE WS-OPER-SUSPENDED (WS-OPER-IX) TO OL-SUSPENDED
               MOVE WS-OPER-TOTAL (WS-OPER-IX)     TO OL-TOTAL
               PERFORM 4100-READ-STANDING
               WRITE RPT-RECORD FROM WS-OPER-LINE
           END-PERFORM.

       4100-READ-STANDING.
           MOVE WS-OPER-ID (WS-OPER-IX) TO SEC-KEY
           READ SEC-FILE
           EVALUATE WS-SEC-STATUS
               WHEN '00'
                   IF SEC-SUSPENDED
                       MOVE 'SUSPENDED'      TO OL-STANDING
                   ELSE
                       MOVE 'ACTIVE'         TO OL-STANDING
                   END-IF
               WHEN '23'
                   MOVE 'NO SECFILE ROW'     TO OL-STANDING
               WHEN OTHER
                   DISPLAY 'DATSVRP - SEC-FILE READ FAILED, STATUS='
                       WS-SEC-STATUS ' FOR OPERATOR='
                       WS-OPER-ID (WS-OPER-IX)
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE 'REFUSALS READ'       TO RPT-LABEL
           MOVE WS-COUNT-READ         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'FUNCTION NOT GRANTED' TO RPT-LABEL
           MOVE WS-COUNT-FUNCTION     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OTHER COMPANY'       TO RPT-LABEL
           MOVE WS-COUNT-COMPANY      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NO SECFILE ROW'      TO RPT-LABEL
           MOVE WS-COUNT-NO-ROW       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OPERATOR SUSPENDED'  TO RPT-LABEL
           MOVE WS-COUNT-SUSPENDED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'UNKNOWN REASON'      TO RPT-LABEL
           MOVE WS-COUNT-OTHER        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OPERATORS REFUSED'   TO RPT-LABEL
           MOVE WS-OPER-COUNT         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'SUSPENDED TODAY'     TO RPT-LABEL
           MOVE WS-COUNT-SUSPENSIONS  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE SVIQ-FILE
           CLOSE SEC-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATSVRP'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
