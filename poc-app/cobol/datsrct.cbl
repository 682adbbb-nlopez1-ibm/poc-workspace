       ID DIVISION.
       PROGRAM-ID. DATSRCT.
      *----------------------------------------------------------------
      * Quarterly operator recertification report. Lists every row
      * on the entitlement table (SECFILE KSDS, DATSECR layout) -
      * the four function flags, the company the operator may
      * touch, whether the screens have suspended them, and the
      * last day the operator's row let them in (SEC-LAST-USED-
      * DATE, stamped by DATSVCK on the first good entry of each
      * day) with the days since. An operator never seen, or not
      * seen for more than the dormancy days (SYSIN cols 1-3,
      * default 090), is marked DORMANT for the desk managers to
      * revoke through DATSECM - or to recertify by using it.
      * RC 4 when any operator is dormant.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       FD  SEC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSECR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-DORMANT-DAYS    PIC 9(3).
       01  WS-DORMANT-DAYS             PIC 9(3)  VALUE 90.
       01  WS-SEC-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-DORMANT-SW               PIC X(1)  VALUE 'N'.
           88  WS-DORMANT                        VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INT                PIC 9(8).
       01  WS-USED-DATE                PIC 9(8).
       01  WS-DAYS-SINCE               PIC 9(8).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SUSPENDED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NEVER-USED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DORMANT        PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'I A C D'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'CO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'STATUS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'SUSP ON'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'LAST USED'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'REVIEW'.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-INQUIRE-FLAG         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-ADD-FLAG             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-CHANGE-FLAG          PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DELETE-FLAG          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-STATUS               PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-SUSPEND-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-LAST-USED            PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RL-DAYS-SINCE           PIC X(5).
           05  RL-DAYS-SINCE-N REDEFINES RL-DAYS-SINCE
                                       PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REVIEW               PIC X(7).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSRCT CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-DORMANT-DAYS NUMERIC
               AND WS-PARM-DORMANT-DAYS > 0
               MOVE WS-PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           PERFORM 1000-OPEN-FILES.

           WRITE RPT-RECORD FROM WS-RPT-HEADING

           PERFORM UNTIL WS-EOF
               READ SEC-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-REPORT-OPERATOR
               END-READ
               IF WS-SEC-STATUS NOT = '00'
                   AND WS-SEC-STATUS NOT = '10'
                   DISPLAY 'DATSRCT - SEC-FILE READ FAILED, STATUS='
                       WS-SEC-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DATSRCT - OPERATORS=' WS-COUNT-READ
               ' DORMANT=' WS-COUNT-DORMANT
               ' SUSPENDED=' WS-COUNT-SUSPENDED
           IF WS-COUNT-DORMANT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'DATSRCT - SEC-FILE OPEN FAILED, STATUS='
                   WS-SEC-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSRCT - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SEC-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-REPORT-OPERATOR.
           MOVE SEC-OPERATOR     TO RL-OPERATOR
           MOVE SEC-INQUIRE-FLAG TO RL-INQUIRE-FLAG
           MOVE SEC-ADD-FLAG     TO RL-ADD-FLAG
           MOVE SEC-CHANGE-FLAG  TO RL-CHANGE-FLAG
           MOVE SEC-DELETE-FLAG  TO RL-DELETE-FLAG
           IF SEC-COMPANY = SPACES
               MOVE 'ALL'        TO RL-COMPANY
           ELSE
               MOVE SEC-COMPANY  TO RL-COMPANY
           END-IF
           IF SEC-SUSPENDED
               MOVE 'SUSPENDED'      TO RL-STATUS
               MOVE SEC-SUSPEND-DATE TO RL-SUSPEND-DATE
               ADD 1 TO WS-COUNT-SUSPENDED
           ELSE
               MOVE 'ACTIVE'         TO RL-STATUS
               MOVE SPACES           TO RL-SUSPEND-DATE
           END-IF
           PERFORM 2100-AGE-LAST-USE
           IF WS-DORMANT
               MOVE 'DORMANT' TO RL-REVIEW
               ADD 1 TO WS-COUNT-DORMANT
           ELSE
               MOVE SPACES    TO RL-REVIEW
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    No stamp (a row from before the stamp, or an operator
      *    who has never signed on) is NEVER and dormant. A date
      *    ahead of today ages as zero days.
       2100-AGE-LAST-USE.
           MOVE 'N' TO WS-DORMANT-SW
           IF SEC-LAST-USED-DATE NOT NUMERIC
               OR SEC-LAST-USED-DATE = ZEROS
               MOVE 'NEVER'  TO RL-LAST-USED
               MOVE SPACES   TO RL-DAYS-SINCE
               SET WS-DORMANT TO TRUE
               ADD 1 TO WS-COUNT-NEVER-USED
           ELSE
               MOVE SEC-LAST-USED-DATE TO RL-LAST-USED
               MOVE SEC-LAST-USED-DATE TO WS-USED-DATE
               IF WS-USED-DATE NOT < WS-TODAY-DATE
                   MOVE ZEROS TO WS-DAYS-SINCE
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (WS-USED-DATE)
               END-IF
               IF WS-DAYS-SINCE > 99999
                   MOVE 99999 TO RL-DAYS-SINCE-N
               ELSE
                   MOVE WS-DAYS-SINCE TO RL-DAYS-SINCE-N
               END-IF
               IF WS-DAYS-SINCE > WS-DORMANT-DAYS
                   SET WS-DORMANT TO TRUE
               END-IF
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'DORMANCY DAYS'       TO RPT-LABEL
           MOVE WS-DORMANT-DAYS       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OPERATORS ON FILE'   TO RPT-LABEL
           MOVE WS-COUNT-READ         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'SUSPENDED'           TO RPT-LABEL
           MOVE WS-COUNT-SUSPENDED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NEVER USED'          TO RPT-LABEL
           MOVE WS-COUNT-NEVER-USED   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'DORMANT'             TO RPT-LABEL
           MOVE WS-COUNT-DORMANT      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE SEC-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATSRCT'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
