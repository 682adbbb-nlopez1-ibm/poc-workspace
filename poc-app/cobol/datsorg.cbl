       ID DIVISION.
       PROGRAM-ID. DATSORG.
      *----------------------------------------------------------------
      * Nightly standing-order generator. Reads the SORDFILE master
      * DATSORM maintains and writes every occurrence falling due on
      * or before the processing date as a detail on a transmission
      * of its own - header (processing date, source 'STANDORD'),
      * details, trailer (record count and TRAN-AMOUNT hash) - in
      * exactly the layout the upstream senders use. DATNITE
      * concatenates it behind the transmitted feed on DATLOAD's
      * FEEDIN, so the generated sales balance, load, edit and get
      * acknowledged like any other TRAN-SOURCE.
      * An occurrence due on a weekend or a CALFILE holiday is pushed
      * to the next processing day and carries that date as its
      * TRAN-DATE; the order's own schedule keeps its nominal dates
      * (weekly every seven days, monthly on the start date's day of
      * the month, the last day in a shorter month). An order that
      * fell behind (a night not run) catches up, up to a limit of
      * occurrences per night. Each generated record carries a
      * TRAN-ID of 'S' plus a five-digit sequence kept on the
      * SORDFILE control row.
      * Rerunnable for the same processing date: the control row
      * remembers the sequence the date started from and each order
      * the next-due date it stood at, so a rerun writes the same
      * items under the same TRAN-IDs and DATLOAD's duplicate screen
      * keeps anything already loaded from posting twice.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  The order's SORD-ACCOUNT is carried into the
      *               generated record's TRAN-ACCOUNT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GEN-FILE ASSIGN TO SORDFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SORD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSORD.
       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-HOLIDAY-DATE        PIC X(8).
           05  FILLER                  PIC X(72).
       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-RECORD.
           05  GEN-REC-TYPE            PIC X(1).
           05  GEN-DATA                PIC X(79).
       01  GEN-HEADER.
           05  FILLER                  PIC X(1).
           05  GEN-HDR-DATE            PIC X(8).
           05  GEN-HDR-SOURCE          PIC X(8).
           05  FILLER                  PIC X(63).
       01  GEN-DETAIL.
           05  FILLER                  PIC X(1).
           05  GEN-TRAN-DATA           PIC X(78).
           05  FILLER                  PIC X(1).
       01  GEN-TRAILER.
           05  FILLER                  PIC X(1).
           05  GEN-TRL-COUNT           PIC 9(7).
           05  GEN-TRL-HASH            PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(65).
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTAT.
       WORKING-STORAGE SECTION.
       01  WS-SORD-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CAL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-GEN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-START-TIME          PIC 9(6)  VALUE ZEROS.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-CAL-EOF                        VALUE 'Y'.
       01  WS-CTL-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CTL-FOUND                      VALUE 'Y'.
       01  WS-ORDER-DONE-SW            PIC X(1)  VALUE 'N'.
           88  WS-ORDER-DONE                     VALUE 'Y'.
       01  WS-BUSINESS-DAY-SW          PIC X(1)  VALUE 'N'.
           88  WS-BUSINESS-DAY                   VALUE 'Y'.
       01  WS-GEN-SOURCE               PIC X(8)  VALUE 'STANDORD'.
      *    Most occurrences one order may generate in one night - an
      *    order this far behind is worth a look before it all posts.
       01  WS-CATCH-UP-LIMIT           PIC 9(3)  VALUE 12.
       01  WS-ORDER-ITEMS              PIC 9(3)  VALUE ZEROS.
       01  WS-LAST-SEQ                 PIC 9(5)  VALUE ZEROS.
       01  WS-START-SEQ                PIC 9(5)  VALUE ZEROS.
       01  WS-NEW-TRAN-ID.
           05  WS-NEW-ID-PREFIX        PIC X(1)  VALUE 'S'.
           05  WS-NEW-ID-SEQ           PIC 9(5).
       01  WS-HOL-IX                   PIC S9(4) COMP.
       01  WS-HOL-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE         PIC X(8) OCCURS 100 TIMES.
       01  WS-POST-DATE                PIC 9(8).
       01  WS-POST-DATE-X REDEFINES WS-POST-DATE
                                       PIC X(8).
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY             PIC 9(4).
           05  WS-DUE-MM               PIC 9(2).
           05  WS-DUE-DD               PIC 9(2).
       01  WS-ANCHOR-DD                PIC 9(2).
       01  WS-MONTH-END-DD             PIC 9(2).
       01  WS-MONTH-END-DATE           PIC 9(8).
       01  WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE.
           05  FILLER                  PIC X(6).
           05  WS-MONTH-END-DAY        PIC 9(2).
       01  WS-NEXT-MONTH-1ST.
           05  WS-NM-YYYY              PIC 9(4).
           05  WS-NM-MM                PIC 9(2).
           05  WS-NM-DD                PIC 9(2)  VALUE 01.
       01  WS-NEXT-MONTH-1ST-9 REDEFINES WS-NEXT-MONTH-1ST
                                       PIC 9(8).
       01  WS-DATE-INT                 PIC 9(7)  COMP.
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-DOW-QUOT                 PIC 9(7)  COMP.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ORDERS-DUE     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-GENERATED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-PUSHED         PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ENDED          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LIMITED        PIC 9(7) VALUE ZEROS.
           05  WS-HASH-AMOUNT          PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSORG STANDING   '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-AMT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATSORG STANDING   '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-AMT-LABEL           PIC X(20).
           05  RPT-AMT-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(37) VALUE
               'ORDER   TRAN ID  DUE       POSTS ON  '.
           05  FILLER                  PIC X(43) VALUE
               'CO           AMOUNT  CUR'.
       01  WS-RPT-DETAIL.
           05  RL-ORDER-ID             PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-TRAN-ID              PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-DUE-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-POST-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(19) VALUE SPACES.
       COPY DATTRAN.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-HOLIDAY-TABLE.
           PERFORM 1200-READ-CONTROL-ROW.

           WRITE RPT-RECORD FROM WS-RPT-HEADING

           MOVE SPACES          TO GEN-RECORD
           MOVE 'H'             TO GEN-REC-TYPE
           MOVE SHARED-RUN-DATE TO GEN-HDR-DATE
           MOVE WS-GEN-SOURCE   TO GEN-HDR-SOURCE
           PERFORM 4000-WRITE-GEN-RECORD

           MOVE '000000' TO SORD-ID
           START SORD-FILE KEY IS GREATER THAN SORD-KEY
           IF WS-SORD-STATUS = '23'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SORD-STATUS NOT = '00'
                   DISPLAY 'DATSORG - SORD-FILE START FAILED, STATUS='
                       WS-SORD-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ SORD-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 2000-PROCESS-ORDER
               END-READ
           END-PERFORM

           MOVE SPACES             TO GEN-RECORD
           MOVE 'T'                TO GEN-REC-TYPE
           MOVE WS-COUNT-GENERATED TO GEN-TRL-COUNT
           MOVE WS-HASH-AMOUNT     TO GEN-TRL-HASH
           PERFORM 4000-WRITE-GEN-RECORD

           PERFORM 3000-SAVE-CONTROL-ROW.
           PERFORM 8000-WRITE-GENERATOR-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           IF WS-COUNT-LIMITED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O SORD-FILE
           IF WS-SORD-STATUS NOT = '00'
               DISPLAY 'DATSORG - SORD-FILE OPEN FAILED, STATUS='
                   WS-SORD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT GEN-FILE
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'DATSORG - GEN-FILE OPEN FAILED, STATUS='
                   WS-GEN-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SORD-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSORG - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SORD-FILE
               CLOSE GEN-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DATSORG - CAL-FILE OPEN FAILED, STATUS='
                   WS-CAL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CAL-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT < 100
                           ADD 1 TO WS-HOL-COUNT
                           MOVE CAL-HOLIDAY-DATE
                               TO WS-HOLIDAY-DATE (WS-HOL-COUNT)
                       ELSE
                           DISPLAY 'DATSORG - HOLIDAY TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9000-CLOSE-FILES
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE.

      *    No control row yet means nothing has ever been generated -
      *    the sequence starts from zero and the row is written at
      *    the end of the run. A control row already stamped with
      *    tonight's date is a rerun: hand the TRAN-IDs out again
      *    from where tonight started.
       1200-READ-CONTROL-ROW.
           MOVE '000000' TO SORD-ID
           READ SORD-FILE
           EVALUATE WS-SORD-STATUS
               WHEN '00'
                   SET WS-CTL-FOUND TO TRUE
                   IF SORD-CTL-RUN-DATE = SHARED-RUN-DATE
                       MOVE SORD-CTL-START-SEQ TO WS-LAST-SEQ
                       DISPLAY 'DATSORG - RERUN FOR PROCESSING DATE '
                           SHARED-RUN-DATE ' - REGENERATING FROM '
                           'SEQUENCE ' SORD-CTL-START-SEQ
                   ELSE
                       MOVE SORD-CTL-LAST-SEQ  TO WS-LAST-SEQ
                   END-IF
               WHEN '23'
                   MOVE ZEROS TO WS-LAST-SEQ
               WHEN OTHER
                   DISPLAY 'DATSORG - SORD-FILE CONTROL ROW READ '
                       'FAILED, STATUS=' WS-SORD-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           MOVE WS-LAST-SEQ TO WS-START-SEQ.

      *    An order already generated from tonight (a rerun) goes
      *    back to the next-due date it stood at before that run;
      *    otherwise today's next-due is remembered in case this run
      *    has to be repeated.
       2000-PROCESS-ORDER.
           IF SORD-LAST-RUN-DATE = SHARED-RUN-DATE
               MOVE SORD-PRIOR-DUE-DATE TO SORD-NEXT-DUE-DATE
           ELSE
               MOVE SORD-NEXT-DUE-DATE  TO SORD-PRIOR-DUE-DATE
           END-IF

           MOVE ZEROS TO WS-ORDER-ITEMS
           MOVE 'N' TO WS-ORDER-DONE-SW
           PERFORM 2100-GENERATE-OCCURRENCE
               UNTIL WS-ORDER-DONE

           IF WS-ORDER-ITEMS > 0
               ADD 1 TO WS-COUNT-ORDERS-DUE
               MOVE SHARED-RUN-DATE TO SORD-LAST-RUN-DATE
               REWRITE DATSORD-RECORD
               IF WS-SORD-STATUS NOT = '00'
                   DISPLAY 'DATSORG - SORD-FILE REWRITE FAILED, '
                       'STATUS=' WS-SORD-STATUS ' FOR ORDER=' SORD-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF

           IF SORD-END-DATE NOT = SPACES
               AND SORD-NEXT-DUE-DATE > SORD-END-DATE
               ADD 1 TO WS-COUNT-ENDED
           END-IF.

      *    One pass per occurrence: stop at the end date, at the
      *    first occurrence that posts after tonight, or at the
      *    catch-up limit; otherwise write it and roll the schedule.
       2100-GENERATE-OCCURRENCE.
           IF SORD-END-DATE NOT = SPACES
               AND SORD-NEXT-DUE-DATE > SORD-END-DATE
               SET WS-ORDER-DONE TO TRUE
           ELSE
               MOVE SORD-NEXT-DUE-DATE TO WS-POST-DATE-X
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               PERFORM 2210-TEST-BUSINESS-DAY
                   UNTIL WS-BUSINESS-DAY
               EVALUATE TRUE
                   WHEN WS-POST-DATE-X > SHARED-RUN-DATE
                       SET WS-ORDER-DONE TO TRUE
                   WHEN WS-ORDER-ITEMS NOT < WS-CATCH-UP-LIMIT
                       DISPLAY 'DATSORG - ORDER ' SORD-ID
                           ' HIT THE CATCH-UP LIMIT - NEXT DUE '
                           SORD-NEXT-DUE-DATE ' IS LEFT FOR THE '
                           'NEXT RUN'
                       ADD 1 TO WS-COUNT-LIMITED
                       SET WS-ORDER-DONE TO TRUE
                   WHEN OTHER
                       PERFORM 2300-WRITE-OCCURRENCE
                       PERFORM 2400-ADVANCE-SCHEDULE
               END-EVALUATE
           END-IF.

      *    Day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *    remainder of the integer by seven runs 1=MON through
      *    5=FRI, 6=SAT, 0=SUN.
       2210-TEST-BUSINESS-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-POST-DATE)
           DIVIDE WS-DATE-INT BY 7
               GIVING WS-DOW-QUOT REMAINDER WS-DAY-OF-WEEK
           SET WS-BUSINESS-DAY TO TRUE
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-COUNT
               IF WS-HOLIDAY-DATE (WS-HOL-IX) = WS-POST-DATE-X
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM
           IF NOT WS-BUSINESS-DAY
               COMPUTE WS-DATE-INT = WS-DATE-INT + 1
               COMPUTE WS-POST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF.

       2300-WRITE-OCCURRENCE.
           IF WS-LAST-SEQ = 99999
               DISPLAY 'DATSORG - STANDING ORDER SEQUENCE '
                   'EXHAUSTED - RESET THE SORDFILE CONTROL ROW'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ        TO WS-NEW-ID-SEQ

           MOVE SPACES             TO DATTRAN-RECORD
           MOVE WS-NEW-TRAN-ID     TO TRAN-ID
           MOVE WS-POST-DATE-X     TO TRAN-DATE
           MOVE SORD-TRAN-TYPE     TO TRAN-TYPE
           MOVE SORD-AMOUNT        TO TRAN-AMOUNT
           SET TRAN-UNPROCESSED    TO TRUE
           MOVE SORD-DEPT          TO TRAN-DEPT
           MOVE SORD-COMPANY       TO TRAN-COMPANY
           MOVE WS-GEN-SOURCE      TO TRAN-SOURCE
           MOVE SORD-CURRENCY      TO TRAN-CURRENCY
           MOVE SORD-ACCOUNT       TO TRAN-ACCOUNT

           MOVE SPACES             TO GEN-RECORD
           MOVE 'D'                TO GEN-REC-TYPE
           MOVE DATTRAN-RECORD     TO GEN-TRAN-DATA
           PERFORM 4000-WRITE-GEN-RECORD

           ADD 1 TO WS-ORDER-ITEMS
           ADD 1 TO WS-COUNT-GENERATED
           ADD SORD-AMOUNT TO WS-HASH-AMOUNT
           IF WS-POST-DATE-X NOT = SORD-NEXT-DUE-DATE
               ADD 1 TO WS-COUNT-PUSHED
           END-IF

           MOVE SORD-ID            TO RL-ORDER-ID
           MOVE TRAN-ID            TO RL-TRAN-ID
           MOVE SORD-NEXT-DUE-DATE TO RL-DUE-DATE
           MOVE WS-POST-DATE-X     TO RL-POST-DATE
           MOVE SORD-COMPANY       TO RL-COMPANY
           MOVE SORD-AMOUNT        TO RL-AMOUNT
           MOVE SORD-CURRENCY      TO RL-CURRENCY
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

      *    Weekly steps seven days. Monthly goes to the start date's
      *    day of the following month, or that month's last day when
      *    it is shorter (a 31st order runs 28/29th in February and
      *    back to the 31st in March).
       2400-ADVANCE-SCHEDULE.
           MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE-X
           IF SORD-WEEKLY
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 7
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           ELSE
               MOVE SORD-START-DATE (7:2) TO WS-ANCHOR-DD
               IF WS-DUE-MM = 12
                   ADD 1 TO WS-DUE-YYYY
                   MOVE 1 TO WS-DUE-MM
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
               IF WS-DUE-MM = 12
                   COMPUTE WS-NM-YYYY = WS-DUE-YYYY + 1
                   MOVE 1 TO WS-NM-MM
               ELSE
                   MOVE WS-DUE-YYYY TO WS-NM-YYYY
                   COMPUTE WS-NM-MM = WS-DUE-MM + 1
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-1ST-9) - 1
               COMPUTE WS-MONTH-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               MOVE WS-MONTH-END-DAY TO WS-MONTH-END-DD
               IF WS-ANCHOR-DD > WS-MONTH-END-DD
                   MOVE WS-MONTH-END-DD TO WS-DUE-DD
               ELSE
                   MOVE WS-ANCHOR-DD TO WS-DUE-DD
               END-IF
           END-IF
           MOVE WS-DUE-DATE-X TO SORD-NEXT-DUE-DATE.

       3000-SAVE-CONTROL-ROW.
           MOVE SPACES          TO DATSORD-RECORD
           MOVE '000000'        TO SORD-ID
           MOVE WS-LAST-SEQ     TO SORD-CTL-LAST-SEQ
           MOVE SHARED-RUN-DATE TO SORD-CTL-RUN-DATE
           MOVE WS-START-SEQ    TO SORD-CTL-START-SEQ
           IF WS-CTL-FOUND
               REWRITE DATSORD-RECORD
           ELSE
               WRITE DATSORD-RECORD
           END-IF
           IF WS-SORD-STATUS NOT = '00'
               DISPLAY 'DATSORG - SORD-FILE CONTROL ROW UPDATE '
                   'FAILED, STATUS=' WS-SORD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       4000-WRITE-GEN-RECORD.
           WRITE GEN-RECORD
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'DATSORG - GEN-FILE WRITE FAILED, STATUS='
                   WS-GEN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-GENERATOR-TOTALS.
           MOVE 'ORDERS READ'        TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ORDERS DUE'         TO RPT-LABEL
           MOVE WS-COUNT-ORDERS-DUE  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ITEMS GENERATED'    TO RPT-LABEL
           MOVE WS-COUNT-GENERATED   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'GENERATED AMOUNT'   TO RPT-AMT-LABEL
           MOVE WS-HASH-AMOUNT       TO RPT-AMT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-AMT-LINE

           MOVE 'PUSHED TO BUS DAY'  TO RPT-LABEL
           MOVE WS-COUNT-PUSHED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'ORDERS ENDED'       TO RPT-LABEL
           MOVE WS-COUNT-ENDED       TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'CATCH-UP LIMITED'   TO RPT-LABEL
           MOVE WS-COUNT-LIMITED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE SORD-FILE
           CLOSE GEN-FILE
           CLOSE RPT-FILE.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATSORG'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-READ      TO STAT-COUNT-READ
           MOVE WS-COUNT-GENERATED TO STAT-COUNT-PROCESSED
           MOVE WS-COUNT-LIMITED   TO STAT-COUNT-ERROR
           MOVE WS-HASH-AMOUNT     TO STAT-TOTAL-AMOUNT
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATSORG - STAT-FILE OPEN FAILED, STATUS='
                   WS-STAT-STATUS
           ELSE
               WRITE DATSTAT-RECORD
               CLOSE STAT-FILE
           END-IF.

      *    The official processing date comes from the run-control
      *    record DATROPN wrote at the top of the night, so a run
      *    that crosses midnight keeps one date.
       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATSORG - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATSORG - RUN-FILE IS EMPTY - RUN '
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
               DISPLAY 'DATSORG - PROCESSING DATE '
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
           MOVE 'DATSORG'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
